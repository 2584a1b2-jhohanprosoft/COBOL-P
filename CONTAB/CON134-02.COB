      *=================================================================
      * CONTABILIDAD - ANTICIPOS A EMPLEADOS SIN LEGALIZAR A TIEMPO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LISTA EN SC-ANTVENC.TXT LOS ANTICIPOS DE CON134-01 AUN
      * PENDIENTES CUYA FECHA LIMITE DE LEGALIZACION YA PASO A LA FECHA
      * DE CORTE (CERO = HOY), CON LOS DIAS DE ATRASO Y EL SALDO POR
      * LEGALIZAR. HASTA 30 DIAS DE ATRASO SE MARCA "COBRAR"; DESPUES,
      * "DESCONTAR NOMINA" PARA QUE SE DESCUENTE AL EMPLEADO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON134-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ANTICIPOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ANTICIPO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ANT
000140         ALTERNATE RECORD KEY IS FECHA-LEGALIZA-ANT
000150            WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-TER-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS COD-TERCERO
000220         FILE STATUS IS OTR-STAT.

000230     SELECT REPORTE-VENCIDOS
000240         ASSIGN NOM-ANTVENC-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-ANTICIPOS
000290     LABEL RECORD STANDARD.
000300 01  REG-ANT.
000310     02 LLAVE-ANT.
000320        03 EMPLEADO-ANT         PIC 9(10).
000330        03 SECUEN-ANT           PIC 9(3).
000340     02 FECHA-ANT               PIC 9(8).
000350     02 FECHA-LEGALIZA-ANT      PIC 9(8).
000360     02 SUC-ANT                 PIC XX.
000370     02 COSTO-ANT               PIC X(4).
000380     02 MOTIVO-ANT              PIC X(40).
000390     02 VALOR-ANT               PIC 9(11)V99.
000400     02 LEGALIZADO-ANT          PIC 9(11)V99.
000410     02 REINTEGRADO-ANT         PIC 9(11)V99.
000420     02 ESTADO-ANT              PIC X.
000430        88 ANTICIPO-PENDIENTE   VALUE "P".
000440        88 ANTICIPO-LEGALIZADO  VALUE "L".
000450     02 FECHA-LEG-REAL-ANT      PIC 9(8).
000460     02 COMPROB-ANT             PIC X(7).
000470     02 COMPROB-LEG-ANT         PIC X(7).
000480     02 USUARIO-ANT             PIC X(4).
000490     02 NIT-EMPRESA-ANT         PIC 9(10).
000500     02 FILLER                  PIC X(20).

000510 FD  ARCHIVO-TERCEROS
000520     LABEL RECORD STANDARD.
000530 01  REG-TERCERO.
000540     02 COD-TERCERO             PIC 9(10).
000550     02 E-MAIL-TER              PIC X(60).
000560     02 NOMBRE-TER              PIC X(40).
000570     02 FILLER                  PIC X(10).

000580 FD  REPORTE-VENCIDOS
000590     LABEL RECORD STANDARD.
000600 01  LIN-VENCIDOS               PIC X(132).

000610 WORKING-STORAGE SECTION.

000620 77  NOM-ANTICIPO-W             PIC X(60)
000630     VALUE "D:\progelect\DATOS\SC-ANTICIPO.DAT".
000640 77  NOM-TER-W                  PIC X(60)
000650     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
000660 77  NOM-ANTVENC-W              PIC X(60)
000670     VALUE "D:\progelect\DATOS\SC-ANTVENC.TXT".
000680 77  OTR-STAT                   PIC XX.
000690 77  SW-FIN-W                   PIC 9 VALUE 0.
000700 77  DIAS-COBRO-W               PIC 9(3) VALUE 30.
000710 77  DIAS-ATRASO-W              PIC 9(5) VALUE 0.
000720 77  PENDIENTE-W                PIC 9(11)V99 VALUE 0.
000730 77  TOTAL-PENDIENTE-W          PIC 9(13)V99 VALUE 0.
000740 77  TOT-VENCIDOS-W             PIC 9(5) VALUE 0.

000750 01  LIN-TITULO.
000760     02 FILLER                  PIC X(42)
000770        VALUE "ANTICIPOS SIN LEGALIZAR A TIEMPO - CORTE ".
000780     02 CORTE-TIT               PIC 9(8).

000790 01  LIN-COLUMNAS.
000800     02 FILLER                  PIC X(50) VALUE
000810        "EMPLEADO   NOMBRE                         NRO SEDE".
000820     02 FILLER                  PIC X(50) VALUE
000830        " ENTREGA  LIMITE   ATRASO        PENDIENTE ACCION".

000840 01  LIN-DETALLE.
000850     02 EMPLEADO-DET            PIC Z(9)9.
000860     02 FILLER                  PIC X VALUE SPACE.
000870     02 NOMBRE-DET              PIC X(30).
000880     02 FILLER                  PIC X VALUE SPACE.
000890     02 SECUEN-DET              PIC ZZ9.
000900     02 FILLER                  PIC XX VALUE SPACES.
000910     02 SUC-DET                 PIC XX.
000920     02 FILLER                  PIC X VALUE SPACE.
000930     02 FECHA-DET               PIC 9(8).
000940     02 FILLER                  PIC X VALUE SPACE.
000950     02 LIMITE-DET              PIC 9(8).
000960     02 FILLER                  PIC X VALUE SPACE.
000970     02 ATRASO-DET              PIC ZZZZ9.
000980     02 FILLER                  PIC X VALUE SPACE.
000990     02 PENDIENTE-DET           PIC ZZZZZZZZZZ9.99.
001000     02 FILLER                  PIC X VALUE SPACE.
001010     02 ACCION-DET              PIC X(16).
001020     02 FILLER                  PIC X VALUE SPACE.
001030     02 MOTIVO-DET              PIC X(24).

001040 01  LIN-TOTAL.
001050     02 FILLER                  PIC X(26)
001060        VALUE "TOTAL ANTICIPOS VENCIDOS: ".
001070     02 CANT-TOT                PIC ZZZZ9.
001080     02 FILLER                  PIC X(12) VALUE "  PENDIENTE ".
001090     02 VALOR-TOT               PIC ZZZZZZZZZZZZ9.99.

001100 LINKAGE SECTION.
001110 01  FECHA-CORTE-LNK            PIC 9(8).
001120 01  NIT-EMPRESA-LNK            PIC 9(10).

001130 PROCEDURE DIVISION USING FECHA-CORTE-LNK NIT-EMPRESA-LNK.

001140 MAINLINE.
001150     IF FECHA-CORTE-LNK = 0
001160        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CORTE-LNK
001170     END-IF.
001180     OPEN INPUT ARCHIVO-ANTICIPOS ARCHIVO-TERCEROS.
001190     OPEN OUTPUT REPORTE-VENCIDOS.
001200     MOVE FECHA-CORTE-LNK TO CORTE-TIT.
001210     MOVE LIN-TITULO   TO LIN-VENCIDOS.
001220     WRITE LIN-VENCIDOS.
001230     MOVE LIN-COLUMNAS TO LIN-VENCIDOS.
001240     WRITE LIN-VENCIDOS.
001250     MOVE 0 TO SW-FIN-W.
001260     MOVE 0 TO FECHA-LEGALIZA-ANT.
001270     START ARCHIVO-ANTICIPOS KEY IS >= FECHA-LEGALIZA-ANT
001280           INVALID KEY MOVE 1 TO SW-FIN-W.
001290     PERFORM EVALUAR-ANTICIPO UNTIL SW-FIN-W = 1.
001300     MOVE TOT-VENCIDOS-W    TO CANT-TOT.
001310     MOVE TOTAL-PENDIENTE-W TO VALOR-TOT.
001320     MOVE LIN-TOTAL TO LIN-VENCIDOS.
001330     WRITE LIN-VENCIDOS.
001340     CLOSE ARCHIVO-ANTICIPOS ARCHIVO-TERCEROS REPORTE-VENCIDOS.
001350     DISPLAY "ANTICIPOS VENCIDOS SIN LEGALIZAR: " TOT-VENCIDOS-W.
001360     EXIT PROGRAM.

      * EL ARCHIVO VA POR FECHA LIMITE: AL LLEGAR AL CORTE SE TERMINA.
001370 EVALUAR-ANTICIPO.
001380     READ ARCHIVO-ANTICIPOS NEXT
001390          AT END MOVE 1 TO SW-FIN-W
001400     END-READ.
001410     IF SW-FIN-W = 0
001420        IF FECHA-LEGALIZA-ANT >= FECHA-CORTE-LNK
001430           MOVE 1 TO SW-FIN-W
001440        ELSE
001450           IF ANTICIPO-PENDIENTE
001460              AND (NIT-EMPRESA-LNK = 0
001470                   OR NIT-EMPRESA-ANT = NIT-EMPRESA-LNK)
001480              PERFORM LISTAR-ANTICIPO
001490           END-IF
001500        END-IF
001510     END-IF.

001520 LISTAR-ANTICIPO.
001530     COMPUTE PENDIENTE-W = VALOR-ANT - LEGALIZADO-ANT
001540                         - REINTEGRADO-ANT.
001550     COMPUTE DIAS-ATRASO-W =
001560             FUNCTION INTEGER-OF-DATE(FECHA-CORTE-LNK)
001570           - FUNCTION INTEGER-OF-DATE(FECHA-LEGALIZA-ANT).
001580     MOVE EMPLEADO-ANT TO COD-TERCERO EMPLEADO-DET.
001590     READ ARCHIVO-TERCEROS
001600          INVALID KEY MOVE SPACES TO NOMBRE-TER
001610     END-READ.
001620     MOVE NOMBRE-TER         TO NOMBRE-DET.
001630     MOVE SECUEN-ANT         TO SECUEN-DET.
001640     MOVE SUC-ANT            TO SUC-DET.
001650     MOVE FECHA-ANT          TO FECHA-DET.
001660     MOVE FECHA-LEGALIZA-ANT TO LIMITE-DET.
001670     MOVE DIAS-ATRASO-W      TO ATRASO-DET.
001680     MOVE PENDIENTE-W        TO PENDIENTE-DET.
001690     MOVE MOTIVO-ANT         TO MOTIVO-DET.
001700     IF DIAS-ATRASO-W > DIAS-COBRO-W
001710        MOVE "DESCONTAR NOMINA" TO ACCION-DET
001720     ELSE
001730        MOVE "COBRAR"           TO ACCION-DET
001740     END-IF.
001750     MOVE LIN-DETALLE TO LIN-VENCIDOS.
001760     WRITE LIN-VENCIDOS.
001770     ADD 1 TO TOT-VENCIDOS-W.
001780     ADD PENDIENTE-W TO TOTAL-PENDIENTE-W.
