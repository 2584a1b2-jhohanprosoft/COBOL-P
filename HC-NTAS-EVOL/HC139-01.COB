      *=================================================================
      * HISTORIA CLINICA - HOJA DE CONTROL DE LIQUIDOS DE LA ESTANCIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * IMPRIME LA HOJA DE LIQUIDOS DE UNA ESTANCIA (PACIENTE +
      * FOLIO) DESDE ARCHIVO-LIQUIDOS (VER HC139): CADA MOVIMIENTO
      * CON SU HORA, VIA Y VOLUMEN; AL CERRAR CADA CORTE DE 24 HORAS
      * (07:00 A 06:59) LOS TOTALES DE INGRESOS Y EGRESOS POR TURNO,
      * EL BALANCE DEL CORTE (MARCADO SI PASA EL LIMITE QUE FIJO EL
      * MEDICO) Y EL BALANCE ACUMULADO DE LA ESTANCIA.
      * SALIDA: SC-HOJALIQ.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC139-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-LIQUIDOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-LIQUI-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-LIQ
000140         ALTERNATE RECORD KEY IS LLAVE-DOSIS-LIQ WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-CONTROL-LIQ LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-CTRLLIQ-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-CLQ
000210         ALTERNATE RECORD KEY IS SERVHO-CLQ WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT HOJA-LIQUIDOS
000240         ASSIGN NOM-HOJALIQ-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-LIQUIDOS
000290     LABEL RECORD STANDARD.
000300 01  REG-LIQ.
000310     02 LLAVE-LIQ.
000320        03 PACI-LIQ             PIC X(15).
000330        03 FOLIO-LIQ            PIC X(8).
000340        03 FECHA-LIQ            PIC 9(8).
000350        03 HORA-LIQ             PIC 9(4).
000360        03 SECU-LIQ             PIC 99.
000370     02 TIPO-LIQ                PIC X.
000380        88 LIQ-INGRESO          VALUE "I".
000390        88 LIQ-EGRESO           VALUE "E".
000400     02 VIA-LIQ                 PIC XX.
000410     02 VOLUMEN-LIQ             PIC 9(5).
000420     02 FECHA-CORTE-LIQ         PIC 9(8).
000430     02 TURNO-LIQ               PIC 9.
000440     02 ORIGEN-LIQ              PIC X.
000450     02 LLAVE-DOSIS-LIQ         PIC X(24).
000460     02 DETALLE-LIQ             PIC X(30).
000470     02 USUARIO-LIQ             PIC X(4).

000480 FD  ARCHIVO-CONTROL-LIQ
000490     LABEL RECORD STANDARD.
000500 01  REG-CLQ.
000510     02 LLAVE-CLQ.
000520        03 PACI-CLQ             PIC X(15).
000530        03 FOLIO-CLQ            PIC X(8).
000540     02 SERVHO-CLQ              PIC X(4).
000550     02 CAMA-CLQ                PIC X(6).
000560     02 FECHA-INI-CLQ           PIC 9(8).
000570     02 LIMITE-POS-CLQ          PIC 9(5).
000580     02 LIMITE-NEG-CLQ          PIC 9(5).
000590     02 MED-LIMITE-CLQ          PIC 9(10).
000600     02 FECHA-LIMITE-CLQ        PIC 9(8).
000610     02 INGRESOS-CLQ            PIC 9(7).
000620     02 EGRESOS-CLQ             PIC 9(7).
000630     02 BALANCE-CLQ             PIC S9(7) SIGN IS TRAILING.

000640 FD  HOJA-LIQUIDOS
000650     LABEL RECORD STANDARD.
000660 01  LIN-HOJALIQ                PIC X(100).

000670 WORKING-STORAGE SECTION.

000680 77  NOM-LIQUI-W                PIC X(60)
000690     VALUE "D:\progelect\DATOS\SC-LIQUIDOS.DAT".
000700 77  NOM-CTRLLIQ-W              PIC X(60)
000710     VALUE "D:\progelect\DATOS\SC-CTRLLIQ.DAT".
000720 77  NOM-HOJALIQ-W              PIC X(60)
000730     VALUE "D:\progelect\DATOS\SC-HOJALIQ.TXT".
000740 77  OTR-STAT                   PIC XX.
000750 77  SW-FIN-LIQ-W               PIC 9 VALUE 0.
000760 77  SW-LIQ-W                   PIC 9 VALUE 0.
000770 77  CORTE-ACTUAL-W             PIC 9(8) VALUE 0.
000780 77  INGRESOS-CORTE-W           PIC 9(6) VALUE 0.
000790 77  EGRESOS-CORTE-W            PIC 9(6) VALUE 0.
000800 77  BALANCE-CORTE-W            PIC S9(7) VALUE 0.
000810 77  BALANCE-ACUM-W             PIC S9(7) VALUE 0.
000820 77  LIMITE-POS-W               PIC 9(5) VALUE 0.
000830 77  LIMITE-NEG-W               PIC 9(5) VALUE 0.
000840 77  IX-TURNO-W                 PIC 9.
000850 77  TOT-MOVIMIENTOS-W          PIC 9(5) VALUE 0.
000860 77  TOT-CORTES-W               PIC 9(4) VALUE 0.

000870 01  TABLA-TURNOS-W.
000880     02 TURNO-W OCCURS 3 TIMES.
000890        03 INGRESOS-TUR-W       PIC 9(6).
000900        03 EGRESOS-TUR-W        PIC 9(6).

000910 01  NOMBRES-TURNO-W.
000920     02 FILLER                  PIC X(6) VALUE "MANANA".
000930     02 FILLER                  PIC X(6) VALUE "TARDE ".
000940     02 FILLER                  PIC X(6) VALUE "NOCHE ".
000950 01  NOMBRES-TURNO-R REDEFINES NOMBRES-TURNO-W.
000960     02 NOMBRE-TURNO-W OCCURS 3 TIMES PIC X(6).

000970 01  LIN-DETALLE-LIQ.
000980     02 FECHA-REP               PIC 9(8).
000990     02 FILLER                  PIC X VALUE SPACE.
001000     02 HORA-REP                PIC 9(4).
001010     02 FILLER                  PIC X VALUE SPACE.
001020     02 TIPO-REP                PIC X(7).
001030     02 FILLER                  PIC X VALUE SPACE.
001040     02 VIA-REP                 PIC XX.
001050     02 FILLER                  PIC X VALUE SPACE.
001060     02 VOLUMEN-REP             PIC ZZ,ZZ9.
001070     02 FILLER                  PIC X(4) VALUE " ML ".
001080     02 DETALLE-REP             PIC X(30).
001090     02 FILLER                  PIC X VALUE SPACE.
001100     02 USUARIO-REP             PIC X(4).

001110 01  LIN-TURNO-LIQ.
001120     02 FILLER                  PIC X(8) VALUE "  TURNO ".
001130     02 TURNO-REP               PIC X(6).
001140     02 FILLER                  PIC X(10) VALUE " INGRESOS ".
001150     02 ING-TURNO-REP           PIC ZZZ,ZZ9.
001160     02 FILLER                  PIC X(9) VALUE " EGRESOS ".
001170     02 EGR-TURNO-REP           PIC ZZZ,ZZ9.

001180 01  LIN-CORTE-LIQ.
001190     02 FILLER                  PIC X(6) VALUE "CORTE ".
001200     02 CORTE-REP               PIC 9(8).
001210     02 FILLER                  PIC X(5) VALUE " ING ".
001220     02 ING-CORTE-REP           PIC ZZZ,ZZ9.
001230     02 FILLER                  PIC X(5) VALUE " EGR ".
001240     02 EGR-CORTE-REP           PIC ZZZ,ZZ9.
001250     02 FILLER                  PIC X(9) VALUE " BALANCE ".
001260     02 BAL-CORTE-REP           PIC -Z,ZZZ,ZZ9.
001270     02 FILLER                  PIC X(7) VALUE " ACUM. ".
001280     02 BAL-ACUM-REP            PIC -Z,ZZZ,ZZ9.
001290     02 FILLER                  PIC X VALUE SPACE.
001300     02 MARCA-REP               PIC X(15).

001310 LINKAGE SECTION.
001320 01  PACI-LNK                   PIC X(15).
001330 01  FOLIO-LNK                  PIC X(8).

001340 PROCEDURE DIVISION USING PACI-LNK FOLIO-LNK.

001350 MAINLINE.
001360     PERFORM ABRIR-ARCHIVOS.
001370     PERFORM POSICIONAR-ESTANCIA.
001380     PERFORM EVALUAR-MOVIMIENTO UNTIL SW-FIN-LIQ-W = 1.
001390     IF CORTE-ACTUAL-W > 0
001400        PERFORM CERRAR-CORTE
001410     END-IF.
001420     PERFORM CERRAR-ARCHIVOS.
001430     EXIT PROGRAM.

001440 ABRIR-ARCHIVOS.
001450     MOVE 0 TO SW-FIN-LIQ-W SW-LIQ-W CORTE-ACTUAL-W
001460               BALANCE-ACUM-W LIMITE-POS-W LIMITE-NEG-W
001470               TOT-MOVIMIENTOS-W TOT-CORTES-W.
001480     OPEN OUTPUT HOJA-LIQUIDOS.
001490     MOVE SPACES TO LIN-HOJALIQ.
001500     STRING "CONTROL DE LIQUIDOS - PACIENTE " PACI-LNK
001510            " FOLIO " FOLIO-LNK
001520            DELIMITED BY SIZE INTO LIN-HOJALIQ.
001530     WRITE LIN-HOJALIQ.
001540     OPEN INPUT ARCHIVO-CONTROL-LIQ.
001550     IF OTR-STAT = "00"
001560        MOVE PACI-LNK  TO PACI-CLQ
001570        MOVE FOLIO-LNK TO FOLIO-CLQ
001580        READ ARCHIVO-CONTROL-LIQ
001590             INVALID KEY CONTINUE
001600             NOT INVALID KEY
001610                MOVE LIMITE-POS-CLQ TO LIMITE-POS-W
001620                MOVE LIMITE-NEG-CLQ TO LIMITE-NEG-W
001630                MOVE SPACES TO LIN-HOJALIQ
001640                STRING "SERVICIO " SERVHO-CLQ
001650                       " CAMA " CAMA-CLQ
001660                       " LIMITE + " LIMITE-POS-CLQ
001670                       " LIMITE - " LIMITE-NEG-CLQ
001680                       " FIJADO POR " MED-LIMITE-CLQ
001690                       DELIMITED BY SIZE INTO LIN-HOJALIQ
001700                WRITE LIN-HOJALIQ
001710        END-READ
001720        CLOSE ARCHIVO-CONTROL-LIQ
001730     END-IF.
001740     OPEN INPUT ARCHIVO-LIQUIDOS.
001750     IF OTR-STAT NOT = "00"
001760        MOVE 1 TO SW-FIN-LIQ-W SW-LIQ-W
001770     END-IF.

001780 POSICIONAR-ESTANCIA.
001790     IF SW-FIN-LIQ-W = 0
001800        MOVE PACI-LNK  TO PACI-LIQ
001810        MOVE FOLIO-LNK TO FOLIO-LIQ
001820        MOVE 0 TO FECHA-LIQ HORA-LIQ SECU-LIQ
001830        START ARCHIVO-LIQUIDOS KEY IS >= LLAVE-LIQ
001840              INVALID KEY MOVE 1 TO SW-FIN-LIQ-W
001850        END-START
001860        PERFORM LEER-MOVIMIENTO
001870     END-IF.

001880 LEER-MOVIMIENTO.
001890     IF SW-FIN-LIQ-W = 0
001900        READ ARCHIVO-LIQUIDOS NEXT
001910             AT END MOVE 1 TO SW-FIN-LIQ-W
001920        END-READ
001930        IF SW-FIN-LIQ-W = 0
001940           IF PACI-LIQ NOT = PACI-LNK
001950              OR FOLIO-LIQ NOT = FOLIO-LNK
001960              MOVE 1 TO SW-FIN-LIQ-W
001970           END-IF
001980        END-IF
001990     END-IF.

      * LOS MOVIMIENTOS VIENEN EN ORDEN DE FECHA Y HORA, ASI QUE LOS
      * DE UN MISMO CORTE DE 07:00 A 06:59 LLEGAN SEGUIDOS.
002000 EVALUAR-MOVIMIENTO.
002010     IF FECHA-CORTE-LIQ NOT = CORTE-ACTUAL-W
002020        IF CORTE-ACTUAL-W > 0
002030           PERFORM CERRAR-CORTE
002040        END-IF
002050        PERFORM INICIAR-CORTE
002060     END-IF.
002070     IF LIQ-INGRESO
002080        ADD VOLUMEN-LIQ TO INGRESOS-TUR-W (TURNO-LIQ)
002090                           INGRESOS-CORTE-W
002100        MOVE "INGRESO" TO TIPO-REP
002110     ELSE
002120        ADD VOLUMEN-LIQ TO EGRESOS-TUR-W (TURNO-LIQ)
002130                           EGRESOS-CORTE-W
002140        MOVE "EGRESO " TO TIPO-REP
002150     END-IF.
002160     MOVE FECHA-LIQ   TO FECHA-REP.
002170     MOVE HORA-LIQ    TO HORA-REP.
002180     MOVE VIA-LIQ     TO VIA-REP.
002190     MOVE VOLUMEN-LIQ TO VOLUMEN-REP.
002200     MOVE DETALLE-LIQ TO DETALLE-REP.
002210     MOVE USUARIO-LIQ TO USUARIO-REP.
002220     MOVE LIN-DETALLE-LIQ TO LIN-HOJALIQ.
002230     WRITE LIN-HOJALIQ.
002240     ADD 1 TO TOT-MOVIMIENTOS-W.
002250     PERFORM LEER-MOVIMIENTO.

002260 INICIAR-CORTE.
002270     MOVE FECHA-CORTE-LIQ TO CORTE-ACTUAL-W.
002280     MOVE 0 TO INGRESOS-CORTE-W EGRESOS-CORTE-W.
002290     INITIALIZE TABLA-TURNOS-W.
002300     ADD 1 TO TOT-CORTES-W.

002310 CERRAR-CORTE.
002320     PERFORM IMPRIMIR-UN-TURNO
002330             VARYING IX-TURNO-W FROM 1 BY 1
002340             UNTIL IX-TURNO-W > 3.
002350     COMPUTE BALANCE-CORTE-W =
002360         INGRESOS-CORTE-W - EGRESOS-CORTE-W.
002370     ADD BALANCE-CORTE-W TO BALANCE-ACUM-W.
002380     MOVE CORTE-ACTUAL-W   TO CORTE-REP.
002390     MOVE INGRESOS-CORTE-W TO ING-CORTE-REP.
002400     MOVE EGRESOS-CORTE-W  TO EGR-CORTE-REP.
002410     MOVE BALANCE-CORTE-W  TO BAL-CORTE-REP.
002420     MOVE BALANCE-ACUM-W   TO BAL-ACUM-REP.
002430     MOVE SPACES TO MARCA-REP.
002440     IF LIMITE-POS-W > 0
002450        AND BALANCE-CORTE-W > LIMITE-POS-W
002460        MOVE "SOBRE LIMITE +" TO MARCA-REP
002470     END-IF.
002480     IF LIMITE-NEG-W > 0
002490        AND BALANCE-CORTE-W < 0 - LIMITE-NEG-W
002500        MOVE "SOBRE LIMITE -" TO MARCA-REP
002510     END-IF.
002520     MOVE LIN-CORTE-LIQ TO LIN-HOJALIQ.
002530     WRITE LIN-HOJALIQ.

002540 IMPRIMIR-UN-TURNO.
002550     MOVE NOMBRE-TURNO-W (IX-TURNO-W) TO TURNO-REP.
002560     MOVE INGRESOS-TUR-W (IX-TURNO-W) TO ING-TURNO-REP.
002570     MOVE EGRESOS-TUR-W (IX-TURNO-W)  TO EGR-TURNO-REP.
002580     MOVE LIN-TURNO-LIQ TO LIN-HOJALIQ.
002590     WRITE LIN-HOJALIQ.

002600 CERRAR-ARCHIVOS.
002610     IF TOT-MOVIMIENTOS-W = 0
002620        MOVE "SIN MOVIMIENTOS DE LIQUIDOS REGISTRADOS"
002630            TO LIN-HOJALIQ
002640        WRITE LIN-HOJALIQ
002650     END-IF.
002660     IF SW-LIQ-W = 0
002670        CLOSE ARCHIVO-LIQUIDOS
002680     END-IF.
002690     CLOSE HOJA-LIQUIDOS.
002700     DISPLAY "MOVIMIENTOS: " TOT-MOVIMIENTOS-W
002710             " CORTES: " TOT-CORTES-W.
