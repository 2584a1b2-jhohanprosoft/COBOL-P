      *=================================================================
      * TAXIMETROS - RELACION MENSUAL DE FUEC POR CONTRATO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-FUEC (VER TAX141) POR CONTRATO Y FECHA DE
      * SALIDA Y LISTA LOS EXTRACTOS CUYA SALIDA CAE EN EL MES
      * INDICADO (AAAAMM), CON RECORRIDO, VEHICULO Y CONDUCTOR
      * PRINCIPAL, Y EL TOTAL DE VIAJES POR CONTRATO, PARA LA
      * RELACION QUE PIDE LA AUTORIDAD DE TRANSITO. LOS ANULADOS SE
      * LISTAN MARCADOS PARA QUE EL CONSECUTIVO QUEDE COMPLETO, PERO
      * NO SUMAN. CONTRATO-LNK EN BLANCO = TODOS LOS CONTRATOS.
      * SALIDA: SC-REPFUEC.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX141-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-FUEC LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FUEC-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS NRO-FUEC
000140         ALTERNATE RECORD KEY IS LLAVE-CONTR-FUEC
000150                   WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-CONTRATOS-ESP LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-CONTRESP-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS NRO-CONTRATO-CTE
000220         FILE STATUS IS OTR-STAT.

000230     SELECT REPORTE-FUEC-MES
000240         ASSIGN NOM-REPFUEC-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-FUEC
000290     LABEL RECORD STANDARD.
000300 01  REG-FUEC.
000310     02 NRO-FUEC                PIC 9(8).
000320     02 LLAVE-CONTR-FUEC.
000330        03 CONTRATO-FUEC        PIC X(10).
000340        03 FECHA-SALIDA-FUEC    PIC 9(8).
000350     02 FECHA-REGRESO-FUEC      PIC 9(8).
000360     02 ORIGEN-FUEC             PIC X(30).
000370     02 DESTINO-FUEC            PIC X(30).
000380     02 CODIGO-CAR-FUEC         PIC 9(5).
000390     02 PLACA-FUEC              PIC X(6).
000400     02 INTERNO-FUEC            PIC X(4).
000410     02 CONDUCTOR-FUEC          PIC 9(10) OCCURS 3.
000420     02 ESTADO-FUEC             PIC X.
000430        88 FUEC-EXPEDIDO        VALUE "E".
000440        88 FUEC-ANULADO         VALUE "A".
000450     02 FECHA-EXPEDICION-FUEC   PIC 9(8).
000460     02 USUARIO-FUEC            PIC X(4).
000470     02 FILLER                  PIC X(20).

000480 FD  ARCHIVO-CONTRATOS-ESP
000490     LABEL RECORD STANDARD.
000500 01  REG-CTE.
000510     02 NRO-CONTRATO-CTE        PIC X(10).
000520     02 NIT-CONTRATANTE-CTE     PIC 9(10).
000530     02 NOMBRE-CONTRATANTE-CTE  PIC X(40).
000540     02 OBJETO-CTE              PIC X(40).
000550     02 FECHA-INI-CTE           PIC 9(8).
000560     02 FECHA-FIN-CTE           PIC 9(8).
000570     02 ESTADO-CTE              PIC X.
000580        88 CTE-VIGENTE          VALUE "A".
000590        88 CTE-TERMINADO        VALUE "T".
000600     02 USUARIO-CTE             PIC X(4).
000610     02 FILLER                  PIC X(20).

000620 FD  REPORTE-FUEC-MES
000630     LABEL RECORD STANDARD.
000640 01  LIN-REPFUEC                PIC X(120).

000650 WORKING-STORAGE SECTION.

000660 77  NOM-FUEC-W                 PIC X(60)
000670     VALUE "D:\progelect\DATOS\SC-FUEC.DAT".
000680 77  NOM-CONTRESP-W             PIC X(60)
000690     VALUE "D:\progelect\DATOS\SC-CONTRESP.DAT".
000700 77  NOM-REPFUEC-W              PIC X(60)
000710     VALUE "D:\progelect\DATOS\SC-REPFUEC.TXT".
000720 77  OTR-STAT                   PIC XX.
000730 77  SW-FIN-FUEC-W              PIC 9 VALUE 0.
000740 77  CONTRATO-ANT-W             PIC X(10) VALUE SPACES.
000750 77  VIAJES-CONTRATO-W          PIC 9(5) VALUE 0.
000760 77  ANULADOS-CONTRATO-W        PIC 9(5) VALUE 0.
000770 77  TOT-VIAJES-W               PIC 9(5) VALUE 0.

000780 01  LIN-TITULO-RF.
000790     02 FILLER                  PIC X(41) VALUE
000800        "RELACION MENSUAL DE FUEC EXPEDIDOS - MES ".
000810     02 ANO-MES-TIT-RF          PIC 9(6).
000820 01  LIN-CONTRATO-RF.
000830     02 FILLER                  PIC X(10) VALUE "CONTRATO: ".
000840     02 CONTRATO-RF             PIC X(10).
000850     02 FILLER                  PIC X(2) VALUE SPACES.
000860     02 NIT-CONTRATANTE-RF      PIC Z(9)9.
000870     02 FILLER                  PIC X VALUE SPACE.
000880     02 NOMBRE-CONTRATANTE-RF   PIC X(40).
000890 01  LIN-DETALLE-RF.
000900     02 NRO-FUEC-RF             PIC 9(8).
000910     02 FILLER                  PIC X VALUE SPACE.
000920     02 SALIDA-RF               PIC 9(8).
000930     02 FILLER                  PIC X VALUE SPACE.
000940     02 REGRESO-RF              PIC 9(8).
000950     02 FILLER                  PIC X VALUE SPACE.
000960     02 ORIGEN-RF               PIC X(20).
000970     02 FILLER                  PIC X VALUE SPACE.
000980     02 DESTINO-RF              PIC X(20).
000990     02 FILLER                  PIC X VALUE SPACE.
001000     02 PLACA-RF                PIC X(6).
001010     02 FILLER                  PIC X VALUE SPACE.
001020     02 CONDUCTOR-RF            PIC Z(9)9.
001030     02 FILLER                  PIC X VALUE SPACE.
001040     02 ESTADO-RF               PIC X(7).
001050 01  LIN-TOTAL-CONTRATO-RF.
001060     02 FILLER                  PIC X(23) VALUE
001070        "   VIAJES DEL CONTRATO ".
001080     02 VIAJES-RF               PIC ZZZZ9.
001090     02 FILLER                  PIC X(12) VALUE "  ANULADOS ".
001100     02 ANULADOS-RF             PIC ZZZZ9.
001110 01  LIN-TOTAL-RF.
001120     02 FILLER                  PIC X(23) VALUE
001130        "TOTAL VIAJES DEL MES ".
001140     02 TOT-VIAJES-RF           PIC ZZZZ9.

001150 LINKAGE SECTION.
001160 01  ANO-MES-LNK                PIC 9(6).
001170 01  CONTRATO-LNK               PIC X(10).

001180 PROCEDURE DIVISION USING ANO-MES-LNK CONTRATO-LNK.

001190 MAINLINE.
001200     PERFORM ABRIR-ARCHIVOS.
001210     PERFORM LEER-FUEC.
001220     PERFORM EVALUAR-FUEC UNTIL SW-FIN-FUEC-W = 1.
001230     IF CONTRATO-ANT-W NOT = SPACES
001240        PERFORM ESCRIBIR-TOTAL-CONTRATO
001250     END-IF.
001260     PERFORM CERRAR-ARCHIVOS.
001270     EXIT PROGRAM.

001280 ABRIR-ARCHIVOS.
001290     OPEN INPUT ARCHIVO-CONTRATOS-ESP.
001291     OPEN INPUT ARCHIVO-FUEC.
001292     IF OTR-STAT NOT = "00"
001293        MOVE 1 TO SW-FIN-FUEC-W
001294     END-IF.
001300     OPEN OUTPUT REPORTE-FUEC-MES.
001310     MOVE ANO-MES-LNK TO ANO-MES-TIT-RF.
001320     MOVE LIN-TITULO-RF TO LIN-REPFUEC.
001330     WRITE LIN-REPFUEC.
001340     MOVE CONTRATO-LNK TO CONTRATO-FUEC.
001350     MOVE 0            TO FECHA-SALIDA-FUEC.
001360     IF SW-FIN-FUEC-W = 0
001370        START ARCHIVO-FUEC KEY IS >= LLAVE-CONTR-FUEC
001371              INVALID KEY MOVE 1 TO SW-FIN-FUEC-W
001372        END-START
001373     END-IF.

001380 LEER-FUEC.
001390     IF SW-FIN-FUEC-W = 0
001400        READ ARCHIVO-FUEC NEXT
001410             AT END MOVE 1 TO SW-FIN-FUEC-W
001420        END-READ
001430     END-IF.
001440     IF SW-FIN-FUEC-W = 0 AND CONTRATO-LNK NOT = SPACES
001450        AND CONTRATO-FUEC NOT = CONTRATO-LNK
001460        MOVE 1 TO SW-FIN-FUEC-W
001470     END-IF.

001480 EVALUAR-FUEC.
001490     IF FECHA-SALIDA-FUEC (1: 6) = ANO-MES-LNK
001500        IF CONTRATO-FUEC NOT = CONTRATO-ANT-W
001510           IF CONTRATO-ANT-W NOT = SPACES
001520              PERFORM ESCRIBIR-TOTAL-CONTRATO
001530           END-IF
001540           PERFORM ESCRIBIR-ENCAB-CONTRATO
001550        END-IF
001560        PERFORM ESCRIBIR-DETALLE
001570     END-IF.
001580     PERFORM LEER-FUEC.

001590 ESCRIBIR-ENCAB-CONTRATO.
001600     MOVE CONTRATO-FUEC TO CONTRATO-ANT-W NRO-CONTRATO-CTE.
001610     MOVE 0 TO VIAJES-CONTRATO-W ANULADOS-CONTRATO-W.
001620     READ ARCHIVO-CONTRATOS-ESP
001630          INVALID KEY INITIALIZE REG-CTE
001640     END-READ.
001650     MOVE CONTRATO-FUEC          TO CONTRATO-RF.
001660     MOVE NIT-CONTRATANTE-CTE    TO NIT-CONTRATANTE-RF.
001670     MOVE NOMBRE-CONTRATANTE-CTE TO NOMBRE-CONTRATANTE-RF.
001680     MOVE SPACES TO LIN-REPFUEC.
001690     WRITE LIN-REPFUEC.
001700     MOVE LIN-CONTRATO-RF TO LIN-REPFUEC.
001710     WRITE LIN-REPFUEC.

001720 ESCRIBIR-DETALLE.
001730     MOVE NRO-FUEC           TO NRO-FUEC-RF.
001740     MOVE FECHA-SALIDA-FUEC  TO SALIDA-RF.
001750     MOVE FECHA-REGRESO-FUEC TO REGRESO-RF.
001760     MOVE ORIGEN-FUEC        TO ORIGEN-RF.
001770     MOVE DESTINO-FUEC       TO DESTINO-RF.
001780     MOVE PLACA-FUEC         TO PLACA-RF.
001790     MOVE CONDUCTOR-FUEC (1) TO CONDUCTOR-RF.
001800     IF FUEC-ANULADO
001810        MOVE "ANULADO" TO ESTADO-RF
001820        ADD 1 TO ANULADOS-CONTRATO-W
001830     ELSE
001840        MOVE SPACES TO ESTADO-RF
001850        ADD 1 TO VIAJES-CONTRATO-W TOT-VIAJES-W
001860     END-IF.
001870     MOVE LIN-DETALLE-RF TO LIN-REPFUEC.
001880     WRITE LIN-REPFUEC.

001890 ESCRIBIR-TOTAL-CONTRATO.
001900     MOVE VIAJES-CONTRATO-W   TO VIAJES-RF.
001910     MOVE ANULADOS-CONTRATO-W TO ANULADOS-RF.
001920     MOVE LIN-TOTAL-CONTRATO-RF TO LIN-REPFUEC.
001930     WRITE LIN-REPFUEC.

001940 CERRAR-ARCHIVOS.
001950     MOVE TOT-VIAJES-W TO TOT-VIAJES-RF.
001960     MOVE SPACES TO LIN-REPFUEC.
001970     WRITE LIN-REPFUEC.
001980     MOVE LIN-TOTAL-RF TO LIN-REPFUEC.
001990     WRITE LIN-REPFUEC.
002000     CLOSE ARCHIVO-FUEC ARCHIVO-CONTRATOS-ESP REPORTE-FUEC-MES.
002010     DISPLAY "FUEC DEL MES: " TOT-VIAJES-W.
