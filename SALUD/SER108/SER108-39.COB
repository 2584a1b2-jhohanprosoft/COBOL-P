      *=================================================================
      * FACTURACION - LIQUIDACION DE HONORARIOS POR PROFESIONAL
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LISTA EN SC-LIQHONOR.TXT LOS HONORARIOS PENDIENTES DE PAGAR
      * AL PROFESIONAL QUE DEJA LA LIQUIDACION QUIRURGICA (SER108-38)
      * EN ARCHIVO-HONORARIOS, DE LAS CIRUGIAS ENTRE LAS FECHAS
      * RECIBIDAS, DE UN PROFESIONAL O DE TODOS (EN BLANCO): CADA
      * CIRUGIA CON PACIENTE, CUENTA, CUPS, CONCEPTO (CIRUJANO,
      * ANESTESIOLOGO O AYUDANTE), PORCENTAJE Y VALOR, CON TOTAL POR
      * PROFESIONAL Y GENERAL.
      * MODO "I" - SOLO EL INFORME (PRELIQUIDACION).
      * MODO "C" - EL INFORME Y CIERRA: LOS HONORARIOS LISTADOS
      *            QUEDAN LIQUIDADOS ("L") CON FECHA Y OPERADOR, YA NO
      *            SALEN EN LA SIGUIENTE Y LA CIRUGIA NO SE PUEDE
      *            ANULAR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-39.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-HONORARIOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-HONOR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-HON
000140         ALTERNATE RECORD KEY IS LLAVE-PROGC-HON
000150            WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT INFORME-HONORARIOS
000180         ASSIGN NOM-INFHON-W
000190         ORGANIZATION IS LINE SEQUENTIAL.

000200 DATA DIVISION.
000210 FILE SECTION.

000220 FD  ARCHIVO-HONORARIOS
000230     LABEL RECORD STANDARD.
000240 01  REG-HON.
000250     02 LLAVE-HON.
000260        03 PROF-HON             PIC X(6).
000270        03 FECHA-HON            PIC 9(8).
000280        03 LLAVE-PROGC-HON      PIC X(16).
000290        03 SECU-HON             PIC 99.
000300        03 CONCEPTO-HON         PIC X.
000310           88 HON-CIRUJANO      VALUE "C".
000320           88 HON-ANESTESIA     VALUE "A".
000330           88 HON-AYUDANTIA     VALUE "Y".
000340     02 LLAVE-NUM-HON           PIC X(7).
000350     02 PACI-HON                PIC X(15).
000360     02 CUP-HON                 PIC X(12).
000370     02 PORC-HON                PIC 9(3).
000380     02 VALOR-HON               PIC 9(9)V99.
000390     02 ESTADO-HON              PIC X.
000400        88 HON-PENDIENTE        VALUE "P".
000410        88 HON-LIQUIDADO        VALUE "L".
000420        88 HON-ANULADO          VALUE "A".
000430     02 FECHA-LIQ-HON           PIC 9(8).
000440     02 OPER-LIQ-HON            PIC X(4).
000450     02 FILLER                  PIC X(20).

000460 FD  INFORME-HONORARIOS
000470     LABEL RECORD STANDARD.
000480 01  LIN-INFHON                 PIC X(132).

000490 WORKING-STORAGE SECTION.

000500 77  NOM-HONOR-W                PIC X(60)
000510     VALUE "D:\progelect\DATOS\SC-HONORAR.DAT".
000520 77  NOM-INFHON-W               PIC X(60)
000530     VALUE "D:\progelect\DATOS\SC-LIQHONOR.TXT".
000540 77  OTR-STAT                   PIC XX.
000550 77  SW-FIN-W                   PIC 9 VALUE 0.
000560 77  PROF-ANT-W                 PIC X(6) VALUE SPACES.
000570 77  CANT-PROF-W                PIC 9(5) VALUE 0.
000580 77  VALOR-PROF-W               PIC 9(11)V99 VALUE 0.
000590 77  CANT-TOTAL-W               PIC 9(6) VALUE 0.
000600 77  VALOR-TOTAL-W              PIC 9(13)V99 VALUE 0.

000610 01  LIN-TITULO-IH.
000620     02 FILLER                  PIC X(32) VALUE
000630        "LIQUIDACION DE HONORARIOS -    ".
000640     02 FECHA-INI-IH            PIC 9(8).
000650     02 FILLER                  PIC X(3) VALUE " A ".
000660     02 FECHA-FIN-IH            PIC 9(8).
000670     02 FILLER                  PIC X(3) VALUE SPACES.
000680     02 TIPO-IH                 PIC X(20).
000690 01  LIN-PROF-IH.
000700     02 FILLER                  PIC X(14) VALUE "PROFESIONAL: ".
000710     02 PROF-IH                 PIC X(6).
000720 01  LIN-COL-IH.
000730     02 FILLER                  PIC X(10) VALUE "FECHA".
000740     02 FILLER                  PIC X(17) VALUE "PACIENTE".
000750     02 FILLER                  PIC X(9) VALUE "CUENTA".
000760     02 FILLER                  PIC X(14) VALUE "CUPS".
000770     02 FILLER                  PIC X(15) VALUE "CONCEPTO".
000780     02 FILLER                  PIC X(4) VALUE "PORC".
000790     02 FILLER                  PIC X(18)
000791        VALUE "             VALOR".
000800 01  LIN-DET-IH.
000810     02 FECHA-IH                PIC 9(8).
000820     02 FILLER                  PIC XX VALUE SPACES.
000830     02 PACI-IH                 PIC X(17).
000840     02 CUENTA-IH               PIC X(9).
000850     02 CUP-IH                  PIC X(14).
000860     02 CONCEPTO-IH             PIC X(15).
000870     02 PORC-IH                 PIC ZZ9.
000880     02 FILLER                  PIC X VALUE "%".
000890     02 VALOR-IH                PIC Z(14)9.99.
000900 01  LIN-SUBTOTAL-IH.
000910     02 FILLER                  PIC X(20)
000911        VALUE "  TOTAL PROFESIONAL".
000920     02 CANT-SUB-IH             PIC Z(5)9.
000930     02 FILLER                  PIC X(43) VALUE SPACES.
000940     02 VALOR-SUB-IH            PIC Z(14)9.99.
000950 01  LIN-TOTAL-IH.
000960     02 FILLER                  PIC X(20) VALUE "TOTAL GENERAL".
000970     02 CANT-TOT-IH             PIC Z(5)9.
000980     02 FILLER                  PIC X(43) VALUE SPACES.
000990     02 VALOR-TOT-IH            PIC Z(14)9.99.

001000 LINKAGE SECTION.
001010 01  MODO-LNK                   PIC X.
001020     88 MODO-INFORME            VALUE "I".
001030     88 MODO-CIERRE             VALUE "C".
001040 01  PROF-LNK                   PIC X(6).
001050 01  FECHA-INI-LNK              PIC 9(8).
001060 01  FECHA-FIN-LNK              PIC 9(8).
001070 01  OPER-LNK                   PIC X(4).

001080 PROCEDURE DIVISION USING MODO-LNK PROF-LNK FECHA-INI-LNK
001090                          FECHA-FIN-LNK OPER-LNK.

001100 MAINLINE.
001110     OPEN I-O ARCHIVO-HONORARIOS.
001120     IF OTR-STAT NOT = "00"
001130        DISPLAY "NO HAY HONORARIOS " NOM-HONOR-W
001140        EXIT PROGRAM
001150     END-IF.
001160     OPEN OUTPUT INFORME-HONORARIOS.
001170     PERFORM ESCRIBIR-TITULO.
001180     MOVE LOW-VALUES TO LLAVE-HON.
001190     IF PROF-LNK NOT = SPACES
001200        MOVE PROF-LNK TO PROF-HON
001210     END-IF.
001220     START ARCHIVO-HONORARIOS KEY IS >= LLAVE-HON
001230           INVALID KEY MOVE 1 TO SW-FIN-W
001240     END-START.
001250     IF SW-FIN-W = 0
001260        PERFORM LEER-HONORARIO
001270     END-IF.
001280     PERFORM PROCESAR-HONORARIO UNTIL SW-FIN-W = 1.
001290     IF PROF-ANT-W NOT = SPACES
001300        PERFORM ESCRIBIR-SUBTOTAL
001310     END-IF.
001320     MOVE CANT-TOTAL-W  TO CANT-TOT-IH.
001330     MOVE VALOR-TOTAL-W TO VALOR-TOT-IH.
001340     MOVE SPACES TO LIN-INFHON.
001350     WRITE LIN-INFHON.
001360     MOVE LIN-TOTAL-IH TO LIN-INFHON.
001370     WRITE LIN-INFHON.
001380     CLOSE ARCHIVO-HONORARIOS INFORME-HONORARIOS.
001390     DISPLAY "HONORARIOS LIQUIDADOS: " CANT-TOTAL-W
001400             " VALOR: " VALOR-TOTAL-W.
001410     EXIT PROGRAM.

001420 ESCRIBIR-TITULO.
001430     MOVE FECHA-INI-LNK TO FECHA-INI-IH.
001440     MOVE FECHA-FIN-LNK TO FECHA-FIN-IH.
001450     IF MODO-CIERRE
001460        MOVE "CIERRE"          TO TIPO-IH
001470     ELSE
001480        MOVE "PRELIQUIDACION"  TO TIPO-IH
001490     END-IF.
001500     MOVE LIN-TITULO-IH TO LIN-INFHON.
001510     WRITE LIN-INFHON.

001520 LEER-HONORARIO.
001530     READ ARCHIVO-HONORARIOS NEXT
001540          AT END MOVE 1 TO SW-FIN-W
001550     END-READ.
001560     IF SW-FIN-W = 0 AND PROF-LNK NOT = SPACES
001570        AND PROF-HON NOT = PROF-LNK
001580        MOVE 1 TO SW-FIN-W
001590     END-IF.

001600 PROCESAR-HONORARIO.
001610     IF HON-PENDIENTE
001620        AND FECHA-HON NOT < FECHA-INI-LNK
001630        AND FECHA-HON NOT > FECHA-FIN-LNK
001640        PERFORM LIQUIDAR-HONORARIO
001650     END-IF.
001660     PERFORM LEER-HONORARIO.

001670 LIQUIDAR-HONORARIO.
001680     IF PROF-HON NOT = PROF-ANT-W
001690        IF PROF-ANT-W NOT = SPACES
001700           PERFORM ESCRIBIR-SUBTOTAL
001710        END-IF
001720        PERFORM ESCRIBIR-ENCABEZADO-PROF
001730     END-IF.
001740     MOVE FECHA-HON     TO FECHA-IH.
001750     MOVE PACI-HON      TO PACI-IH.
001760     MOVE LLAVE-NUM-HON TO CUENTA-IH.
001770     MOVE CUP-HON       TO CUP-IH.
001780     EVALUATE TRUE
001790        WHEN HON-CIRUJANO  MOVE "CIRUJANO"      TO CONCEPTO-IH
001800        WHEN HON-ANESTESIA MOVE "ANESTESIOLOGO" TO CONCEPTO-IH
001810        WHEN OTHER         MOVE "AYUDANTE"      TO CONCEPTO-IH
001820     END-EVALUATE.
001830     MOVE PORC-HON      TO PORC-IH.
001840     MOVE VALOR-HON     TO VALOR-IH.
001850     MOVE LIN-DET-IH TO LIN-INFHON.
001860     WRITE LIN-INFHON.
001870     ADD 1 TO CANT-PROF-W CANT-TOTAL-W.
001880     ADD VALOR-HON TO VALOR-PROF-W VALOR-TOTAL-W.
001890     IF MODO-CIERRE
001900        MOVE "L"      TO ESTADO-HON
001910        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LIQ-HON
001920        MOVE OPER-LNK TO OPER-LIQ-HON
001930        REWRITE REG-HON
001940            INVALID KEY CONTINUE
001950        END-REWRITE
001960     END-IF.

001970 ESCRIBIR-ENCABEZADO-PROF.
001980     MOVE PROF-HON TO PROF-ANT-W PROF-IH.
001990     MOVE 0 TO CANT-PROF-W VALOR-PROF-W.
002000     MOVE SPACES TO LIN-INFHON.
002010     WRITE LIN-INFHON.
002020     MOVE LIN-PROF-IH TO LIN-INFHON.
002030     WRITE LIN-INFHON.
002040     MOVE LIN-COL-IH TO LIN-INFHON.
002050     WRITE LIN-INFHON.

002060 ESCRIBIR-SUBTOTAL.
002070     MOVE CANT-PROF-W  TO CANT-SUB-IH.
002080     MOVE VALOR-PROF-W TO VALOR-SUB-IH.
002090     MOVE LIN-SUBTOTAL-IH TO LIN-INFHON.
002100     WRITE LIN-INFHON.
