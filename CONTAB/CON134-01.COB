      *=================================================================
      * CONTABILIDAD - ANTICIPOS A EMPLEADOS Y SU LEGALIZACION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS ANTICIPOS PARA VIAJES Y DILIGENCIAS SE CONTROLABAN EN
      * PAPEL. CADA ANTICIPO QUEDA EN ARCHIVO-ANTICIPOS (EMPLEADO +
      * CONSECUTIVO) CON SU FECHA LIMITE DE LEGALIZACION:
      * MODO "A" - REGISTRA EL ANTICIPO (SIN FECHA LIMITE SE DAN 15
      *            DIAS) Y ASIENTA EN EL LOTE "AN": DEBITO ANTICIPOS A
      *            TRABAJADORES CON EL NIT DEL EMPLEADO, CREDITO BANCO.
      * MODO "L" - LEGALIZA TOTAL O PARCIALMENTE: GASTOS SOPORTADOS A
      *            SU CUENTA Y CENTRO DE COSTO (VALIDADO EN
      *            ARCHIVO-COSTO, VA EN EL DETALLE) Y DINERO
      *            REINTEGRADO AL BANCO O CAJA, CONTRA EL ANTICIPO. NO
      *            SE LEGALIZA MAS DE LO PENDIENTE; EN CERO QUEDA
      *            LEGALIZADO.
      * EL LISTADO DE ANTICIPOS NO LEGALIZADOS A TIEMPO ES CON134-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON134-01.
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

000230     SELECT ARCHIVO-COSTO LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-COSTO-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS COD-COSTO
000280         FILE STATUS IS OTR-STAT.

000290     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-MOV-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LLAVE-MOV
000340         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000350         FILE STATUS IS OTR-STAT.

000360 DATA DIVISION.
000370 FILE SECTION.

000380 FD  ARCHIVO-ANTICIPOS
000390     LABEL RECORD STANDARD.
000400 01  REG-ANT.
000410     02 LLAVE-ANT.
000420        03 EMPLEADO-ANT         PIC 9(10).
000430        03 SECUEN-ANT           PIC 9(3).
000440     02 FECHA-ANT               PIC 9(8).
000450     02 FECHA-LEGALIZA-ANT      PIC 9(8).
000460     02 SUC-ANT                 PIC XX.
000470     02 COSTO-ANT               PIC X(4).
000480     02 MOTIVO-ANT              PIC X(40).
000490     02 VALOR-ANT               PIC 9(11)V99.
000500     02 LEGALIZADO-ANT          PIC 9(11)V99.
000510     02 REINTEGRADO-ANT         PIC 9(11)V99.
000520     02 ESTADO-ANT              PIC X.
000530        88 ANTICIPO-PENDIENTE   VALUE "P".
000540        88 ANTICIPO-LEGALIZADO  VALUE "L".
000550     02 FECHA-LEG-REAL-ANT      PIC 9(8).
000560     02 COMPROB-ANT             PIC X(7).
000570     02 COMPROB-LEG-ANT         PIC X(7).
000580     02 USUARIO-ANT             PIC X(4).
000590     02 NIT-EMPRESA-ANT         PIC 9(10).
000600     02 FILLER                  PIC X(20).

000610 FD  ARCHIVO-TERCEROS
000620     LABEL RECORD STANDARD.
000630 01  REG-TERCERO.
000640     02 COD-TERCERO             PIC 9(10).
000650     02 E-MAIL-TER              PIC X(60).
000660     02 NOMBRE-TER              PIC X(40).
000670     02 FILLER                  PIC X(10).

      * VISTA DEL CODIGO Y NOMBRE DEL CENTRO DE COSTO, SOLO PARA
      * VALIDAR.
000680 FD  ARCHIVO-COSTO
000690     LABEL RECORD STANDARD.
000700 01  REG-COSTO.
000710     02 COD-COSTO               PIC X(4).
000720     02 NOMBRE-COSTO            PIC X(20).

000730 FD  MOVIMIENTO-DIARIO
000740     LABEL RECORD STANDARD.
000750 01  REG-MOV.
000760     02 LLAVE-MOV.
000770        03 LOTE-MOV             PIC XX.
000780        03 COMPROB-MOV          PIC X(7).
000790        03 SECU-MOV             PIC XX.
000800     02 MAYOR-MOV               PIC 9(6).
000810     02 FECHA-MOV               PIC 9(6).
000820     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
000830     02 DETALLE-MOV             PIC X(30).
000840     02 NIT-MOV                 PIC 9(10).
000850     02 SECUENCIA-MOV           PIC 9(8).
000860     02 SUCURSAL-MOV            PIC XX.
000870     02 NIT-EMPRESA-MOV         PIC 9(10).

000880 WORKING-STORAGE SECTION.

000890 77  NOM-ANTICIPO-W             PIC X(60)
000900     VALUE "D:\progelect\DATOS\SC-ANTICIPO.DAT".
000910 77  NOM-TER-W                  PIC X(60)
000920     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
000930 77  NOM-COSTO-W                PIC X(60)
000940     VALUE "D:\progelect\DATOS\SC-ARCHCOSTO.DAT".
000950 77  NOM-MOV-W                  PIC X(50)
000960     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
000970 77  OTR-STAT                   PIC XX.
000980 77  DIAS-LEGALIZA-W            PIC 9(3) VALUE 15.
000990 77  CTA-ANTICIPOS-W            PIC 9(6) VALUE 133015.
001000 77  PENDIENTE-W                PIC 9(11)V99 VALUE 0.
001010 77  TOTAL-LEG-W                PIC 9(11)V99 VALUE 0.
001020 77  FECHA-MOV-W                PIC 9(8).
001030 77  ANO-MOV-W                  PIC 9(4).
001040 77  MES-MOV-W                  PIC 99.
001050 77  COMPROB-NUM-W              PIC 9(7) VALUE 0.
001060 77  COMPROB-AN-W               PIC X(7).
001070 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
001080 77  SECU-RENGLON-W             PIC 99 VALUE 0.
001090 77  VALOR-ASIENTO-W            PIC S9(12)V99.
001100 77  CUENTA-ASIENTO-W           PIC 9(6).
001110 77  DETALLE-ASIENTO-W          PIC X(30).

001120 77  MODO-MULTIEMP-W            PIC X.
001130 77  RAZON-NULA-W               PIC X(40) VALUE SPACES.
001140 77  CTA-DESDE-NULA-W           PIC 9(6) VALUE 0.
001150 77  CTA-HASTA-NULA-W           PIC 9(6) VALUE 0.
001160 77  CUENTA-CHEQ-W              PIC 9(6).
001170 77  NIT-DESTINO-NULO-W         PIC 9(10) VALUE 0.
001180 77  CTA-DB-ORIG-NULA-W         PIC 9(6) VALUE 0.
001190 77  CTA-CR-ORIG-NULA-W         PIC 9(6) VALUE 0.
001200 77  CTA-DB-DEST-NULA-W         PIC 9(6) VALUE 0.
001210 77  CTA-CR-DEST-NULA-W         PIC 9(6) VALUE 0.
001220 77  VALOR-NULO-W               PIC 9(11)V99 VALUE 0.
001230 77  DETALLE-NULO-W             PIC X(30) VALUE SPACES.
001240 77  RESULT-MULTIEMP-W          PIC X.

001250 LINKAGE SECTION.
001260 01  MODO-LNK                   PIC X.
001270     88 MODO-ANTICIPO           VALUE "A".
001280     88 MODO-LEGALIZAR          VALUE "L".
001290 01  EMPLEADO-LNK               PIC 9(10).
001300 01  SECUEN-LNK                 PIC 9(3).
001310 01  DATOS-ANTICIPO-LNK.
001320     02 FECHA-ANT-LNK           PIC 9(8).
001330     02 FECHA-LEGALIZA-LNK      PIC 9(8).
001340     02 SUC-LNK                 PIC XX.
001350     02 COSTO-ANT-LNK           PIC X(4).
001360     02 MOTIVO-LNK              PIC X(40).
001370     02 VALOR-ANT-LNK           PIC 9(11)V99.
001380 01  DATOS-LEGALIZA-LNK.
001390     02 FECHA-LEG-LNK           PIC 9(8).
001400     02 SOPORTE-LNK             PIC X(20).
001410     02 CUENTA-GASTO-LNK        PIC 9(6).
001420     02 COSTO-LEG-LNK           PIC X(4).
001430     02 VALOR-GASTOS-LNK        PIC 9(11)V99.
001440     02 VALOR-REINTEGRO-LNK     PIC 9(11)V99.
001450 01  CTA-BANCO-LNK              PIC 9(6).
001460 01  NIT-EMPRESA-LNK            PIC 9(10).
001470 01  USUARIO-LNK                PIC X(4).
001480 01  RESULT-LNK                 PIC X.
001490     88 ANT-OK                  VALUE "S".
001500     88 ANT-SIN-TERCERO         VALUE "T".
001510     88 ANT-SIN-COSTO           VALUE "K".
001520     88 ANT-NO-EXISTE           VALUE "X".
001530     88 ANT-EXCEDE-PENDIENTE    VALUE "E".
001540     88 ANT-BLOQUEADO           VALUE "B".
001550     88 ANT-NO-OK               VALUE "N".

001560 PROCEDURE DIVISION USING MODO-LNK EMPLEADO-LNK SECUEN-LNK
001570                          DATOS-ANTICIPO-LNK DATOS-LEGALIZA-LNK
001580                          CTA-BANCO-LNK NIT-EMPRESA-LNK
001590                          USUARIO-LNK RESULT-LNK.

001600 MAINLINE.
001610     MOVE "N" TO RESULT-LNK.
001620     OPEN I-O ARCHIVO-ANTICIPOS.
001630     IF OTR-STAT = "35"
001640        OPEN OUTPUT ARCHIVO-ANTICIPOS
001650        CLOSE ARCHIVO-ANTICIPOS
001660        OPEN I-O ARCHIVO-ANTICIPOS
001670     END-IF.
001680     OPEN INPUT ARCHIVO-TERCEROS ARCHIVO-COSTO.
001690     EVALUATE TRUE
001700        WHEN MODO-ANTICIPO
001710           PERFORM REGISTRAR-ANTICIPO THRU FIN-REGISTRAR-ANTICIPO
001720        WHEN MODO-LEGALIZAR
001730           PERFORM LEGALIZAR-ANTICIPO THRU FIN-LEGALIZAR-ANTICIPO
001740     END-EVALUATE.
001750     CLOSE ARCHIVO-ANTICIPOS ARCHIVO-TERCEROS ARCHIVO-COSTO.
001760     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * ENTREGA DEL ANTICIPO
      *-----------------------------------------------------------------
001770 REGISTRAR-ANTICIPO.
001780     MOVE EMPLEADO-LNK TO COD-TERCERO.
001790     READ ARCHIVO-TERCEROS
001800          INVALID KEY
001810             MOVE "T" TO RESULT-LNK
001820             GO TO FIN-REGISTRAR-ANTICIPO
001830     END-READ.
001840     MOVE COSTO-ANT-LNK TO COD-COSTO.
001850     READ ARCHIVO-COSTO
001860          INVALID KEY
001870             MOVE "K" TO RESULT-LNK
001880             GO TO FIN-REGISTRAR-ANTICIPO
001890     END-READ.
001900     IF VALOR-ANT-LNK = 0
001910        GO TO FIN-REGISTRAR-ANTICIPO
001920     END-IF.
001930     MOVE FECHA-ANT-LNK TO FECHA-MOV-W.
001940     MOVE CTA-BANCO-LNK TO CUENTA-CHEQ-W.
001950     PERFORM VALIDAR-MULTIEMPRESA.
001960     IF RESULT-MULTIEMP-W NOT = "S"
001970        MOVE "B" TO RESULT-LNK
001980        GO TO FIN-REGISTRAR-ANTICIPO
001990     END-IF.
002000     PERFORM SIGUIENTE-CONSECUTIVO.
002010     INITIALIZE REG-ANT.
002020     MOVE EMPLEADO-LNK       TO EMPLEADO-ANT.
002030     MOVE SECUEN-LNK         TO SECUEN-ANT.
002040     MOVE FECHA-ANT-LNK      TO FECHA-ANT.
002050     MOVE FECHA-LEGALIZA-LNK TO FECHA-LEGALIZA-ANT.
002060     IF FECHA-LEGALIZA-ANT = 0
002070        COMPUTE FECHA-LEGALIZA-ANT = FUNCTION DATE-OF-INTEGER
002080           (FUNCTION INTEGER-OF-DATE(FECHA-ANT-LNK)
002090            + DIAS-LEGALIZA-W)
002100     END-IF.
002110     MOVE SUC-LNK            TO SUC-ANT.
002120     MOVE COSTO-ANT-LNK      TO COSTO-ANT.
002130     MOVE MOTIVO-LNK         TO MOTIVO-ANT.
002140     MOVE VALOR-ANT-LNK      TO VALOR-ANT.
002150     MOVE "P"                TO ESTADO-ANT.
002160     MOVE USUARIO-LNK        TO USUARIO-ANT.
002170     MOVE NIT-EMPRESA-LNK    TO NIT-EMPRESA-ANT.
002180     OPEN I-O MOVIMIENTO-DIARIO.
002190     PERFORM OBTENER-COMPROBANTE.
002200     MOVE COMPROB-AN-W       TO COMPROB-ANT.
002210     WRITE REG-ANT
002220           INVALID KEY
002230              CLOSE MOVIMIENTO-DIARIO
002240              GO TO FIN-REGISTRAR-ANTICIPO
002250     END-WRITE.
002260     MOVE SPACES TO DETALLE-ASIENTO-W.
002270     STRING "ANTICIPO " SECUEN-ANT " CC " COSTO-ANT
002280            DELIMITED BY SIZE INTO DETALLE-ASIENTO-W.
002290     MOVE CTA-ANTICIPOS-W TO CUENTA-ASIENTO-W.
002300     MOVE VALOR-ANT       TO VALOR-ASIENTO-W.
002310     PERFORM ESCRIBIR-RENGLON-AN.
002320     MOVE CTA-BANCO-LNK   TO CUENTA-ASIENTO-W.
002330     COMPUTE VALOR-ASIENTO-W = 0 - VALOR-ANT.
002340     PERFORM ESCRIBIR-RENGLON-AN.
002350     CLOSE MOVIMIENTO-DIARIO.
002360     MOVE "S" TO RESULT-LNK.
002370 FIN-REGISTRAR-ANTICIPO.
002380     EXIT.

      * ULTIMO CONSECUTIVO DEL EMPLEADO + 1.
002390 SIGUIENTE-CONSECUTIVO.
002400     MOVE 0 TO SECUEN-LNK.
002410     MOVE EMPLEADO-LNK TO EMPLEADO-ANT.
002420     MOVE 999          TO SECUEN-ANT.
002430     START ARCHIVO-ANTICIPOS KEY IS <= LLAVE-ANT
002440           INVALID KEY CONTINUE
002450           NOT INVALID KEY
002460               READ ARCHIVO-ANTICIPOS PREVIOUS
002470                    AT END CONTINUE
002480                    NOT AT END
002490                       IF EMPLEADO-ANT = EMPLEADO-LNK
002500                          MOVE SECUEN-ANT TO SECUEN-LNK
002510                       END-IF
002520               END-READ
002530     END-START.
002540     ADD 1 TO SECUEN-LNK.

      *-----------------------------------------------------------------
      * LEGALIZACION
      *-----------------------------------------------------------------
002550 LEGALIZAR-ANTICIPO.
002560     MOVE EMPLEADO-LNK TO EMPLEADO-ANT.
002570     MOVE SECUEN-LNK   TO SECUEN-ANT.
002580     READ ARCHIVO-ANTICIPOS
002590          INVALID KEY
002600             MOVE "X" TO RESULT-LNK
002610             GO TO FIN-LEGALIZAR-ANTICIPO
002620     END-READ.
002630     IF NOT ANTICIPO-PENDIENTE
002640        MOVE "X" TO RESULT-LNK
002650        GO TO FIN-LEGALIZAR-ANTICIPO
002660     END-IF.
002670     COMPUTE PENDIENTE-W = VALOR-ANT - LEGALIZADO-ANT
002680                         - REINTEGRADO-ANT.
002690     COMPUTE TOTAL-LEG-W = VALOR-GASTOS-LNK + VALOR-REINTEGRO-LNK.
002700     IF TOTAL-LEG-W = 0
002710        GO TO FIN-LEGALIZAR-ANTICIPO
002720     END-IF.
002730     IF TOTAL-LEG-W > PENDIENTE-W
002740        MOVE "E" TO RESULT-LNK
002750        GO TO FIN-LEGALIZAR-ANTICIPO
002760     END-IF.
002770     IF COSTO-LEG-LNK = SPACES
002780        MOVE COSTO-ANT TO COSTO-LEG-LNK
002790     END-IF.
002800     MOVE COSTO-LEG-LNK TO COD-COSTO.
002810     READ ARCHIVO-COSTO
002820          INVALID KEY
002830             MOVE "K" TO RESULT-LNK
002840             GO TO FIN-LEGALIZAR-ANTICIPO
002850     END-READ.
002860     MOVE FECHA-LEG-LNK TO FECHA-MOV-W.
002870     MOVE CUENTA-GASTO-LNK TO CUENTA-CHEQ-W.
002880     PERFORM VALIDAR-MULTIEMPRESA.
002890     IF RESULT-MULTIEMP-W NOT = "S"
002900        MOVE "B" TO RESULT-LNK
002910        GO TO FIN-LEGALIZAR-ANTICIPO
002920     END-IF.
002930     OPEN I-O MOVIMIENTO-DIARIO.
002940     PERFORM OBTENER-COMPROBANTE.
002950     MOVE SPACES TO DETALLE-ASIENTO-W.
002960     STRING "LEG ANT " SECUEN-ANT " CC " COSTO-LEG-LNK " "
002970            SOPORTE-LNK
002980            DELIMITED BY SIZE INTO DETALLE-ASIENTO-W.
002990     IF VALOR-GASTOS-LNK > 0
003000        MOVE CUENTA-GASTO-LNK TO CUENTA-ASIENTO-W
003010        MOVE VALOR-GASTOS-LNK TO VALOR-ASIENTO-W
003020        PERFORM ESCRIBIR-RENGLON-AN
003030     END-IF.
003040     IF VALOR-REINTEGRO-LNK > 0
003050        MOVE CTA-BANCO-LNK       TO CUENTA-ASIENTO-W
003060        MOVE VALOR-REINTEGRO-LNK TO VALOR-ASIENTO-W
003070        PERFORM ESCRIBIR-RENGLON-AN
003080     END-IF.
003090     MOVE CTA-ANTICIPOS-W TO CUENTA-ASIENTO-W.
003100     COMPUTE VALOR-ASIENTO-W = 0 - TOTAL-LEG-W.
003110     PERFORM ESCRIBIR-RENGLON-AN.
003120     CLOSE MOVIMIENTO-DIARIO.
003130     ADD VALOR-GASTOS-LNK    TO LEGALIZADO-ANT.
003140     ADD VALOR-REINTEGRO-LNK TO REINTEGRADO-ANT.
003150     MOVE FECHA-LEG-LNK      TO FECHA-LEG-REAL-ANT.
003160     MOVE COMPROB-AN-W       TO COMPROB-LEG-ANT.
003170     IF TOTAL-LEG-W = PENDIENTE-W
003180        MOVE "L" TO ESTADO-ANT
003190     END-IF.
003200     REWRITE REG-ANT INVALID KEY CONTINUE END-REWRITE.
003210     MOVE "S" TO RESULT-LNK.
003220 FIN-LEGALIZAR-ANTICIPO.
003230     EXIT.

003240 OBTENER-COMPROBANTE.
003250     MOVE 0 TO COMPROB-NUM-W SECU-RENGLON-W.
003260     MOVE "AN" TO LOTE-MOV.
003270     MOVE HIGH-VALUES TO COMPROB-MOV SECU-MOV.
003280     START MOVIMIENTO-DIARIO KEY IS <= LLAVE-MOV
003290           INVALID KEY CONTINUE
003300           NOT INVALID KEY
003310               READ MOVIMIENTO-DIARIO PREVIOUS
003320                    AT END CONTINUE
003330                    NOT AT END
003340                       IF LOTE-MOV = "AN"
003350                          AND COMPROB-MOV NUMERIC
003360                          MOVE COMPROB-MOV TO COMPROB-NUM-W
003370                       END-IF
003380               END-READ
003390     END-START.
003400     ADD 1 TO COMPROB-NUM-W.
003410     MOVE COMPROB-NUM-W TO COMPROB-AN-W.
003420     MOVE 0 TO SECUENCIA-SIG-W.
003430     MOVE 99999999 TO SECUENCIA-MOV.
003440     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
003450           INVALID KEY CONTINUE
003460           NOT INVALID KEY
003470               READ MOVIMIENTO-DIARIO PREVIOUS
003480                    AT END CONTINUE
003490                    NOT AT END
003500                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
003510               END-READ
003520     END-START.

003530 ESCRIBIR-RENGLON-AN.
003540     INITIALIZE REG-MOV.
003550     MOVE "AN"              TO LOTE-MOV.
003560     MOVE COMPROB-AN-W      TO COMPROB-MOV.
003570     ADD 1 TO SECU-RENGLON-W.
003580     MOVE SECU-RENGLON-W    TO SECU-MOV.
003590     MOVE CUENTA-ASIENTO-W  TO MAYOR-MOV.
003600     MOVE FECHA-MOV-W (3: 6) TO FECHA-MOV.
003610     MOVE VALOR-ASIENTO-W   TO VALOR-MOV.
003620     MOVE DETALLE-ASIENTO-W TO DETALLE-MOV.
003630     MOVE EMPLEADO-ANT      TO NIT-MOV.
003640     ADD 1 TO SECUENCIA-SIG-W.
003650     MOVE SECUENCIA-SIG-W   TO SECUENCIA-MOV.
003660     MOVE SUC-ANT           TO SUCURSAL-MOV.
003670     MOVE NIT-EMPRESA-ANT   TO NIT-EMPRESA-MOV.
003680     WRITE REG-MOV INVALID KEY CONTINUE END-WRITE.

      * LA CUENTA NO PUEDE CAER EN EL RANGO RESTRINGIDO DE OTRA
      * EMPRESA Y EL PERIODO DEBE ESTAR ABIERTO (CON131 "V" Y "W").
003690 VALIDAR-MULTIEMPRESA.
003700     MOVE FECHA-MOV-W (1: 4) TO ANO-MOV-W.
003710     MOVE FECHA-MOV-W (5: 2) TO MES-MOV-W.
003720     MOVE "S" TO RESULT-MULTIEMP-W.
003730     MOVE "V" TO MODO-MULTIEMP-W.
003740     PERFORM LLAMAR-CON131.
003750     IF RESULT-MULTIEMP-W = "S"
003760        MOVE "W" TO MODO-MULTIEMP-W
003770        PERFORM LLAMAR-CON131
003780     END-IF.

003790 LLAMAR-CON131.
003800     CALL "CON131" USING MODO-MULTIEMP-W NIT-EMPRESA-LNK
003810                         RAZON-NULA-W CTA-DESDE-NULA-W
003820                         CTA-HASTA-NULA-W CUENTA-CHEQ-W
003830                         ANO-MOV-W MES-MOV-W
003840                         NIT-DESTINO-NULO-W CTA-DB-ORIG-NULA-W
003850                         CTA-CR-ORIG-NULA-W CTA-DB-DEST-NULA-W
003860                         CTA-CR-DEST-NULA-W VALOR-NULO-W
003870                         DETALLE-NULO-W USUARIO-LNK
003880                         RESULT-MULTIEMP-W.
