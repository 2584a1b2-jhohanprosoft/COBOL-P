      *=================================================================
      * CARTERA - DETERIORO MENSUAL DE CARTERA (PERDIDA ESPERADA NIIF 9)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA PROVISION DE CARTERA SE SACABA EN HOJA DE CALCULO AL CIERRE
      * DEL ANO. ESTA CORRIDA MENSUAL, AL ULTIMO DIA DEL MES RECIBIDO:
      * - TOMA EL SALDO ABIERTO DE CADA FACTURA COMO EL ENVEJECIMIENTO
      *   DE CARTERA (SER108-24): VALOR - PAGADO - GLOSADO - NOTAS,
      *   CON LOS DIAS DESDE LA RADICACION (O LA EMISION SI AUN NO SE
      *   RADICA).
      * - LE APLICA EL PORCENTAJE DE PERDIDA DEL TIPO DE LA ENTIDAD
      *   PARA SU BALDE (MATRIZ DE SER108-45); LA ENTIDAD EN
      *   LIQUIDACION O INTERVENIDA VA AL 100%.
      * - GUARDA LA PROVISION POR FACTURA EN ARCHIVO-PROV-CART Y LA
      *   COMPARA POR ENTIDAD CONTRA LA DEL MES ANTERIOR.
      * - SACA SC-DETERIORO.TXT: DETALLE POR ENTIDAD Y FACTURA, CON EL
      *   SUBTOTAL, LO DEL MES ANTERIOR Y LA VARIACION DE CADA
      *   ENTIDAD.
      * MODO "I" - SOLO CALCULA E IMPRIME (PRELIMINAR).
      * MODO "C" - ADEMAS VALIDA EL PERIODO CON CON121 Y POSTEA LA
      *            VARIACION EN MOVIMIENTO-DIARIO, LOTE "DT": CADA
      *            ENTIDAD A LA CUENTA DE DETERIORO, EL AUMENTO AL
      *            GASTO Y LA DISMINUCION A LA RECUPERACION.
      * UN MES YA CONTABILIZADO NO SE VUELVE A CORRER (RESULTADO "D").
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-46.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-FACTURAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FACTU-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-FACT
000140         ALTERNATE RECORD KEY IS FECHA-FACT WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-ENTIDADES LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-ENTI-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-ENT
000210         ALTERNATE RECORD KEY IS NOMBRE-ENT WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-PROV-CART LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-PROVCART-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-PRV
000280         FILE STATUS IS OTR-STAT.

000290     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-MOV-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LLAVE-MOV
000340         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000350         FILE STATUS IS OTR-STAT.

000360     SELECT INFORME-DETERIORO
000370         ASSIGN NOM-INFDET-W
000380         ORGANIZATION IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.

000410 FD  ARCHIVO-FACTURAS
000420     LABEL RECORD STANDARD.
000430 01  REG-FACT.
000440     02 LLAVE-FACT              PIC X(12).
000450     02 FECHA-FACT              PIC 9(8).
000460     02 PACI-FACT               PIC X(15).
000470     02 EPS-FACT                PIC X(6).
000480     02 VALOR-TOT-FACT          PIC 9(11)V99.
000490     02 FECHA-RADIC-FACT        PIC 9(8).
000500     02 NRO-RADICADO-FACT       PIC X(15).
000510     02 LOTE-RADIC-FACT         PIC X(10).
000520     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
000530     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
000540     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
000550     02 VALOR-NOTAS-FACT        PIC S9(11)V99
000560                                    SIGN IS TRAILING.

000570 FD  ARCHIVO-ENTIDADES
000580     LABEL RECORD STANDARD.
000590 01  REG-ENT.
000600     02 COD-ENT                 PIC X(6).
000610     02 NOMBRE-ENT              PIC X(40).

000620 FD  ARCHIVO-PROV-CART
000630     LABEL RECORD STANDARD.
000640 01  REG-PRV.
000650     02 LLAVE-PRV.
000660        03 ANO-MES-PRV          PIC 9(6).
000670        03 ENTIDAD-PRV          PIC X(6).
000680        03 LLAVE-FACT-PRV       PIC X(12).
000690     02 FECHA-BASE-PRV          PIC 9(8).
000700     02 DIAS-PRV                PIC 9(5).
000710     02 BALDE-PRV               PIC 9.
000720     02 SALDO-PRV               PIC 9(11)V99.
000730     02 PORC-PRV                PIC 9(3)V99.
000740     02 PROVISION-PRV           PIC 9(11)V99.
000750     02 TIPO-ENT-PRV            PIC XX.
000760     02 CONDICION-PRV           PIC X.
000770     02 ESTADO-PRV              PIC X.
000780        88 PRV-PRELIMINAR       VALUE "P".
000790        88 PRV-CONTABILIZADA    VALUE "C".
000800     02 OPER-PRV                PIC X(4).
000810     02 FECHA-PROC-PRV          PIC 9(8).
000820     02 FILLER                  PIC X(20).

000830 FD  MOVIMIENTO-DIARIO
000840     LABEL RECORD STANDARD.
000850 01  REG-MOV.
000860     02 LLAVE-MOV.
000870        03 LOTE-MOV             PIC XX.
000880        03 COMPROB-MOV          PIC X(7).
000890        03 SECU-MOV             PIC XX.
000900     02 MAYOR-MOV               PIC 9(6).
000910     02 FECHA-MOV               PIC 9(6).
000920     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
000930     02 DETALLE-MOV             PIC X(30).
000940     02 NIT-MOV                 PIC 9(10).
000950     02 SECUENCIA-MOV           PIC 9(8).
000960     02 SUCURSAL-MOV            PIC XX.
000970     02 NIT-EMPRESA-MOV         PIC 9(10).

000980 FD  INFORME-DETERIORO
000990     LABEL RECORD STANDARD.
001000 01  LIN-DETERIORO              PIC X(132).

001010 WORKING-STORAGE SECTION.

001020 77  NOM-FACTU-W                PIC X(60)
001030     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
001040 77  NOM-ENTI-W                 PIC X(60)
001050     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
001060 77  NOM-PROVCART-W             PIC X(60)
001070     VALUE "D:\progelect\DATOS\SC-PROVCART.DAT".
001080 77  NOM-MOV-W                  PIC X(60)
001090     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001100 77  NOM-INFDET-W               PIC X(60)
001110     VALUE "D:\progelect\DATOS\SC-DETERIORO.TXT".
001120 77  OTR-STAT                   PIC XX.
001130 77  SW-FIN-W                   PIC 9 VALUE 0.
001140 77  SW-HALLADO-W               PIC 9 VALUE 0.
001150 77  J                          PIC 99 VALUE 0.
001160 77  TOT-ENT-W                  PIC 99 VALUE 0.
001170 77  CTA-DETERIORO-W            PIC 9(6) VALUE 139905.
001180 77  CTA-GASTO-DET-W            PIC 9(6) VALUE 519910.
001190 77  CTA-RECUPERA-W             PIC 9(6) VALUE 425050.
001200 77  FECHA-CORTE-W              PIC 9(8).
001210 77  FECHA-BASE-W               PIC 9(8).
001220 77  DIAS-W                     PIC S9(5).
001230 77  BALDE-W                    PIC 9.
001240 77  SALDO-FACT-W               PIC S9(12)V99.
001250 77  ANO-MES-ANT-W              PIC 9(6).
001260 77  ANO-W                      PIC 9(4).
001270 77  MES-W                      PIC 99.
001280 77  MODO-PERIODO-W             PIC X VALUE "V".
001290 77  AUTORIZA-NULO-W            PIC X(4) VALUE SPACES.
001300 77  RESULT-PERIODO-W           PIC X.
001310 77  MODO-MATRIZ-W              PIC X VALUE "Q".
001320 77  RESULT-MATRIZ-W            PIC X.
001330 77  VARIACION-W                PIC S9(13)V99.
001340 77  TOT-SALDO-W                PIC S9(13)V99 VALUE 0.
001350 77  TOT-PROV-W                 PIC 9(13)V99 VALUE 0.
001360 77  TOT-PROV-ANT-W             PIC 9(13)V99 VALUE 0.
001370 77  TOT-AUMENTO-W              PIC 9(13)V99 VALUE 0.
001380 77  TOT-DISMINUYE-W            PIC 9(13)V99 VALUE 0.
001390 77  ENTIDAD-ANT-W              PIC X(6).
001400 77  SECU-RENGLON-W             PIC 99 VALUE 0.
001410 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
001420 77  FECHA-MOV-MES-W            PIC 9(6).
001430 77  COMPROB-DET-W              PIC X(7).
001440 77  TOT-FACTURAS-W             PIC 9(6) VALUE 0.

001450 01  DATOS-MDT-W.
001460     02 COD-MDT-W               PIC X(6).
001470     02 DESCRIP-TIPO-W          PIC X(30).
001480     02 PORC-BALDE-W            PIC 9(3)V99 OCCURS 6.
001490     02 TIPO-ENT-W              PIC XX.
001500     02 CONDICION-ENT-W         PIC X.
001510     02 OPER-MDT-W              PIC X(4).

      * POR ENTIDAD: MATRIZ QUE LE APLICA Y ACUMULADOS DEL MES
001520 01  TABLA-ENT-W.
001530     02 ENT-W OCCURS 90.
001540        03 COD-ENT-TAB-W        PIC X(6).
001550        03 TIPO-ENT-TAB-W       PIC XX.
001560        03 CONDICION-TAB-W      PIC X.
001570        03 PORC-TAB-W           PIC 9(3)V99 OCCURS 6.
001580        03 SALDO-TAB-W          PIC S9(13)V99.
001590        03 PROV-TAB-W           PIC 9(13)V99.
001600        03 PROV-ANT-TAB-W       PIC 9(13)V99.

001610 01  LIN-TITULO-DT.
001620     02 FILLER                  PIC X(45) VALUE
001630        "DETERIORO DE CARTERA (NIIF 9) - CORTE".
001640     02 FECHA-CORTE-DT          PIC 9(8).
001650     02 FILLER                  PIC X(3) VALUE SPACES.
001660     02 MODO-DT                 PIC X(11).
001670 01  LIN-ENT-DT.
001680     02 FILLER                  PIC X(9) VALUE "ENTIDAD: ".
001690     02 COD-ENT-DT              PIC X(7).
001700     02 NOMBRE-ENT-DT           PIC X(41).
001710     02 FILLER                  PIC X(6) VALUE "TIPO: ".
001720     02 TIPO-ENT-DT             PIC X(4).
001730     02 CONDICION-DT            PIC X(15).
001740 01  LIN-COL-DT.
001750     02 FILLER                  PIC X(13) VALUE "FACTURA".
001760     02 FILLER                  PIC X(9) VALUE "BASE".
001770     02 FILLER                  PIC X(6) VALUE " DIAS".
001780     02 FILLER                  PIC X(6) VALUE "BALDE".
001790     02 FILLER                  PIC X(18)
001800        VALUE "            SALDO".
001810     02 FILLER                  PIC X(8) VALUE "  %PERD".
001820     02 FILLER                  PIC X(17)
001830        VALUE "        DETERIORO".
001840 01  LIN-FACT-DT.
001850     02 FACTURA-DT              PIC X(13).
001860     02 FECHA-BASE-DT           PIC 9(8).
001870     02 FILLER                  PIC X VALUE SPACE.
001880     02 DIAS-DT                 PIC ZZZZ9.
001890     02 FILLER                  PIC X VALUE SPACE.
001900     02 BALDE-DT                PIC X(6).
001910     02 SALDO-DT                PIC Z(13)9.99.
001920     02 FILLER                  PIC X VALUE SPACE.
001930     02 PORC-DT                 PIC ZZZ9.99.
001940     02 FILLER                  PIC X VALUE SPACE.
001950     02 PROV-DT                 PIC Z(13)9.99.
001960 01  LIN-SUB-DT.
001970     02 LEYENDA-SUB-DT          PIC X(28).
001980     02 FILLER                  PIC X(6) VALUE SPACES.
001990     02 SALDO-SUB-DT            PIC -(13)9.99.
002000     02 FILLER                  PIC X(9) VALUE SPACES.
002010     02 PROV-SUB-DT             PIC Z(13)9.99.
002020     02 FILLER                  PIC X(12) VALUE "  MES ANT.: ".
002030     02 PROV-ANT-SUB-DT         PIC Z(13)9.99.
002040     02 FILLER                  PIC X(12) VALUE "  VARIACION:".
002050     02 VARIACION-SUB-DT        PIC -(13)9.99.

002060 01  TABLA-BALDES-W.
002070     02 FILLER                  PIC X(6) VALUE "0-30".
002080     02 FILLER                  PIC X(6) VALUE "31-60".
002090     02 FILLER                  PIC X(6) VALUE "61-90".
002100     02 FILLER                  PIC X(6) VALUE "91-180".
002110     02 FILLER                  PIC X(6) VALUE "181360".
002120     02 FILLER                  PIC X(6) VALUE "+360".
002130 01  TABLA-BALDES-R REDEFINES TABLA-BALDES-W.
002140     02 NOMBRE-BALDE-W          PIC X(6) OCCURS 6.

002150 LINKAGE SECTION.
002160 01  MODO-LNK                   PIC X.
002170     88 MODO-INFORME            VALUE "I".
002180     88 MODO-CONTABILIZAR       VALUE "C".
002190 01  ANO-MES-LNK                PIC 9(6).
002200 01  USUARIO-LNK                PIC X(4).
002210 01  RESULT-LNK                 PIC X.
002220     88 DETERIORO-OK            VALUE "S".
002230     88 PERIODO-CERRADO-DT      VALUE "B".
002240     88 MES-YA-CONTABILIZADO    VALUE "D".
002250     88 DETERIORO-NO-OK         VALUE "N".

002260 PROCEDURE DIVISION USING MODO-LNK ANO-MES-LNK USUARIO-LNK
002270                          RESULT-LNK.

002280 MAINLINE.
002290     MOVE "N" TO RESULT-LNK.
002300     IF MODO-INFORME OR MODO-CONTABILIZAR
002310        PERFORM CORRER-DETERIORO THRU FIN-DETERIORO
002320     END-IF.
002330     EXIT PROGRAM.

002340 CORRER-DETERIORO.
002350     DIVIDE ANO-MES-LNK BY 100 GIVING ANO-W REMAINDER MES-W.
002360     IF MES-W < 1 OR MES-W > 12
002370        GO TO FIN-DETERIORO
002380     END-IF.
002390     IF MODO-CONTABILIZAR
002400        CALL "CON121" USING MODO-PERIODO-W ANO-W MES-W
002410                            USUARIO-LNK AUTORIZA-NULO-W
002420                            RESULT-PERIODO-W
002430        IF RESULT-PERIODO-W NOT = "S"
002440           MOVE "B" TO RESULT-LNK
002450           GO TO FIN-DETERIORO
002460        END-IF
002470     END-IF.
002480     PERFORM CALCULAR-FECHAS.
002490     OPEN I-O ARCHIVO-PROV-CART.
002500     IF OTR-STAT = "35"
002510        OPEN OUTPUT ARCHIVO-PROV-CART
002520        CLOSE ARCHIVO-PROV-CART
002530        OPEN I-O ARCHIVO-PROV-CART
002540     END-IF.
002550     PERFORM POSICIONAR-MES.
002560     IF SW-FIN-W = 0 AND PRV-CONTABILIZADA
002570        MOVE "D" TO RESULT-LNK
002580        CLOSE ARCHIVO-PROV-CART
002590        GO TO FIN-DETERIORO
002600     END-IF.
002610     PERFORM BORRAR-MES-ANTERIOR UNTIL SW-FIN-W = 1.
002620     OPEN INPUT ARCHIVO-FACTURAS ARCHIVO-ENTIDADES.
002630     INITIALIZE TABLA-ENT-W.
002640     MOVE 0 TO SW-FIN-W.
002650     PERFORM LEER-FACTURA UNTIL SW-FIN-W = 1.
002660     PERFORM SUMAR-MES-ANTERIOR.
002670     PERFORM ESCRIBIR-INFORME.
002680     IF MODO-CONTABILIZAR
002690        PERFORM POSTEAR-COMPROBANTE
002700     END-IF.
002710     CLOSE ARCHIVO-FACTURAS ARCHIVO-ENTIDADES ARCHIVO-PROV-CART.
002720     DISPLAY "FACTURAS CON SALDO: " TOT-FACTURAS-W.
002730     DISPLAY "DETERIORO DEL MES:  " TOT-PROV-W.
002740     MOVE "S" TO RESULT-LNK.

002750 FIN-DETERIORO.
002760     EXIT.

      * CORTE: ULTIMO DIA DEL MES (EL DIA ANTES DEL PRIMERO DEL MES
      * SIGUIENTE). EL COMPROBANTE LLEVA FECHA AAMMDD.
002770 CALCULAR-FECHAS.
002780     IF MES-W = 12
002790        COMPUTE FECHA-CORTE-W = (ANO-W + 1) * 10000 + 101
002800     ELSE
002810        COMPUTE FECHA-CORTE-W = ANO-MES-LNK * 100 + 101
002820     END-IF.
002830     COMPUTE FECHA-CORTE-W = FUNCTION DATE-OF-INTEGER
002840             (FUNCTION INTEGER-OF-DATE (FECHA-CORTE-W) - 1).
002850     IF MES-W = 1
002860        COMPUTE ANO-MES-ANT-W = (ANO-W - 1) * 100 + 12
002870     ELSE
002880        COMPUTE ANO-MES-ANT-W = ANO-MES-LNK - 1
002890     END-IF.
002900     MOVE FECHA-CORTE-W (3:6) TO FECHA-MOV-MES-W.
002910     MOVE SPACES TO COMPROB-DET-W.
002920     STRING "DET" FECHA-CORTE-W (3:4) DELIMITED BY SIZE
002930            INTO COMPROB-DET-W.

      * DEJA LEIDO EL PRIMER REGISTRO DEL MES (SW-FIN-W = 1 SI NO HAY)
002940 POSICIONAR-MES.
002950     MOVE 0 TO SW-FIN-W.
002960     MOVE ANO-MES-LNK TO ANO-MES-PRV.
002970     MOVE LOW-VALUES  TO ENTIDAD-PRV LLAVE-FACT-PRV.
002980     START ARCHIVO-PROV-CART KEY IS >= LLAVE-PRV
002990           INVALID KEY MOVE 1 TO SW-FIN-W
003000     END-START.
003010     IF SW-FIN-W = 0
003020        READ ARCHIVO-PROV-CART NEXT
003030             AT END MOVE 1 TO SW-FIN-W
003040        END-READ
003050     END-IF.
003060     IF SW-FIN-W = 0 AND ANO-MES-PRV NOT = ANO-MES-LNK
003070        MOVE 1 TO SW-FIN-W
003080     END-IF.

      * UNA CORRIDA PRELIMINAR ANTERIOR DEL MISMO MES SE REEMPLAZA
003090 BORRAR-MES-ANTERIOR.
003100     DELETE ARCHIVO-PROV-CART RECORD.
003110     READ ARCHIVO-PROV-CART NEXT
003120          AT END MOVE 1 TO SW-FIN-W
003130     END-READ.
003140     IF SW-FIN-W = 0 AND ANO-MES-PRV NOT = ANO-MES-LNK
003150        MOVE 1 TO SW-FIN-W
003160     END-IF.

003170 LEER-FACTURA.
003180     READ ARCHIVO-FACTURAS NEXT
003190          AT END MOVE 1 TO SW-FIN-W
003200     END-READ.
003210     IF SW-FIN-W = 0 AND FECHA-FACT NOT > FECHA-CORTE-W
003220        COMPUTE SALDO-FACT-W = VALOR-TOT-FACT
003230            - VALOR-PAGADO-FACT - VALOR-GLOSADO-FACT
003240            - VALOR-NOTAS-FACT
003250        IF SALDO-FACT-W > 0
003260           PERFORM DETERIORAR-FACTURA
003270        END-IF
003280     END-IF.

003290 DETERIORAR-FACTURA.
003300     IF FECHA-RADIC-FACT > 0
003310        AND FECHA-RADIC-FACT NOT > FECHA-CORTE-W
003320        MOVE FECHA-RADIC-FACT TO FECHA-BASE-W
003330     ELSE
003340        MOVE FECHA-FACT TO FECHA-BASE-W
003350     END-IF.
003360     COMPUTE DIAS-W =
003370         FUNCTION INTEGER-OF-DATE (FECHA-CORTE-W)
003380         - FUNCTION INTEGER-OF-DATE (FECHA-BASE-W).
003390     EVALUATE TRUE
003400        WHEN DIAS-W <= 30  MOVE 1 TO BALDE-W
003410        WHEN DIAS-W <= 60  MOVE 2 TO BALDE-W
003420        WHEN DIAS-W <= 90  MOVE 3 TO BALDE-W
003430        WHEN DIAS-W <= 180 MOVE 4 TO BALDE-W
003440        WHEN DIAS-W <= 360 MOVE 5 TO BALDE-W
003450        WHEN OTHER         MOVE 6 TO BALDE-W
003460     END-EVALUATE.
003470     MOVE EPS-FACT TO ENTIDAD-ANT-W.
003480     PERFORM UBICAR-ENTIDAD.
003490     IF J > 0
003500        INITIALIZE REG-PRV
003510        MOVE ANO-MES-LNK         TO ANO-MES-PRV
003520        MOVE EPS-FACT            TO ENTIDAD-PRV
003530        MOVE LLAVE-FACT          TO LLAVE-FACT-PRV
003540        MOVE FECHA-BASE-W        TO FECHA-BASE-PRV
003550        MOVE DIAS-W              TO DIAS-PRV
003560        MOVE BALDE-W             TO BALDE-PRV
003570        MOVE SALDO-FACT-W        TO SALDO-PRV
003580        MOVE TIPO-ENT-TAB-W (J)  TO TIPO-ENT-PRV
003590        MOVE CONDICION-TAB-W (J) TO CONDICION-PRV
003600        IF CONDICION-TAB-W (J) = "L" OR "I"
003610           MOVE 100 TO PORC-PRV
003620        ELSE
003630           MOVE PORC-TAB-W (J BALDE-W) TO PORC-PRV
003640        END-IF
003650        COMPUTE PROVISION-PRV ROUNDED =
003660                SALDO-PRV * PORC-PRV / 100
003670        MOVE "P"                 TO ESTADO-PRV
003680        MOVE USUARIO-LNK         TO OPER-PRV
003690        MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PROC-PRV
003700        WRITE REG-PRV
003710              INVALID KEY CONTINUE
003720        END-WRITE
003730        ADD SALDO-FACT-W  TO SALDO-TAB-W (J) TOT-SALDO-W
003740        ADD PROVISION-PRV TO PROV-TAB-W (J) TOT-PROV-W
003750        ADD 1 TO TOT-FACTURAS-W
003760     END-IF.

      * LA ENTIDAD NUEVA EN LA TABLA TRAE SU MATRIZ DE SER108-45
003770 UBICAR-ENTIDAD.
003780     MOVE 0 TO SW-HALLADO-W.
003790     PERFORM BUSCAR-ENTIDAD VARYING J FROM 1 BY 1
003800             UNTIL J > TOT-ENT-W OR SW-HALLADO-W = 1.
003810     IF SW-HALLADO-W = 0
003820        IF TOT-ENT-W < 90
003830           ADD 1 TO TOT-ENT-W
003840           MOVE TOT-ENT-W     TO J
003850           MOVE ENTIDAD-ANT-W TO COD-ENT-TAB-W (J)
003860           INITIALIZE DATOS-MDT-W
003870           MOVE ENTIDAD-ANT-W TO COD-MDT-W
003880           CALL "SER108-45" USING MODO-MATRIZ-W DATOS-MDT-W
003890                                  RESULT-MATRIZ-W
003900           MOVE TIPO-ENT-W      TO TIPO-ENT-TAB-W (J)
003910           MOVE CONDICION-ENT-W TO CONDICION-TAB-W (J)
003920           PERFORM PASAR-PORCENTAJE VARYING BALDE-W FROM 1 BY 1
003930                   UNTIL BALDE-W > 6
003940        ELSE
003950           DISPLAY "TABLA DE ENTIDADES LLENA " ENTIDAD-ANT-W
003960           MOVE 0 TO J
003970        END-IF
003980     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
003990 BUSCAR-ENTIDAD.
004000     IF COD-ENT-TAB-W (J) = ENTIDAD-ANT-W
004010        MOVE 1 TO SW-HALLADO-W
004020        SUBTRACT 1 FROM J
004030     END-IF.

004040 PASAR-PORCENTAJE.
004050     MOVE PORC-BALDE-W (BALDE-W) TO PORC-TAB-W (J BALDE-W).

004060 SUMAR-MES-ANTERIOR.
004070     MOVE 0 TO SW-FIN-W.
004080     MOVE ANO-MES-ANT-W TO ANO-MES-PRV.
004090     MOVE LOW-VALUES    TO ENTIDAD-PRV LLAVE-FACT-PRV.
004100     START ARCHIVO-PROV-CART KEY IS >= LLAVE-PRV
004110           INVALID KEY MOVE 1 TO SW-FIN-W
004120     END-START.
004130     PERFORM LEER-MES-ANTERIOR UNTIL SW-FIN-W = 1.

004140 LEER-MES-ANTERIOR.
004150     READ ARCHIVO-PROV-CART NEXT
004160          AT END MOVE 1 TO SW-FIN-W
004170     END-READ.
004180     IF SW-FIN-W = 0
004190        IF ANO-MES-PRV NOT = ANO-MES-ANT-W
004200           MOVE 1 TO SW-FIN-W
004210        ELSE
004220           MOVE ENTIDAD-PRV TO ENTIDAD-ANT-W
004230           PERFORM UBICAR-ENTIDAD
004240           IF J > 0
004250              ADD PROVISION-PRV TO PROV-ANT-TAB-W (J)
004260                                   TOT-PROV-ANT-W
004270           END-IF
004280        END-IF
004290     END-IF.

      *-----------------------------------------------------------------
      * INFORME POR ENTIDAD Y FACTURA: SE RELEE EL MES EN ORDEN DE
      * ENTIDAD. LA ENTIDAD QUE SOLO TUVO PROVISION EL MES ANTERIOR
      * SALE AL FINAL CON SU REVERSION.
      *-----------------------------------------------------------------
004300 ESCRIBIR-INFORME.
004310     OPEN OUTPUT INFORME-DETERIORO.
004320     MOVE FECHA-CORTE-W TO FECHA-CORTE-DT.
004330     IF MODO-CONTABILIZAR
004340        MOVE "DEFINITIVO" TO MODO-DT
004350     ELSE
004360        MOVE "PRELIMINAR" TO MODO-DT
004370     END-IF.
004380     MOVE LIN-TITULO-DT TO LIN-DETERIORO.
004390     WRITE LIN-DETERIORO.
004400     MOVE SPACES TO ENTIDAD-ANT-W.
004410     PERFORM POSICIONAR-MES.
004420     PERFORM ESCRIBIR-FACTURA UNTIL SW-FIN-W = 1.
004430     IF ENTIDAD-ANT-W NOT = SPACES
004440        PERFORM ESCRIBIR-SUBTOTAL
004450     END-IF.
004460     PERFORM ESCRIBIR-SIN-SALDO VARYING J FROM 1 BY 1
004470             UNTIL J > TOT-ENT-W.
004480     MOVE SPACES TO LIN-DETERIORO.
004490     WRITE LIN-DETERIORO.
004500     MOVE "TOTAL CARTERA"  TO LEYENDA-SUB-DT.
004510     MOVE TOT-SALDO-W      TO SALDO-SUB-DT.
004520     MOVE TOT-PROV-W       TO PROV-SUB-DT.
004530     MOVE TOT-PROV-ANT-W   TO PROV-ANT-SUB-DT.
004540     COMPUTE VARIACION-W = TOT-PROV-W - TOT-PROV-ANT-W.
004550     MOVE VARIACION-W      TO VARIACION-SUB-DT.
004560     MOVE LIN-SUB-DT TO LIN-DETERIORO.
004570     WRITE LIN-DETERIORO.
004580     CLOSE INFORME-DETERIORO.

004590 ESCRIBIR-FACTURA.
004600     IF ENTIDAD-PRV NOT = ENTIDAD-ANT-W
004610        IF ENTIDAD-ANT-W NOT = SPACES
004620           PERFORM ESCRIBIR-SUBTOTAL
004630        END-IF
004640        MOVE ENTIDAD-PRV TO ENTIDAD-ANT-W
004650        PERFORM ESCRIBIR-ENCABEZADO-ENT
004660     END-IF.
004670     MOVE LLAVE-FACT-PRV TO FACTURA-DT.
004680     MOVE FECHA-BASE-PRV TO FECHA-BASE-DT.
004690     MOVE DIAS-PRV       TO DIAS-DT.
004700     MOVE NOMBRE-BALDE-W (BALDE-PRV) TO BALDE-DT.
004710     MOVE SALDO-PRV      TO SALDO-DT.
004720     MOVE PORC-PRV       TO PORC-DT.
004730     MOVE PROVISION-PRV  TO PROV-DT.
004740     MOVE LIN-FACT-DT TO LIN-DETERIORO.
004750     WRITE LIN-DETERIORO.
004760     READ ARCHIVO-PROV-CART NEXT
004770          AT END MOVE 1 TO SW-FIN-W
004780     END-READ.
004790     IF SW-FIN-W = 0 AND ANO-MES-PRV NOT = ANO-MES-LNK
004800        MOVE 1 TO SW-FIN-W
004810     END-IF.

004820 ESCRIBIR-ENCABEZADO-ENT.
004830     PERFORM UBICAR-ENTIDAD.
004840     MOVE SPACES TO LIN-DETERIORO.
004850     WRITE LIN-DETERIORO.
004860     MOVE ENTIDAD-ANT-W TO COD-ENT-DT COD-ENT.
004870     READ ARCHIVO-ENTIDADES
004880          INVALID KEY MOVE SPACES TO NOMBRE-ENT
004890     END-READ.
004900     MOVE NOMBRE-ENT TO NOMBRE-ENT-DT.
004910     MOVE SPACES TO TIPO-ENT-DT CONDICION-DT.
004920     IF J > 0
004930        MOVE TIPO-ENT-TAB-W (J) TO TIPO-ENT-DT
004940        EVALUATE CONDICION-TAB-W (J)
004950           WHEN "L" MOVE "EN LIQUIDACION" TO CONDICION-DT
004960           WHEN "I" MOVE "INTERVENIDA"    TO CONDICION-DT
004970        END-EVALUATE
004980     END-IF.
004990     MOVE LIN-ENT-DT TO LIN-DETERIORO.
005000     WRITE LIN-DETERIORO.
005010     MOVE LIN-COL-DT TO LIN-DETERIORO.
005020     WRITE LIN-DETERIORO.

005030 ESCRIBIR-SUBTOTAL.
005040     PERFORM UBICAR-ENTIDAD.
005050     IF J > 0
005060        MOVE "SUBTOTAL ENTIDAD"  TO LEYENDA-SUB-DT
005070        PERFORM LLENAR-SUBTOTAL
005080     END-IF.

      * ENTIDADES CON PROVISION EL MES ANTERIOR Y SIN SALDO HOY
005090 ESCRIBIR-SIN-SALDO.
005100     IF PROV-TAB-W (J) = 0 AND SALDO-TAB-W (J) = 0
005110        AND PROV-ANT-TAB-W (J) > 0
005120        MOVE SPACES TO LEYENDA-SUB-DT
005130        STRING "SIN SALDO ENTIDAD " COD-ENT-TAB-W (J)
005140               DELIMITED BY SIZE INTO LEYENDA-SUB-DT
005150        PERFORM LLENAR-SUBTOTAL
005160     END-IF.

005170 LLENAR-SUBTOTAL.
005180     MOVE SALDO-TAB-W (J)    TO SALDO-SUB-DT.
005190     MOVE PROV-TAB-W (J)     TO PROV-SUB-DT.
005200     MOVE PROV-ANT-TAB-W (J) TO PROV-ANT-SUB-DT.
005210     COMPUTE VARIACION-W = PROV-TAB-W (J) - PROV-ANT-TAB-W (J).
005220     MOVE VARIACION-W        TO VARIACION-SUB-DT.
005230     MOVE LIN-SUB-DT TO LIN-DETERIORO.
005240     WRITE LIN-DETERIORO.

      *-----------------------------------------------------------------
      * COMPROBANTE DE LA VARIACION: UN RENGLON POR ENTIDAD A LA CUENTA
      * DE DETERIORO (CREDITO SI SUBE, DEBITO SI BAJA), EL TOTAL DE LOS
      * AUMENTOS AL GASTO Y EL DE LAS DISMINUCIONES A LA RECUPERACION.
      * LUEGO EL MES QUEDA CONTABILIZADO.
      *-----------------------------------------------------------------
005250 POSTEAR-COMPROBANTE.
005260     OPEN I-O MOVIMIENTO-DIARIO.
005270     PERFORM OBTENER-SECUENCIA-MOV.
005280     MOVE 0 TO SECU-RENGLON-W TOT-AUMENTO-W TOT-DISMINUYE-W.
005290     PERFORM POSTEAR-UNA-ENTIDAD VARYING J FROM 1 BY 1
005300             UNTIL J > TOT-ENT-W.
005310     IF TOT-AUMENTO-W > 0
005320        MOVE CTA-GASTO-DET-W TO MAYOR-MOV
005330        MOVE TOT-AUMENTO-W   TO VARIACION-W
005340        MOVE "GASTO DETERIORO CARTERA" TO DETALLE-MOV
005350        PERFORM GRABAR-RENGLON
005360     END-IF.
005370     IF TOT-DISMINUYE-W > 0
005380        MOVE CTA-RECUPERA-W  TO MAYOR-MOV
005390        COMPUTE VARIACION-W = 0 - TOT-DISMINUYE-W
005400        MOVE "RECUPERACION DETERIORO CARTERA" TO DETALLE-MOV
005410        PERFORM GRABAR-RENGLON
005420     END-IF.
005430     CLOSE MOVIMIENTO-DIARIO.
005440     PERFORM POSICIONAR-MES.
005450     PERFORM MARCAR-CONTABILIZADA UNTIL SW-FIN-W = 1.

005460 POSTEAR-UNA-ENTIDAD.
005470     COMPUTE VARIACION-W = PROV-TAB-W (J) - PROV-ANT-TAB-W (J).
005480     IF VARIACION-W > 0
005490        ADD VARIACION-W TO TOT-AUMENTO-W
005500     ELSE
005510        SUBTRACT VARIACION-W FROM TOT-DISMINUYE-W
005520     END-IF.
005530     IF VARIACION-W NOT = 0
005540        MOVE CTA-DETERIORO-W TO MAYOR-MOV
005550        COMPUTE VARIACION-W = 0 - VARIACION-W
005560        MOVE SPACES TO DETALLE-MOV
005570        STRING "DETERIORO CARTERA " COD-ENT-TAB-W (J)
005580               DELIMITED BY SIZE INTO DETALLE-MOV
005590        PERFORM GRABAR-RENGLON
005600     END-IF.

      * MAYOR-MOV Y DETALLE-MOV LLEGAN LISTOS; VARIACION-W ES EL VALOR
005610 GRABAR-RENGLON.
005620     MOVE "DT"            TO LOTE-MOV.
005630     MOVE COMPROB-DET-W   TO COMPROB-MOV.
005640     ADD 1 TO SECU-RENGLON-W.
005650     MOVE SECU-RENGLON-W  TO SECU-MOV.
005660     MOVE FECHA-MOV-MES-W TO FECHA-MOV.
005670     MOVE VARIACION-W     TO VALOR-MOV.
005680     MOVE 0               TO NIT-MOV NIT-EMPRESA-MOV.
005690     ADD 1 TO SECUENCIA-SIG-W.
005700     MOVE SECUENCIA-SIG-W TO SECUENCIA-MOV.
005710     MOVE "01"            TO SUCURSAL-MOV.
005720     WRITE REG-MOV INVALID KEY CONTINUE END-WRITE.

005730 OBTENER-SECUENCIA-MOV.
005740     MOVE 0 TO SECUENCIA-SIG-W.
005750     MOVE 99999999 TO SECUENCIA-MOV.
005760     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
005770           INVALID KEY CONTINUE
005780           NOT INVALID KEY
005790               READ MOVIMIENTO-DIARIO PREVIOUS
005800                    AT END CONTINUE
005810                    NOT AT END
005820                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
005830               END-READ
005840     END-START.

005850 MARCAR-CONTABILIZADA.
005860     MOVE "C" TO ESTADO-PRV.
005870     REWRITE REG-PRV INVALID KEY CONTINUE END-REWRITE.
005880     READ ARCHIVO-PROV-CART NEXT
005890          AT END MOVE 1 TO SW-FIN-W
005900     END-READ.
005910     IF SW-FIN-W = 0 AND ANO-MES-PRV NOT = ANO-MES-LNK
005920        MOVE 1 TO SW-FIN-W
005930     END-IF.
