      *=================================================================
      * INVENTARIOS - CLASIFICACION ABC-VEN TRIMESTRAL Y REPORTE DE
      * MERCANCIA DE LENTO MOVIMIENTO / OBSOLETA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * PARA CADA ARTICULO ACTIVO RECORRE SUS MOVIMIENTOS (LLAVE
      * ALTERNA COD-ART-INV, COMO INV103_24) HASTA EL CIERRE DEL
      * TRIMESTRE Y LOS ABRE POR ALMACEN (COD-DIV-INV; SIN DIVISION
      * CUENTAN EN EL ALMACEN 00): ENTRADAS, SALIDAS, TRASLADOS
      * EJECUTADOS RECIBIDOS (ARCHIVO-TRASLADO-ALM, INV810), CONSUMO
      * DEL TRIMESTRE, ULTIMA SALIDA Y ULTIMA COMPRA CON SU
      * PROVEEDOR. LAS DEVOLUCIONES/AJUSTES (90002) Y EL
      * FRACCIONAMIENTO (90003) NO SON CONSUMO NI COMPRA. EL VALOR
      * DEL CONSUMO ES CANTIDAD X COSTO PROMEDIO PONDERADO DE LAS
      * COMPRAS. QUEDA UN REGISTRO POR ALMACEN Y ARTICULO EN
      * ARCHIVO-CLASE-ABC (VER INV438) Y LUEGO, POR ALMACEN, DE
      * MAYOR A MENOR VALOR: CLASE A HASTA EL 80% ACUMULADO, B HASTA
      * EL 95%, C EL RESTO Y LO QUE NO SE CONSUMIO.
      * - SC-ABCVEN.TXT: MATRIZ ABC X VEN POR ALMACEN (ARTICULOS Y
      *   VALOR DE CONSUMO POR CASILLA).
      * - SC-LENTOMOV.TXT: ARTICULOS CON EXISTENCIA SIN SALIDA HACE
      *   MAS DE 90 DIAS (LENTO; MAS DE 365 OBSOLETO) O CON MAS DE 6
      *   MESES DE COBERTURA (SOBRESTOCK): DIAS DESDE LA ULTIMA
      *   SALIDA, VALOR DE LA EXISTENCIA, COBERTURA EN MESES Y
      *   ACCION PROPUESTA: DEVOLVER AL PROVEEDOR SI LA COMPRA TIENE
      *   MENOS DE 90 DIAS, TRASLADAR AL ALMACEN QUE MAS LO CONSUME,
      *   DAR DE BAJA EL OBSOLETO O SUSPENDER COMPRAS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV438-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ART-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-ART
000140         ALTERNATE RECORD KEY IS DESCRIP-ART WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT MOVIMIENTO-INVENT LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-MOVINV-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-INV
000210         ALTERNATE RECORD KEY IS COD-ART-INV WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-TRASLADO-ALM LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-TRASLADO-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-TRASLADO
000280         ALTERNATE RECORD KEY IS DIV-DESTINO-TRASLADO
000290            WITH DUPLICATES
000300         FILE STATUS IS OTR-STAT.

000310     SELECT ARCHIVO-CLASE-ABC LOCK MODE IS AUTOMATIC
000320         ASSIGN NOM-CLASEABC-W
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LLAVE-CAB
000360         ALTERNATE RECORD KEY IS LLAVE-VALOR-CAB
000370            WITH DUPLICATES
000380         FILE STATUS IS OTR-STAT.

000390     SELECT REPORTE-ABC-VEN
000400         ASSIGN NOM-REPABC-W
000410         ORGANIZATION IS LINE SEQUENTIAL.

000420     SELECT REPORTE-LENTO-MOV
000430         ASSIGN NOM-REPLENTO-W
000440         ORGANIZATION IS LINE SEQUENTIAL.

000450 DATA DIVISION.
000460 FILE SECTION.

000470 FD  MAESTRO-ARTICULOS
000480     LABEL RECORD STANDARD.
000490 01  REG-ART.
000500     02 COD-ART                 PIC X(8).
000510     02 DESCRIP-ART             PIC X(50).
000520     02 STOCK-MIN-ART           PIC 9(6).
000530     02 STOCK-MAX-ART           PIC 9(6).
000540     02 STOCK-ALMAC-ART         PIC 9(5).
000550     02 ESTADO-ART              PIC 9.
000560        88 ARTICULO-ACTIVO      VALUE 1.
000570     02 UNIDAD-ART              PIC X(4).
000580     02 COD-BARRAS-ART          PIC X(13).
000590     02 CONTROL-ESP-ART         PIC X.
000600     02 VR-VENTA-ART            PIC 9(9)V99.
000610     02 EXISTENCIA-ART          PIC S9(9)V99 SIGN IS TRAILING.
000620     02 GRUPO-ALERG-ART         PIC X(4).
000630     02 VEN-ART                 PIC X.
000640        88 VEN-VALIDO           VALUE "V" "E" "N".
000650     02 FILLER                  PIC X(5).

000660 FD  MOVIMIENTO-INVENT
000670     LABEL RECORD STANDARD.
000680 01  REG-INV.
000690     02 LLAVE-INV.
000700        03 COMP-INV             PIC 9(5).
000710        03 SECU-INV             PIC 9(7).
000720     02 COD-ART-INV             PIC X(8).
000730     02 NIT-INV                 PIC X(12).
000740     02 FECHA-INV               PIC 9(8).
000750     02 LLAVE-DOC-CTL-INV       PIC X(10).
000760     02 TIPO-MOV-INV            PIC X.
000770        88 MOV-ENTRADA          VALUE "E".
000780        88 MOV-SALIDA           VALUE "S".
000790     02 CANT-INV                PIC 9(9)V99.
000800     02 VLR-FACT-INV            PIC 9(9)V99.
000810     02 NUM-FACT-INV            PIC X(15).
000820     02 COD-DIV-INV             PIC XX.
000830     02 COD-COSTO-INV           PIC X(4).

000840 FD  ARCHIVO-TRASLADO-ALM
000850     LABEL RECORD STANDARD.
000860 01  REG-TRASLADO.
000870     02 LLAVE-TRASLADO.
000880        03 FECHA-TRASLADO       PIC 9(8).
000890        03 HORA-TRASLADO        PIC 9(6).
000900        03 SECUEN-TRASLADO      PIC 9(3).
000910     02 COD-ART-TRASLADO        PIC X(8).
000920     02 CANT-TRASLADO           PIC 9(9)V99.
000930     02 DIV-ORIGEN-TRASLADO     PIC XX.
000940     02 DIV-DESTINO-TRASLADO    PIC XX.
000950     02 DOCUMENTO-TRASLADO      PIC X(10).
000960     02 SOLICITANTE-TRASLADO    PIC X(4).
000970     02 ESTADO-TRASLADO         PIC X.
000980        88 TRASLADO-PENDIENTE   VALUE "P".
000990        88 TRASLADO-APROBADO    VALUE "A".
001000        88 TRASLADO-RECHAZADO   VALUE "R".
001010        88 TRASLADO-EJECUTADO   VALUE "E".
001020     02 APROBADOR-TRASLADO      PIC X(4).
001030     02 FECHA-DECIDE-TRASLADO   PIC 9(8).

001040 FD  ARCHIVO-CLASE-ABC
001050     LABEL RECORD STANDARD.
001060 01  REG-CAB.
001070     02 LLAVE-CAB.
001080        03 ALM-CAB              PIC XX.
001090        03 COD-ART-CAB          PIC X(8).
001100     02 LLAVE-VALOR-CAB.
001110        03 ALM-VAL-CAB          PIC XX.
001120        03 VALOR-CONS-CAB       PIC 9(13)V99.
001130     02 ANO-CAB                 PIC 9(4).
001140     02 TRIM-CAB                PIC 9.
001150     02 CANT-CONS-CAB           PIC 9(9)V99.
001160     02 PORC-ACUM-CAB           PIC 9(3)V99.
001170     02 CLASE-CAB               PIC X.
001180        88 CLASE-A              VALUE "A".
001190        88 CLASE-B              VALUE "B".
001200        88 CLASE-C              VALUE "C".
001210     02 VEN-CAB                 PIC X.
001220        88 VEN-VITAL            VALUE "V".
001230        88 VEN-NO-ESENCIAL      VALUE "N".
001240     02 STOCK-CAB               PIC S9(9)V99 SIGN IS TRAILING.
001250     02 COSTO-PROM-CAB          PIC 9(9)V99.
001260     02 ULT-SALIDA-CAB          PIC 9(8).
001270     02 ULT-COMPRA-CAB          PIC 9(8).
001280     02 NIT-PROV-CAB            PIC X(12).
001290     02 ALM-SUGERIDO-CAB        PIC XX.
001300     02 ULT-CONTEO-CAB          PIC 9(8).
001310     02 FILLER                  PIC X(15).

001320 FD  REPORTE-ABC-VEN
001330     LABEL RECORD STANDARD.
001340 01  LIN-ABC-VEN                PIC X(100).

001350 FD  REPORTE-LENTO-MOV
001360     LABEL RECORD STANDARD.
001370 01  LIN-LENTO-MOV              PIC X(132).

001380 WORKING-STORAGE SECTION.

001390 77  NOM-ART-W                  PIC X(60)
001400     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
001410 77  NOM-MOVINV-W               PIC X(60)
001420     VALUE "D:\progelect\DATOS\SC-MOVINV.DAT".
001430 77  NOM-TRASLADO-W             PIC X(60)
001440     VALUE "D:\progelect\DATOS\SC-TRASLADO.DAT".
001450 77  NOM-CLASEABC-W             PIC X(60)
001460     VALUE "D:\progelect\DATOS\SC-CLASEABC.DAT".
001470 77  NOM-REPABC-W               PIC X(60)
001480     VALUE "D:\progelect\DATOS\SC-ABCVEN.TXT".
001490 77  NOM-REPLENTO-W             PIC X(60)
001500     VALUE "D:\progelect\DATOS\SC-LENTOMOV.TXT".
001510 77  OTR-STAT                   PIC XX.
001520 77  SW-FIN-ART-W               PIC 9 VALUE 0.
001530 77  SW-FIN-INV-W               PIC 9 VALUE 0.
001540 77  SW-FIN-TRA-W               PIC 9 VALUE 0.
001550 77  SW-FIN-CAB-W               PIC 9 VALUE 0.
001560 77  SW-HALLADO-W               PIC 9 VALUE 0.
001570 77  SW-NUEVO-W                 PIC 9 VALUE 0.
001580 77  I                          PIC 9(4) VALUE 0.
001590 77  J                          PIC 9(4) VALUE 0.
001600 77  K                          PIC 9(4) VALUE 0.
001610 77  L                          PIC 9(4) VALUE 0.
001620 77  C                          PIC 9 VALUE 0.
001630 77  V                          PIC 9 VALUE 0.
001640 77  TOT-ALM-ART-W              PIC 9(4) VALUE 0.
001650 77  TOT-TRAS-W                 PIC 9(4) VALUE 0.
001660 77  TOT-ALM-W                  PIC 9(4) VALUE 0.
001670 77  TOT-DESBORDE-W             PIC 9(7) VALUE 0.
001680 77  COMP-DEVOL-W               PIC 9(5) VALUE 90002.
001690 77  COMP-FRAC-W                PIC 9(5) VALUE 90003.
001700 77  ALM-GENERAL-W              PIC XX VALUE "00".
001710 77  DIAS-LENTO-W               PIC 9(3) VALUE 90.
001720 77  DIAS-OBSOLETO-W            PIC 9(3) VALUE 365.
001730 77  DIAS-DEVOL-W               PIC 9(3) VALUE 90.
001740 77  MESES-COBERT-W             PIC 9(3) VALUE 6.
001750 77  FECHA-INI-W                PIC 9(8).
001760 77  FECHA-FIN-W                PIC 9(8).
001770 77  MES-FIN-W                  PIC 99.
001780 77  ALM-MOV-W                  PIC XX.
001790 77  CANT-COMPRA-W              PIC 9(11)V99.
001800 77  VLR-COMPRA-W               PIC 9(13)V99.
001810 77  COSTO-PROM-W               PIC 9(9)V99.
001820 77  MAX-CONS-W                 PIC 9(11)V99.
001830 77  VALOR-ACUM-W               PIC 9(15)V99.
001840 77  PORC-ANTES-W               PIC 9(3)V99.
001850 77  DIAS-SALIDA-W              PIC 9(5).
001860 77  DIAS-COMPRA-W              PIC 9(5).
001870 77  DIAS-ED-W                  PIC ZZZZ9.
001880 77  COBERTURA-W                PIC 9(3)V9.
001890 77  VALOR-STOCK-W              PIC 9(13)V99.
001900 77  TOT-ARTICULOS-W            PIC 9(6) VALUE 0.
001910 77  TOT-CLASIFICADOS-W         PIC 9(6) VALUE 0.

      * MOVIMIENTO DEL ARTICULO EN CURSO ABIERTO POR ALMACEN
001920 01  TABLA-ALM-ART-W.
001930     02 ALM-ART-W OCCURS 60.
001940        03 ALM-AA-W             PIC XX.
001950        03 ENT-AA-W             PIC 9(11)V99.
001960        03 SAL-AA-W             PIC 9(11)V99.
001970        03 TRIN-AA-W            PIC 9(11)V99.
001980        03 CONS-AA-W            PIC 9(11)V99.
001990        03 ULT-SAL-AA-W         PIC 9(8).
002000        03 ULT-COM-AA-W         PIC 9(8).
002010        03 NIT-AA-W             PIC X(12).

      * TRASLADOS EJECUTADOS RECIBIDOS POR ARTICULO Y ALMACEN DESTINO
002020 01  TABLA-TRAS-W.
002030     02 TRAS-W OCCURS 3000.
002040        03 ART-TR-W             PIC X(8).
002050        03 ALM-TR-W             PIC XX.
002060        03 CANT-TR-W            PIC 9(11)V99.

      * VALOR DE CONSUMO Y MATRIZ CLASE (A B C) X VEN (V E N)
002070 01  TABLA-ALM-W.
002080     02 ALM-W OCCURS 60.
002090        03 COD-ALM-W            PIC XX.
002100        03 TOT-VALOR-ALM-W      PIC 9(15)V99.
002110        03 CLASE-MAT-W OCCURS 3.
002120           04 VEN-MAT-W OCCURS 3.
002130              05 NUM-CELDA-W    PIC 9(6).
002140              05 VALOR-CELDA-W  PIC 9(15)V99.

002150 01  TABLA-LENTO-W.
002160     02 TIPO-LENTO-W OCCURS 3.
002170        03 NUM-LENTO-W          PIC 9(6).
002180        03 VALOR-LENTO-W        PIC 9(15)V99.

002190 01  NOMBRES-CLASE-W            PIC X(3) VALUE "ABC".
002200 01  NOMBRES-CLASE-R REDEFINES NOMBRES-CLASE-W.
002210     02 LETRA-CLASE-W           PIC X OCCURS 3.

002220 01  NOMBRES-TIPO-W.
002230     02 FILLER                  PIC X(10) VALUE "LENTO".
002240     02 FILLER                  PIC X(10) VALUE "OBSOLETO".
002250     02 FILLER                  PIC X(10) VALUE "SOBRESTOCK".
002260 01  NOMBRES-TIPO-R REDEFINES NOMBRES-TIPO-W.
002270     02 NOMBRE-TIPO-W           PIC X(10) OCCURS 3.

002280 01  LIN-MATRIZ-DET.
002290     02 FILLER                  PIC X(6).
002300     02 CLASE-MAT-REP           PIC X.
002310     02 CELDA-MAT-REP OCCURS 3.
002320        03 FILLER               PIC XX.
002330        03 NUM-MAT-REP          PIC ZZZZZ9.
002340        03 FILLER               PIC X.
002350        03 VALOR-MAT-REP        PIC Z(12)9.99.

002360 01  LIN-LENTO-DET.
002370     02 ALM-REP                 PIC XX.
002380     02 FILLER                  PIC X VALUE SPACE.
002390     02 COD-ART-REP             PIC X(8).
002400     02 FILLER                  PIC X VALUE SPACE.
002410     02 DESCRIP-REP             PIC X(25).
002420     02 FILLER                  PIC X VALUE SPACE.
002430     02 CLASE-REP               PIC X.
002440     02 VEN-REP                 PIC X.
002450     02 FILLER                  PIC X VALUE SPACE.
002460     02 DIAS-REP                PIC X(5).
002470     02 FILLER                  PIC X VALUE SPACE.
002480     02 STOCK-REP               PIC ZZZZZZZZ9.99.
002490     02 FILLER                  PIC X VALUE SPACE.
002500     02 VALOR-REP               PIC ZZZZZZZZZZ9.99.
002510     02 FILLER                  PIC X VALUE SPACE.
002520     02 COBERT-REP              PIC ZZ9.9.
002530     02 FILLER                  PIC X VALUE SPACE.
002540     02 TIPO-REP                PIC X(10).
002550     02 FILLER                  PIC X VALUE SPACE.
002560     02 ACCION-REP              PIC X(30).

002570 01  TOTAL-ED-W                 PIC Z(14)9.99.

002580 LINKAGE SECTION.
002590 01  ANO-LNK                    PIC 9(4).
002600 01  TRIMESTRE-LNK              PIC 9.
002610 01  RESULT-LNK                 PIC X.
002620     88 CLASIFICACION-OK        VALUE "S".
002630     88 CLASIFICACION-NO-OK     VALUE "N".

002640 PROCEDURE DIVISION USING ANO-LNK TRIMESTRE-LNK RESULT-LNK.

002650 MAINLINE.
002660     MOVE "N" TO RESULT-LNK.
002670     IF TRIMESTRE-LNK > 0 AND TRIMESTRE-LNK < 5
002680        PERFORM CLASIFICAR THRU FIN-CLASIFICAR
002690     END-IF.
002700     EXIT PROGRAM.

002710 CLASIFICAR.
002720     PERFORM CALCULAR-PERIODO.
002730     OPEN INPUT MOVIMIENTO-INVENT.
002740     IF OTR-STAT NOT = "00"
002750        GO TO FIN-CLASIFICAR
002760     END-IF.
002770     OPEN INPUT MAESTRO-ARTICULOS.
002780     OPEN I-O ARCHIVO-CLASE-ABC.
002790     IF OTR-STAT = "35"
002800        OPEN OUTPUT ARCHIVO-CLASE-ABC
002810        CLOSE ARCHIVO-CLASE-ABC
002820        OPEN I-O ARCHIVO-CLASE-ABC
002830     END-IF.
002840     INITIALIZE TABLA-TRAS-W TABLA-ALM-W TABLA-LENTO-W.
002850     PERFORM CARGAR-TRASLADOS.
002860     MOVE 0 TO SW-FIN-ART-W.
002870     PERFORM LEER-ARTICULO.
002880     PERFORM RESUMIR-ARTICULO UNTIL SW-FIN-ART-W = 1.
002890     CLOSE MOVIMIENTO-INVENT.
002900     OPEN OUTPUT REPORTE-ABC-VEN.
002910     MOVE SPACES TO LIN-ABC-VEN.
002920     STRING "CLASIFICACION ABC-VEN - PERIODO " FECHA-INI-W
002930            " A " FECHA-FIN-W DELIMITED BY SIZE INTO LIN-ABC-VEN.
002940     WRITE LIN-ABC-VEN.
002950     PERFORM CLASIFICAR-ALMACEN VARYING L FROM 1 BY 1
002960             UNTIL L > TOT-ALM-W.
002970     IF TOT-DESBORDE-W > 0
002980        MOVE SPACES TO LIN-ABC-VEN
002990        STRING "TABLAS LLENAS: " TOT-DESBORDE-W
003000               " MOVIMIENTOS NO RESUMIDOS" DELIMITED BY SIZE
003010               INTO LIN-ABC-VEN
003020        WRITE LIN-ABC-VEN
003030     END-IF.
003040     CLOSE REPORTE-ABC-VEN.
003050     PERFORM REPORTAR-LENTO-MOV.
003060     CLOSE MAESTRO-ARTICULOS ARCHIVO-CLASE-ABC.
003070     DISPLAY "ARTICULOS RESUMIDOS:      " TOT-ARTICULOS-W.
003080     DISPLAY "ALMACEN/ARTICULO CLASIF.: " TOT-CLASIFICADOS-W.
003090     MOVE "S" TO RESULT-LNK.

003100 FIN-CLASIFICAR.
003110     EXIT.

003120 CALCULAR-PERIODO.
003130     COMPUTE MES-FIN-W = TRIMESTRE-LNK * 3.
003140     COMPUTE FECHA-INI-W = ANO-LNK * 10000
003150                         + (MES-FIN-W - 2) * 100 + 1.
003160     IF MES-FIN-W = 12
003170        COMPUTE FECHA-FIN-W = (ANO-LNK + 1) * 10000 + 101
003180     ELSE
003190        COMPUTE FECHA-FIN-W = ANO-LNK * 10000
003200                            + (MES-FIN-W + 1) * 100 + 1
003210     END-IF.
003220     COMPUTE FECHA-FIN-W = FUNCTION DATE-OF-INTEGER
003230             (FUNCTION INTEGER-OF-DATE (FECHA-FIN-W) - 1).

      *--- TRASLADOS: INV810 SOLO CONTABILIZA LA SALIDA DEL ORIGEN,
      *--- LA ENTRADA AL DESTINO SE TOMA DEL TRASLADO EJECUTADO.
003240 CARGAR-TRASLADOS.
003250     OPEN INPUT ARCHIVO-TRASLADO-ALM.
003260     IF OTR-STAT = "00"
003270        MOVE 0 TO SW-FIN-TRA-W
003280        MOVE LOW-VALUES TO LLAVE-TRASLADO
003290        START ARCHIVO-TRASLADO-ALM KEY IS >= LLAVE-TRASLADO
003300              INVALID KEY MOVE 1 TO SW-FIN-TRA-W
003310        END-START
003320        PERFORM LEER-TRASLADO UNTIL SW-FIN-TRA-W = 1
003330        CLOSE ARCHIVO-TRASLADO-ALM
003340     END-IF.

003350 LEER-TRASLADO.
003360     READ ARCHIVO-TRASLADO-ALM NEXT
003370          AT END MOVE 1 TO SW-FIN-TRA-W
003380     END-READ.
003390     IF SW-FIN-TRA-W = 0
003400        AND TRASLADO-EJECUTADO
003410        AND FECHA-DECIDE-TRASLADO NOT > FECHA-FIN-W
003420        PERFORM ANOTAR-TRASLADO
003430     END-IF.

003440 ANOTAR-TRASLADO.
003450     MOVE 0 TO SW-HALLADO-W.
003460     PERFORM BUSCAR-TRASLADO VARYING K FROM 1 BY 1
003470             UNTIL K > TOT-TRAS-W OR SW-HALLADO-W = 1.
003480     IF SW-HALLADO-W = 0
003490        IF TOT-TRAS-W < 3000
003500           ADD 1 TO TOT-TRAS-W
003510           MOVE TOT-TRAS-W           TO K
003520           MOVE COD-ART-TRASLADO     TO ART-TR-W (K)
003530           MOVE DIV-DESTINO-TRASLADO TO ALM-TR-W (K)
003540        ELSE
003550           ADD 1 TO TOT-DESBORDE-W
003560           MOVE 0 TO K
003570        END-IF
003580     END-IF.
003590     IF K > 0
003600        ADD CANT-TRASLADO TO CANT-TR-W (K)
003610     END-IF.

      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
003620 BUSCAR-TRASLADO.
003630     IF ART-TR-W (K) = COD-ART-TRASLADO
003640        AND ALM-TR-W (K) = DIV-DESTINO-TRASLADO
003650        MOVE 1 TO SW-HALLADO-W
003660        SUBTRACT 1 FROM K
003670     END-IF.

003680 LEER-ARTICULO.
003690     READ MAESTRO-ARTICULOS NEXT
003700          AT END MOVE 1 TO SW-FIN-ART-W
003710     END-READ.

003720 RESUMIR-ARTICULO.
003730     IF ARTICULO-ACTIVO
003740        INITIALIZE TABLA-ALM-ART-W
003750        MOVE 0 TO TOT-ALM-ART-W CANT-COMPRA-W VLR-COMPRA-W
003760                  COSTO-PROM-W SW-FIN-INV-W
003770        MOVE COD-ART TO COD-ART-INV
003780        START MOVIMIENTO-INVENT KEY IS >= COD-ART-INV
003790              INVALID KEY MOVE 1 TO SW-FIN-INV-W
003800        END-START
003810        PERFORM LEER-MOVIMIENTO UNTIL SW-FIN-INV-W = 1
003820        PERFORM SUMAR-TRASLADOS VARYING K FROM 1 BY 1
003830                UNTIL K > TOT-TRAS-W
003840        IF CANT-COMPRA-W > 0
003850           COMPUTE COSTO-PROM-W ROUNDED =
003860                   VLR-COMPRA-W / CANT-COMPRA-W
003870        END-IF
003880        IF TOT-ALM-ART-W > 0
003890           ADD 1 TO TOT-ARTICULOS-W
003900           PERFORM GRABAR-CLASE VARYING I FROM 1 BY 1
003910                   UNTIL I > TOT-ALM-ART-W
003920        END-IF
003930     END-IF.
003940     PERFORM LEER-ARTICULO.

003950 LEER-MOVIMIENTO.
003960     READ MOVIMIENTO-INVENT NEXT
003970          AT END MOVE 1 TO SW-FIN-INV-W
003980     END-READ.
003990     IF SW-FIN-INV-W = 0
004000        IF COD-ART-INV NOT = COD-ART
004010           MOVE 1 TO SW-FIN-INV-W
004020        ELSE
004030           IF FECHA-INV NOT > FECHA-FIN-W
004040              MOVE COD-DIV-INV TO ALM-MOV-W
004050              PERFORM UBICAR-ALM-ART
004060              IF I > 0
004070                 PERFORM SUMAR-MOVIMIENTO
004080              END-IF
004090           END-IF
004100        END-IF
004110     END-IF.

004120 SUMAR-MOVIMIENTO.
004130     IF MOV-ENTRADA
004140        ADD CANT-INV TO ENT-AA-W (I)
004150        IF VLR-FACT-INV > 0
004160           AND COMP-INV NOT = COMP-DEVOL-W
004170           AND COMP-INV NOT = COMP-FRAC-W
004180           ADD CANT-INV     TO CANT-COMPRA-W
004190           ADD VLR-FACT-INV TO VLR-COMPRA-W
004200           IF NIT-INV NOT = SPACES
004210              AND FECHA-INV NOT < ULT-COM-AA-W (I)
004220              MOVE FECHA-INV TO ULT-COM-AA-W (I)
004230              MOVE NIT-INV   TO NIT-AA-W (I)
004240           END-IF
004250        END-IF
004260     ELSE
004270        ADD CANT-INV TO SAL-AA-W (I)
004280        IF COMP-INV NOT = COMP-DEVOL-W
004290           AND COMP-INV NOT = COMP-FRAC-W
004300           IF FECHA-INV > ULT-SAL-AA-W (I)
004310              MOVE FECHA-INV TO ULT-SAL-AA-W (I)
004320           END-IF
004330           IF FECHA-INV NOT < FECHA-INI-W
004340              ADD CANT-INV TO CONS-AA-W (I)
004350           END-IF
004360        END-IF
004370     END-IF.

004380 SUMAR-TRASLADOS.
004390     IF ART-TR-W (K) = COD-ART
004400        MOVE ALM-TR-W (K) TO ALM-MOV-W
004410        PERFORM UBICAR-ALM-ART
004420        IF I > 0
004430           ADD CANT-TR-W (K) TO TRIN-AA-W (I)
004440        END-IF
004450     END-IF.

      * DEJA EN I LA POSICION DEL ALMACEN ALM-MOV-W (0 SI NO CABE)
004460 UBICAR-ALM-ART.
004470     IF ALM-MOV-W = SPACES
004480        MOVE ALM-GENERAL-W TO ALM-MOV-W
004490     END-IF.
004500     MOVE 0 TO SW-HALLADO-W.
004510     PERFORM BUSCAR-ALM-ART VARYING I FROM 1 BY 1
004520             UNTIL I > TOT-ALM-ART-W OR SW-HALLADO-W = 1.
004530     IF SW-HALLADO-W = 0
004540        IF TOT-ALM-ART-W < 60
004550           ADD 1 TO TOT-ALM-ART-W
004560           MOVE TOT-ALM-ART-W TO I
004570           MOVE ALM-MOV-W     TO ALM-AA-W (I)
004580        ELSE
004590           ADD 1 TO TOT-DESBORDE-W
004600           MOVE 0 TO I
004610        END-IF
004620     END-IF.

      * AL HALLARLO I QUEDA UNO ADELANTE POR EL VARYING
004630 BUSCAR-ALM-ART.
004640     IF ALM-AA-W (I) = ALM-MOV-W
004650        MOVE 1 TO SW-HALLADO-W
004660        SUBTRACT 1 FROM I
004670     END-IF.

      *--- UN REGISTRO POR ALMACEN Y ARTICULO; LA CLASE DEFINITIVA LA
      *--- PONE CLASIFICAR-ALMACEN CUANDO YA SE CONOCE EL TOTAL.
004680 GRABAR-CLASE.
004690     MOVE ALM-AA-W (I) TO ALM-CAB.
004700     MOVE COD-ART      TO COD-ART-CAB.
004710     MOVE 0 TO SW-NUEVO-W.
004720     READ ARCHIVO-CLASE-ABC
004730          INVALID KEY MOVE 1 TO SW-NUEVO-W
004740     END-READ.
004750     IF SW-NUEVO-W = 1
004760        INITIALIZE REG-CAB
004770        MOVE ALM-AA-W (I) TO ALM-CAB
004780        MOVE COD-ART      TO COD-ART-CAB
004790     END-IF.
004800     MOVE ALM-AA-W (I) TO ALM-VAL-CAB.
004810     COMPUTE VALOR-CONS-CAB ROUNDED =
004820             CONS-AA-W (I) * COSTO-PROM-W.
004830     MOVE ANO-LNK       TO ANO-CAB.
004840     MOVE TRIMESTRE-LNK TO TRIM-CAB.
004850     MOVE CONS-AA-W (I) TO CANT-CONS-CAB.
004860     MOVE 0             TO PORC-ACUM-CAB.
004870     MOVE "C"           TO CLASE-CAB.
004880     IF VEN-VALIDO
004890        MOVE VEN-ART TO VEN-CAB
004900     ELSE
004910        MOVE "E"     TO VEN-CAB
004920     END-IF.
004930     COMPUTE STOCK-CAB = ENT-AA-W (I) + TRIN-AA-W (I)
004940                       - SAL-AA-W (I).
004950     MOVE COSTO-PROM-W     TO COSTO-PROM-CAB.
004960     MOVE ULT-SAL-AA-W (I) TO ULT-SALIDA-CAB.
004970     MOVE ULT-COM-AA-W (I) TO ULT-COMPRA-CAB.
004980     MOVE NIT-AA-W (I)     TO NIT-PROV-CAB.
004990     PERFORM BUSCAR-SUGERIDO.
005000     IF SW-NUEVO-W = 1
005010        WRITE REG-CAB INVALID KEY CONTINUE END-WRITE
005020     ELSE
005030        REWRITE REG-CAB INVALID KEY CONTINUE END-REWRITE
005040     END-IF.
005050     MOVE ALM-AA-W (I) TO ALM-MOV-W.
005060     PERFORM UBICAR-ALMACEN.
005070     IF L > 0
005080        ADD VALOR-CONS-CAB TO TOT-VALOR-ALM-W (L)
005090     END-IF.

      * EL OTRO ALMACEN QUE MAS CONSUMIO EL ARTICULO EN EL TRIMESTRE
005100 BUSCAR-SUGERIDO.
005110     MOVE SPACES TO ALM-SUGERIDO-CAB.
005120     MOVE 0 TO MAX-CONS-W.
005130     PERFORM COMPARAR-CONSUMO VARYING J FROM 1 BY 1
005140             UNTIL J > TOT-ALM-ART-W.

005150 COMPARAR-CONSUMO.
005160     IF J NOT = I
005170        AND CONS-AA-W (J) > MAX-CONS-W
005180        MOVE CONS-AA-W (J) TO MAX-CONS-W
005190        MOVE ALM-AA-W (J)  TO ALM-SUGERIDO-CAB
005200     END-IF.

      * DEJA EN L LA POSICION DEL ALMACEN EN LA MATRIZ (0 SI NO CABE)
005210 UBICAR-ALMACEN.
005220     MOVE 0 TO SW-HALLADO-W.
005230     PERFORM BUSCAR-ALMACEN VARYING L FROM 1 BY 1
005240             UNTIL L > TOT-ALM-W OR SW-HALLADO-W = 1.
005250     IF SW-HALLADO-W = 0
005260        IF TOT-ALM-W < 60
005270           ADD 1 TO TOT-ALM-W
005280           MOVE TOT-ALM-W TO L
005290           MOVE ALM-MOV-W TO COD-ALM-W (L)
005300        ELSE
005310           ADD 1 TO TOT-DESBORDE-W
005320           MOVE 0 TO L
005330        END-IF
005340     END-IF.

      * AL HALLARLO L QUEDA UNO ADELANTE POR EL VARYING
005350 BUSCAR-ALMACEN.
005360     IF COD-ALM-W (L) = ALM-MOV-W
005370        MOVE 1 TO SW-HALLADO-W
005380        SUBTRACT 1 FROM L
005390     END-IF.

      *--- RECORRE EL ALMACEN DE MAYOR A MENOR VALOR DE CONSUMO (LLAVE
      *--- ALTERNA, LECTURA HACIA ATRAS) Y ASIGNA A/B/C POR EL
      *--- PORCENTAJE ACUMULADO ANTES DEL ARTICULO.
005400 CLASIFICAR-ALMACEN.
005410     MOVE 0 TO VALOR-ACUM-W SW-FIN-CAB-W.
005420     MOVE HIGH-VALUES   TO LLAVE-VALOR-CAB.
005430     MOVE COD-ALM-W (L) TO ALM-VAL-CAB.
005440     START ARCHIVO-CLASE-ABC KEY IS <= LLAVE-VALOR-CAB
005450           INVALID KEY MOVE 1 TO SW-FIN-CAB-W
005460     END-START.
005470     PERFORM ASIGNAR-CLASE UNTIL SW-FIN-CAB-W = 1.
005480     PERFORM ESCRIBIR-MATRIZ.

005490 ASIGNAR-CLASE.
005500     READ ARCHIVO-CLASE-ABC PREVIOUS
005510          AT END MOVE 1 TO SW-FIN-CAB-W
005520     END-READ.
005530     IF SW-FIN-CAB-W = 0
005540        IF ALM-VAL-CAB NOT = COD-ALM-W (L)
005550           MOVE 1 TO SW-FIN-CAB-W
005560        ELSE
005570           IF ANO-CAB = ANO-LNK AND TRIM-CAB = TRIMESTRE-LNK
005580              PERFORM PONER-CLASE
005590           END-IF
005600        END-IF
005610     END-IF.

005620 PONER-CLASE.
005630     IF TOT-VALOR-ALM-W (L) = 0 OR VALOR-CONS-CAB = 0
005640        MOVE "C" TO CLASE-CAB
005650     ELSE
005660        COMPUTE PORC-ANTES-W ROUNDED =
005670                VALOR-ACUM-W * 100 / TOT-VALOR-ALM-W (L)
005680        EVALUATE TRUE
005690           WHEN PORC-ANTES-W < 80
005700                MOVE "A" TO CLASE-CAB
005710           WHEN PORC-ANTES-W < 95
005720                MOVE "B" TO CLASE-CAB
005730           WHEN OTHER
005740                MOVE "C" TO CLASE-CAB
005750        END-EVALUATE
005760        ADD VALOR-CONS-CAB TO VALOR-ACUM-W
005770        COMPUTE PORC-ACUM-CAB ROUNDED =
005780                VALOR-ACUM-W * 100 / TOT-VALOR-ALM-W (L)
005790     END-IF.
005800     REWRITE REG-CAB INVALID KEY CONTINUE END-REWRITE.
005810     ADD 1 TO TOT-CLASIFICADOS-W.
005820     EVALUATE TRUE
005830        WHEN CLASE-A MOVE 1 TO C
005840        WHEN CLASE-B MOVE 2 TO C
005850        WHEN OTHER   MOVE 3 TO C
005860     END-EVALUATE.
005870     EVALUATE TRUE
005880        WHEN VEN-VITAL       MOVE 1 TO V
005890        WHEN VEN-NO-ESENCIAL MOVE 3 TO V
005900        WHEN OTHER           MOVE 2 TO V
005910     END-EVALUATE.
005920     ADD 1              TO NUM-CELDA-W (L C V).
005930     ADD VALOR-CONS-CAB TO VALOR-CELDA-W (L C V).

005940 ESCRIBIR-MATRIZ.
005950     MOVE SPACES TO LIN-ABC-VEN.
005960     WRITE LIN-ABC-VEN.
005970     MOVE TOT-VALOR-ALM-W (L) TO TOTAL-ED-W.
005980     STRING "ALMACEN " COD-ALM-W (L)
005990            "   VALOR DEL CONSUMO DEL TRIMESTRE: " TOTAL-ED-W
006000            DELIMITED BY SIZE INTO LIN-ABC-VEN.
006010     WRITE LIN-ABC-VEN.
006020     MOVE SPACES TO LIN-ABC-VEN.
006030     STRING "CLASE    ARTS    VITAL (VALOR)    ARTS  "
006040            "ESENCIAL (VALOR)    ARTS  NO ESENC. (VALOR)"
006050            DELIMITED BY SIZE INTO LIN-ABC-VEN.
006060     WRITE LIN-ABC-VEN.
006070     PERFORM ESCRIBIR-FILA-MATRIZ VARYING C FROM 1 BY 1
006080             UNTIL C > 3.

006090 ESCRIBIR-FILA-MATRIZ.
006100     MOVE SPACES TO LIN-MATRIZ-DET.
006110     MOVE LETRA-CLASE-W (C) TO CLASE-MAT-REP.
006120     PERFORM PONER-CELDA VARYING V FROM 1 BY 1 UNTIL V > 3.
006130     MOVE LIN-MATRIZ-DET TO LIN-ABC-VEN.
006140     WRITE LIN-ABC-VEN.

006150 PONER-CELDA.
006160     MOVE NUM-CELDA-W (L C V)   TO NUM-MAT-REP (V).
006170     MOVE VALOR-CELDA-W (L C V) TO VALOR-MAT-REP (V).

      *--- LENTO MOVIMIENTO / OBSOLETO / SOBRESTOCK DEL TRIMESTRE
006180 REPORTAR-LENTO-MOV.
006190     OPEN OUTPUT REPORTE-LENTO-MOV.
006200     MOVE SPACES TO LIN-LENTO-MOV.
006210     STRING "MERCANCIA DE LENTO MOVIMIENTO Y OBSOLETA AL "
006220            FECHA-FIN-W DELIMITED BY SIZE INTO LIN-LENTO-MOV.
006230     WRITE LIN-LENTO-MOV.
006240     MOVE SPACES TO LIN-LENTO-MOV.
006250     STRING "AL ARTICULO  DESCRIPCION               CV  DIAS"
006260            "    EXISTENCIA          VALOR COBER TIPO       "
006270            "ACCION PROPUESTA" DELIMITED BY SIZE
006280            INTO LIN-LENTO-MOV.
006290     WRITE LIN-LENTO-MOV.
006300     MOVE 0 TO SW-FIN-CAB-W.
006310     MOVE LOW-VALUES TO LLAVE-CAB.
006320     START ARCHIVO-CLASE-ABC KEY IS >= LLAVE-CAB
006330           INVALID KEY MOVE 1 TO SW-FIN-CAB-W
006340     END-START.
006350     PERFORM EVALUAR-LENTO UNTIL SW-FIN-CAB-W = 1.
006360     MOVE SPACES TO LIN-LENTO-MOV.
006370     WRITE LIN-LENTO-MOV.
006380     PERFORM ESCRIBIR-TOTAL-LENTO VARYING K FROM 1 BY 1
006390             UNTIL K > 3.
006400     CLOSE REPORTE-LENTO-MOV.

006410 EVALUAR-LENTO.
006420     READ ARCHIVO-CLASE-ABC NEXT
006430          AT END MOVE 1 TO SW-FIN-CAB-W
006440     END-READ.
006450     IF SW-FIN-CAB-W = 0
006460        AND ANO-CAB = ANO-LNK AND TRIM-CAB = TRIMESTRE-LNK
006470        AND STOCK-CAB > 0
006480        PERFORM MEDIR-ROTACION
006490        IF DIAS-SALIDA-W > DIAS-LENTO-W
006500           OR COBERTURA-W > MESES-COBERT-W
006510           PERFORM ESCRIBIR-LENTO
006520        END-IF
006530     END-IF.

      * SIN SALIDAS O SIN CONSUMO EN EL TRIMESTRE QUEDA EN EL TOPE
006540 MEDIR-ROTACION.
006550     IF ULT-SALIDA-CAB = 0
006560        MOVE 99999 TO DIAS-SALIDA-W
006570     ELSE
006580        COMPUTE DIAS-SALIDA-W =
006590                FUNCTION INTEGER-OF-DATE (FECHA-FIN-W)
006600              - FUNCTION INTEGER-OF-DATE (ULT-SALIDA-CAB)
006610     END-IF.
006620     IF ULT-COMPRA-CAB = 0
006630        MOVE 99999 TO DIAS-COMPRA-W
006640     ELSE
006650        COMPUTE DIAS-COMPRA-W =
006660                FUNCTION INTEGER-OF-DATE (FECHA-FIN-W)
006670              - FUNCTION INTEGER-OF-DATE (ULT-COMPRA-CAB)
006680     END-IF.
006690     MOVE 999.9 TO COBERTURA-W.
006700     IF CANT-CONS-CAB > 0
006710        COMPUTE COBERTURA-W ROUNDED =
006720                STOCK-CAB * 3 / CANT-CONS-CAB
006730                ON SIZE ERROR MOVE 999.9 TO COBERTURA-W
006740        END-COMPUTE
006750     END-IF.

006760 ESCRIBIR-LENTO.
006770     EVALUATE TRUE
006780        WHEN DIAS-SALIDA-W > DIAS-OBSOLETO-W
006790             MOVE 2 TO K
006800        WHEN DIAS-SALIDA-W > DIAS-LENTO-W
006810             MOVE 1 TO K
006820        WHEN OTHER
006830             MOVE 3 TO K
006840     END-EVALUATE.
006850     COMPUTE VALOR-STOCK-W ROUNDED = STOCK-CAB * COSTO-PROM-CAB.
006860     MOVE SPACES TO ACCION-REP.
006870     EVALUATE TRUE
006880        WHEN DIAS-COMPRA-W NOT > DIAS-DEVOL-W
006890             AND NIT-PROV-CAB NOT = SPACES
006900             STRING "DEVOLVER A PROV " NIT-PROV-CAB
006910                    DELIMITED BY SIZE INTO ACCION-REP
006920        WHEN ALM-SUGERIDO-CAB NOT = SPACES
006930             STRING "TRASLADAR A ALMACEN " ALM-SUGERIDO-CAB
006940                    DELIMITED BY SIZE INTO ACCION-REP
006950        WHEN K = 2
006960             MOVE "DAR DE BAJA" TO ACCION-REP
006970        WHEN OTHER
006980             MOVE "SUSPENDER COMPRAS" TO ACCION-REP
006990     END-EVALUATE.
007000     MOVE COD-ART-CAB TO COD-ART.
007010     READ MAESTRO-ARTICULOS
007020          INVALID KEY MOVE SPACES TO DESCRIP-ART
007030     END-READ.
007040     MOVE ALM-CAB       TO ALM-REP.
007050     MOVE COD-ART-CAB   TO COD-ART-REP.
007060     MOVE DESCRIP-ART   TO DESCRIP-REP.
007070     MOVE CLASE-CAB     TO CLASE-REP.
007080     MOVE VEN-CAB       TO VEN-REP.
007090     IF DIAS-SALIDA-W = 99999
007100        MOVE "NUNCA" TO DIAS-REP
007110     ELSE
007120        MOVE DIAS-SALIDA-W TO DIAS-ED-W
007130        MOVE DIAS-ED-W     TO DIAS-REP
007140     END-IF.
007150     MOVE STOCK-CAB         TO STOCK-REP.
007160     MOVE VALOR-STOCK-W     TO VALOR-REP.
007170     MOVE COBERTURA-W       TO COBERT-REP.
007180     MOVE NOMBRE-TIPO-W (K) TO TIPO-REP.
007190     MOVE LIN-LENTO-DET     TO LIN-LENTO-MOV.
007200     WRITE LIN-LENTO-MOV.
007210     ADD 1             TO NUM-LENTO-W (K).
007220     ADD VALOR-STOCK-W TO VALOR-LENTO-W (K).

007230 ESCRIBIR-TOTAL-LENTO.
007240     MOVE SPACES TO LIN-LENTO-MOV.
007250     MOVE VALOR-LENTO-W (K) TO TOTAL-ED-W.
007260     STRING "TOTAL " NOMBRE-TIPO-W (K) ": " NUM-LENTO-W (K)
007270            " ARTICULOS, VALOR " TOTAL-ED-W
007280            DELIMITED BY SIZE INTO LIN-LENTO-MOV.
007290     WRITE LIN-LENTO-MOV.
