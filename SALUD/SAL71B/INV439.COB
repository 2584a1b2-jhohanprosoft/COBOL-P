      *=================================================================
      * INVENTARIOS - RECEPCION DE FACTURA ELECTRONICA DE PROVEEDORES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LAS FACTURAS DE LOS PROVEEDORES LLEGAN POR CORREO COMO
      * FACTURA ELECTRONICA DIAN. EL CONECTOR DEL BUZON EXTRAE EL XML
      * UBL DE CADA ADJUNTO (QUITANDO EL ATTACHEDDOCUMENT) Y LO DEJA
      * EN EL PLANO SC-BUZONFE.TXT, UN ELEMENTO POR LINEA. ESTE LOTE:
      * 1. APLICA LAS RESPUESTAS DE LA DIAN A LOS EVENTOS ENVIADOS
      *    (PLANO SC-FEPROVRESP.TXT DEL PROVEEDOR TECNOLOGICO:
      *    NIT|NUMERO|EVENTO|ESTADO|CUDE|MOTIVO, ESTADO "A" ACEPTADO
      *    O "R" RECHAZADO).
      * 2. VUELVE A CONCILIAR LAS FACTURAS QUE QUEDARON ESPERANDO EL
      *    RECIBO DE LA MERCANCIA.
      * 3. LEE EL BUZON: CUFE (CBC:UUID), NUMERO, FECHA, NIT DEL
      *    PROVEEDOR, ORDEN DE COMPRA (CAC:ORDERREFERENCE), TOTAL A
      *    PAGAR Y LOS RENGLONES (CANTIDAD, VALOR, CODIGO DEL
      *    COMPRADOR O EN SU DEFECTO EL ITEM DE LA ORDEN). VALIDA EL
      *    CUFE (96 CARACTERES HEXADECIMALES, NO RECIBIDO ANTES) Y EL
      *    NIT CONTRA ARCHIVO-TERCEROS; LA FACTURA INVALIDA QUEDA EN
      *    ESTADO "X" SIN EVENTOS. LA VALIDA SE GRABA EN
      *    ARCHIVO-FACT-PROV / ARCHIVO-FACT-PROV-DET Y GENERA EL
      *    EVENTO 030 (ACUSE DE RECIBO).
      * 4. CONCILIA CONTRA LA ORDEN (ARCHIVO-ORDEN2) Y LAS ENTRADAS
      *    DE ALMACEN DE LA ORDEN (LLAVE-DOC-CTL-INV), COMO INV496:
      *    - SI TODO CUADRA: 032 (RECIBO DEL BIEN) Y 033 (ACEPTACION
      *      EXPRESA).
      *    - SI NO: 031 (RECLAMO) CON CONCEPTO DIAN 01 DOCUMENTO CON
      *      INCONSISTENCIAS (SIN ORDEN, ARTICULO O PRECIO QUE NO ES
      *      DE LA ORDEN), 02 MERCANCIA NO ENTREGADA O 03 MERCANCIA
      *      ENTREGADA PARCIALMENTE, PRECEDIDO DEL 032 SI ALGO SE
      *      RECIBIO.
      *    - SIN RECIBO (O RECIBO INCOMPLETO) LA FACTURA ESPERA HASTA
      *      DIAS-ESPERA-W DIAS EN ESTADO "P" ANTES DE RECLAMAR.
      * 5. ESCRIBE LOS EVENTOS GENERADOS EN SC-EVENTOFE.TXT (XML
      *    PLANO QUE EL PROVEEDOR TECNOLOGICO CONVIERTE EN
      *    APPLICATIONRESPONSE Y TRANSMITE, COMO SER108-25) Y LOS
      *    MARCA TRANSMITIDOS "T".
      * EL RESULTADO DE CADA FACTURA Y LOS EVENTOS RECHAZADOS POR LA
      * DIAN SALEN EN EL REPORTE SC-RECEPFE.TXT. INV496 MUESTRA EL
      * VALOR FACTURADO ELECTRONICAMENTE EN LA CONCILIACION.
      * CORRE EN LA CADENA NOCTURNA COMO JOB "FEPROV  " (INDEX04).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV439.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-BUZON-FE
000100         ASSIGN NOM-BUZONFE-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT PLANO-RESP-FE
000140         ASSIGN NOM-RESPFE-W
000150         ORGANIZATION IS LINE SEQUENTIAL
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-FACT-PROV LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-FACTPROV-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-FPR
000220         ALTERNATE RECORD KEY IS CUFE-FPR WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-FACT-PROV-DET LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-FACTPROVD-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS LLAVE-FPD
000290         ALTERNATE RECORD KEY IS LLAVE-ORD-FPD WITH DUPLICATES
000300         FILE STATUS IS OTR-STAT.

000310     SELECT ARCHIVO-EVENTO-FE LOCK MODE IS AUTOMATIC
000320         ASSIGN NOM-EVENTOFE-W
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LLAVE-EVF
000360         FILE STATUS IS OTR-STAT.

000370     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000380         ASSIGN NOM-TER-W
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS COD-TERCERO
000420         FILE STATUS IS OTR-STAT.

000430     SELECT ARCHIVO-ORDEN2 LOCK MODE IS AUTOMATIC
000440         ASSIGN NOM-ORDEN2-W
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LLAVE-ORD2
000480         FILE STATUS IS OTR-STAT.

000490     SELECT MOVIMIENTO-INVENT LOCK MODE IS AUTOMATIC
000500         ASSIGN NOM-INV-W
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LLAVE-INV
000540         ALTERNATE RECORD KEY IS COD-ART-INV WITH DUPLICATES
000550         ALTERNATE RECORD KEY IS NIT-INV WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS FECHA-INV WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS LLAVE-DOC-CTL-INV
000580            WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT PLANO-EVENTO-FE
000610         ASSIGN NOM-EVENTOXML-W
000620         ORGANIZATION IS LINE SEQUENTIAL.

000630     SELECT REPORTE-RECEPCION
000640         ASSIGN NOM-RECEPFE-W
000650         ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.

000680 FD  PLANO-BUZON-FE
000690     LABEL RECORD STANDARD.
000700 01  LIN-BUZON                  PIC X(500).

000710 FD  PLANO-RESP-FE
000720     LABEL RECORD STANDARD.
000730 01  LIN-RESP-FE                PIC X(300).

000740 FD  ARCHIVO-FACT-PROV
000750     LABEL RECORD STANDARD.
000760 01  REG-FPR.
000770     02 LLAVE-FPR.
000780        03 NIT-FPR              PIC 9(10).
000790        03 NRO-FPR              PIC X(20).
000800     02 CUFE-FPR                PIC X(96).
000810     02 FECHA-EMI-FPR           PIC 9(8).
000820     02 FECHA-REC-FPR           PIC 9(8).
000830     02 VALOR-TOT-FPR           PIC 9(11)V99.
000840     02 ORDEN-FPR               PIC X(10).
000850     02 TOT-LINEAS-FPR          PIC 9(3).
000860     02 ESTADO-FPR              PIC X.
000870        88 FPR-PEND-RECIBO      VALUE "P".
000880        88 FPR-CONCILIADA       VALUE "C".
000890        88 FPR-RECLAMADA        VALUE "D".
000900        88 FPR-INVALIDA         VALUE "X".
000910     02 CONCEPTO-FPR            PIC XX.
000920     02 CAUSAL-FPR              PIC X(60).
000930     02 FECHA-ESTADO-FPR        PIC 9(8).
000940     02 FILLER                  PIC X(20).

000950 FD  ARCHIVO-FACT-PROV-DET
000960     LABEL RECORD STANDARD.
000970 01  REG-FPD.
000980     02 LLAVE-FPD.
000990        03 NIT-FPD              PIC 9(10).
001000        03 NRO-FPD              PIC X(20).
001010        03 LINEA-FPD            PIC 9(3).
001020     02 LLAVE-ORD-FPD.
001030        03 ORDEN-FPD            PIC X(10).
001040        03 COD-ART-FPD          PIC X(8).
001050     02 ITEM-PROV-FPD           PIC X(20).
001060     02 CANT-FPD                PIC 9(9)V99.
001070     02 VLR-LINEA-FPD           PIC 9(11)V99.
001080     02 FILLER                  PIC X(10).

001090 FD  ARCHIVO-EVENTO-FE
001100     LABEL RECORD STANDARD.
001110 01  REG-EVF.
001120     02 LLAVE-EVF.
001130        03 NIT-EVF              PIC 9(10).
001140        03 NRO-EVF              PIC X(20).
001150        03 COD-EVF              PIC X(3).
001160           88 EVF-ACUSE         VALUE "030".
001170           88 EVF-RECLAMO       VALUE "031".
001180           88 EVF-RECIBO-BIEN   VALUE "032".
001190           88 EVF-ACEPTACION    VALUE "033".
001200     02 ESTADO-EVF              PIC X.
001210        88 EVF-GENERADO         VALUE "G".
001220        88 EVF-TRANSMITIDO      VALUE "T".
001230        88 EVF-ACEPTADO         VALUE "A".
001240        88 EVF-RECHAZADO        VALUE "R".
001250     02 CONCEPTO-EVF            PIC XX.
001260     02 CAUSAL-EVF              PIC X(60).
001270     02 CUDE-EVF                PIC X(96).
001280     02 MOTIVO-RESP-EVF         PIC X(60).
001290     02 FECHA-GEN-EVF           PIC 9(8).
001300     02 FECHA-ESTADO-EVF        PIC 9(8).
001310     02 FILLER                  PIC X(10).

001320 FD  ARCHIVO-TERCEROS
001330     LABEL RECORD STANDARD.
001340 01  REG-TERCERO.
001350     02 COD-TERCERO             PIC 9(10).
001360     02 E-MAIL-TER              PIC X(60).
001370     02 NOMBRE-TER              PIC X(40).
001380     02 FILLER                  PIC X(10).

001390 FD  ARCHIVO-ORDEN2
001400     LABEL RECORD STANDARD.
001410 01  REG-ORD2.
001420     02 LLAVE-ORD2.
001430        03 LLAVE-ORD-D2         PIC X(10).
001440        03 ITEM-ORD2            PIC 9(3).
001450     02 COD-ART-ORD2            PIC X(8).
001460     02 CANT-ORD2               PIC 9(9)V99.
001470     02 VLR-UNIT-ORD2           PIC 9(9)V99.
001480     02 NIT-ORD2                PIC 9(10).
001490     02 FECHA-ORD2              PIC 9(8).

001500 FD  MOVIMIENTO-INVENT
001510     LABEL RECORD STANDARD.
001520 01  REG-INV.
001530     02 LLAVE-INV.
001540        03 COMP-INV             PIC 9(5).
001550        03 SECU-INV             PIC 9(7).
001560     02 COD-ART-INV             PIC X(8).
001570     02 NIT-INV                 PIC X(12).
001580     02 FECHA-INV               PIC 9(8).
001590     02 LLAVE-DOC-CTL-INV       PIC X(10).
001600     02 TIPO-MOV-INV            PIC X.
001610        88 MOV-ENTRADA          VALUE "E".
001620        88 MOV-SALIDA           VALUE "S".
001630     02 CANT-INV                PIC 9(9)V99.
001640     02 VLR-FACT-INV            PIC 9(9)V99.
001650     02 NUM-FACT-INV            PIC X(15).
001660     02 COD-DIV-INV             PIC XX.
001670     02 COD-COSTO-INV           PIC X(4).

001680 FD  PLANO-EVENTO-FE
001690     LABEL RECORD STANDARD.
001700 01  LIN-EVENTO-FE              PIC X(150).

001710 FD  REPORTE-RECEPCION
001720     LABEL RECORD STANDARD.
001730 01  LIN-RECEPCION              PIC X(132).

001740 WORKING-STORAGE SECTION.

001750 77  NOM-BUZONFE-W              PIC X(60)
001760     VALUE "D:\progelect\DATOS\SC-BUZONFE.TXT".
001770 77  NOM-RESPFE-W               PIC X(60)
001780     VALUE "D:\progelect\DATOS\SC-FEPROVRESP.TXT".
001790 77  NOM-FACTPROV-W             PIC X(60)
001800     VALUE "D:\progelect\DATOS\SC-FACTPROV.DAT".
001810 77  NOM-FACTPROVD-W            PIC X(60)
001820     VALUE "D:\progelect\DATOS\SC-FACTPROVD.DAT".
001830 77  NOM-EVENTOFE-W             PIC X(60)
001840     VALUE "D:\progelect\DATOS\SC-EVENTOFE.DAT".
001850 77  NOM-TER-W                  PIC X(60)
001860     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
001870 77  NOM-ORDEN2-W               PIC X(60)
001880     VALUE "D:\progelect\DATOS\SC-ORDEN2.DAT".
001890 77  NOM-INV-W                  PIC X(60)
001900     VALUE "D:\progelect\DATOS\SC-MOVINV.DAT".
001910 77  NOM-EVENTOXML-W            PIC X(60)
001920     VALUE "D:\progelect\DATOS\SC-EVENTOFE.TXT".
001930 77  NOM-RECEPFE-W              PIC X(60)
001940     VALUE "D:\progelect\DATOS\SC-RECEPFE.TXT".
001950 77  OTR-STAT                   PIC XX.
001960 77  SW-FIN-PLANO-W             PIC 9 VALUE 0.
001970 77  SW-FIN-RESP-W              PIC 9 VALUE 0.
001980 77  SW-FIN-FPR-W               PIC 9 VALUE 0.
001990 77  SW-FIN-FPD-W               PIC 9 VALUE 0.
002000 77  SW-FIN-EVF-W               PIC 9 VALUE 0.
002010 77  SW-FIN-ORD2-W              PIC 9 VALUE 0.
002020 77  SW-FIN-INV-W               PIC 9 VALUE 0.
002030 77  SW-EN-FACTURA-W            PIC 9 VALUE 0.
002040 77  SW-CABECERA-W              PIC 9 VALUE 0.
002050 77  SW-HALLADO-W               PIC 9 VALUE 0.
002060 77  SW-ERROR-W                 PIC 9 VALUE 0.
002070 77  FECHA-HOY-W                PIC 9(8).
002080 77  DIAS-ESPERA-W              PIC 9(3) VALUE 10.
002090 77  TOLERANCIA-W               PIC 9(3)V99 VALUE 1.
002100 77  DIAS-TRANSC-W              PIC S9(5) SIGN IS TRAILING.
002110 77  DIF-VLR-W                  PIC S9(11)V99 SIGN IS TRAILING.
002120 77  I                          PIC 9(3) VALUE 0.
002130 77  J                          PIC 9(3) VALUE 0.
002140 77  ESPACIOS-W                 PIC 9(3) VALUE 0.
002150 77  TOT-RECIB-W                PIC 9(11)V99 VALUE 0.
002160 77  TOT-FACTURAS-W             PIC 9(5) VALUE 0.
002170 77  TOT-ACEPTADAS-W            PIC 9(5) VALUE 0.
002180 77  TOT-RECLAMADAS-W           PIC 9(5) VALUE 0.
002190 77  TOT-PENDIENTES-W           PIC 9(5) VALUE 0.
002200 77  TOT-INVALIDAS-W            PIC 9(5) VALUE 0.
002210 77  TOT-EVENTOS-W              PIC 9(5) VALUE 0.
002220 77  TOT-RESPUESTAS-W           PIC 9(5) VALUE 0.
002230 77  COD-EVENTO-W               PIC X(3).
002240 77  RESULTADO-W                PIC X(16).

      * CAMPOS DE TRABAJO DEL ANALISIS DE CADA LINEA DEL XML
002250 77  LIN-LIMPIA-W               PIC X(500).
002260 77  ETIQUETA-W                 PIC X(200).
002270 77  RESTO-W                    PIC X(400).
002280 77  NOMBRE-TAG-W               PIC X(60).
002290 77  VALOR-XML-W                PIC X(200).
002300 77  CONTEXTO-W                 PIC X VALUE SPACE.
002310     88 CTX-NINGUNO             VALUE SPACE.
002320     88 CTX-PROVEEDOR           VALUE "P".
002330     88 CTX-CLIENTE             VALUE "C".
002340     88 CTX-ORDEN               VALUE "O".
002350     88 CTX-LINEA               VALUE "L".
002360 77  SUBCONTEXTO-W              PIC X VALUE SPACE.
002370     88 SUB-NINGUNO             VALUE SPACE.
002380     88 SUB-ITEM-COMPRADOR      VALUE "B".
002390     88 SUB-ITEM-VENDEDOR       VALUE "S".

      * DATOS DE LA FACTURA QUE SE ESTA LEYENDO DEL BUZON
002400 77  NRO-MSG-W                  PIC X(20).
002410 77  CUFE-MSG-W                 PIC X(100).
002420 77  CUFE-PRUEBA-W              PIC X(96).
002430 77  FECHA-MSG-W                PIC X(10).
002440 77  NIT-PROV-MSG-W             PIC X(20).
002450 77  ORDEN-MSG-W                PIC X(20).
002460 77  VALOR-MSG-W                PIC X(20).
002470 77  NIT-NUM-W                  PIC 9(10).

002480 01  FECHA-EMI-W.
002490     02 ANO-EMI-W               PIC 9(4).
002500     02 MES-EMI-W               PIC 99.
002510     02 DIA-EMI-W               PIC 99.
002520 01  FECHA-EMI-NUM-W REDEFINES FECHA-EMI-W PIC 9(8).

      * RENGLONES DE LA FACTURA (DEL XML O DE ARCHIVO-FACT-PROV-DET)
002530 77  TOT-LINEAS-W               PIC 9(3) VALUE 0.
002540 01  TABLA-LINEAS-W.
002550     02 LINEA-W                 OCCURS 200.
002560        03 LIN-NRO-W            PIC 9(3).
002570        03 LIN-ART-W            PIC X(8).
002580        03 LIN-ITEM-PROV-W      PIC X(20).
002590        03 LIN-CANT-W           PIC 9(9)V99.
002600        03 LIN-VLR-W            PIC 9(11)V99.

      * RENGLONES DE LA ORDEN DE COMPRA CON LO RECIBIDO Y FACTURADO
002610 77  TOT-RENGLONES-W            PIC 9(3) VALUE 0.
002620 77  NIT-ORDEN-W                PIC 9(10) VALUE 0.
002630 01  TABLA-ORDEN-W.
002640     02 RENGLON-W               OCCURS 200.
002650        03 REN-ITEM-W           PIC 9(3).
002660        03 REN-ART-W            PIC X(8).
002670        03 REN-CANT-W           PIC 9(9)V99.
002680        03 REN-VLR-UNIT-W       PIC 9(9)V99.
002690        03 REN-RECIB-W          PIC 9(9)V99.
002700        03 REN-FACT-W           PIC 9(9)V99.

002710 01  CAMPOS-RESP-W.
002720     02 NIT-RESP-W              PIC X(12).
002730     02 NRO-RESP-W              PIC X(20).
002740     02 EVENTO-RESP-W           PIC X(3).
002750     02 ESTADO-RESP-W           PIC X.
002760     02 CUDE-RESP-W             PIC X(96).
002770     02 MOTIVO-RESP-W           PIC X(60).

      * PARAMETROS PARA INDEX04 (CONTROL DE LA CADENA NOCTURNA)
002780 77  MODO-JOB-W                 PIC X.
002790 77  COD-JOB-W                  PIC X(8) VALUE "FEPROV  ".
002800 77  DESCRIP-JOB-NULA-W         PIC X(30) VALUE SPACES.
002810 77  PROGRAMA-JOB-NULO-W        PIC X(8) VALUE SPACES.
002820 77  PREDECESOR-NULO-W          PIC X(8) VALUE SPACES.
002830 77  ORDEN-JOB-NULO-W           PIC 9(3) VALUE 0.
002840 77  ESTADO-FIN-JOB-W           PIC X.
002850 77  RESULT-JOB-W               PIC X.

002860 01  VALOR-EDIT-W               PIC ZZZZZZZZZZ9.99.

002870 01  LIN-TITULO-REP.
002880     02 FILLER                  PIC X(44)
002890        VALUE "RECEPCION DE FACTURA ELECTRONICA PROVEEDORES".
002900     02 FILLER                  PIC X(8) VALUE " FECHA: ".
002910     02 FECHA-TIT-REP           PIC 9(8).

002920 01  LIN-DETALLE-REP.
002930     02 NIT-REP                 PIC Z(9)9.
002940     02 FILLER                  PIC X VALUE SPACE.
002950     02 NRO-REP                 PIC X(20).
002960     02 FILLER                  PIC X VALUE SPACE.
002970     02 VALOR-REP               PIC ZZZZZZZZZZ9.99.
002980     02 FILLER                  PIC X VALUE SPACE.
002990     02 ORDEN-REP               PIC X(10).
003000     02 FILLER                  PIC X VALUE SPACE.
003010     02 RESULTADO-REP           PIC X(16).
003020     02 FILLER                  PIC X VALUE SPACE.
003030     02 CAUSAL-REP              PIC X(50).

003040 01  LIN-RECHAZO-REP.
003050     02 FILLER                  PIC X(17)
003060        VALUE "EVENTO RECHAZADO ".
003070     02 EVENTO-RCH-REP          PIC X(3).
003080     02 FILLER                  PIC X VALUE SPACE.
003090     02 NIT-RCH-REP             PIC Z(9)9.
003100     02 FILLER                  PIC X VALUE SPACE.
003110     02 NRO-RCH-REP             PIC X(20).
003120     02 FILLER                  PIC X VALUE SPACE.
003130     02 MOTIVO-RCH-REP          PIC X(60).

003140 01  LIN-TOTALES-REP.
003150     02 FILLER                  PIC X(10) VALUE "FACTURAS: ".
003160     02 TOT-FACT-REP            PIC ZZZZ9.
003170     02 FILLER                  PIC X(12) VALUE " ACEPTADAS: ".
003180     02 TOT-ACEP-REP            PIC ZZZZ9.
003190     02 FILLER                  PIC X(13) VALUE " RECLAMADAS: ".
003200     02 TOT-RECL-REP            PIC ZZZZ9.
003210     02 FILLER                  PIC X(13) VALUE " PENDIENTES: ".
003220     02 TOT-PEND-REP            PIC ZZZZ9.
003230     02 FILLER                  PIC X(12) VALUE " INVALIDAS: ".
003240     02 TOT-INVAL-REP           PIC ZZZZ9.
003250     02 FILLER                  PIC X(10) VALUE " EVENTOS: ".
003260     02 TOT-EVEN-REP            PIC ZZZZ9.

003270 PROCEDURE DIVISION.

003280 MAINLINE.
003290     PERFORM REGISTRAR-INICIO-JOB.
003300     IF RESULT-JOB-W = "B"
003310        DISPLAY "FEPROV SALTADO: PREDECESOR SIN OK"
003320        STOP RUN
003330     END-IF.
003340     PERFORM ABRIR-ARCHIVOS.
003350     PERFORM APLICAR-RESPUESTAS.
003360     PERFORM REVISAR-PENDIENTES.
003370     PERFORM LEER-BUZON.
003380     PERFORM EMITIR-EVENTOS.
003390     PERFORM ESCRIBIR-TOTALES.
003400     PERFORM CERRAR-ARCHIVOS.
003410     PERFORM REGISTRAR-FIN-JOB.
003420     STOP RUN.

003430 REGISTRAR-INICIO-JOB.
003440     MOVE "V" TO MODO-JOB-W.
003450     PERFORM LLAMAR-INDEX04.
003460     IF RESULT-JOB-W NOT = "B"
003470        MOVE "I" TO MODO-JOB-W
003480        PERFORM LLAMAR-INDEX04
003490     END-IF.

003500 REGISTRAR-FIN-JOB.
003510     MOVE "F" TO MODO-JOB-W.
003520     MOVE "O" TO ESTADO-FIN-JOB-W.
003530     PERFORM LLAMAR-INDEX04.

003540 LLAMAR-INDEX04.
003550     CALL "INDEX04" USING MODO-JOB-W COD-JOB-W
003560                          DESCRIP-JOB-NULA-W PROGRAMA-JOB-NULO-W
003570                          PREDECESOR-NULO-W ORDEN-JOB-NULO-W
003580                          ESTADO-FIN-JOB-W RESULT-JOB-W.

003590 ABRIR-ARCHIVOS.
003600     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
003610     OPEN INPUT PLANO-BUZON-FE.
003620     IF OTR-STAT NOT = "00"
003630        MOVE 1 TO SW-FIN-PLANO-W
003640     END-IF.
003650     OPEN INPUT PLANO-RESP-FE.
003660     IF OTR-STAT NOT = "00"
003670        MOVE 1 TO SW-FIN-RESP-W
003680     END-IF.
003690     OPEN I-O ARCHIVO-FACT-PROV.
003700     IF OTR-STAT = "35"
003710        OPEN OUTPUT ARCHIVO-FACT-PROV
003720        CLOSE ARCHIVO-FACT-PROV
003730        OPEN I-O ARCHIVO-FACT-PROV
003740     END-IF.
003750     OPEN I-O ARCHIVO-FACT-PROV-DET.
003760     IF OTR-STAT = "35"
003770        OPEN OUTPUT ARCHIVO-FACT-PROV-DET
003780        CLOSE ARCHIVO-FACT-PROV-DET
003790        OPEN I-O ARCHIVO-FACT-PROV-DET
003800     END-IF.
003810     OPEN I-O ARCHIVO-EVENTO-FE.
003820     IF OTR-STAT = "35"
003830        OPEN OUTPUT ARCHIVO-EVENTO-FE
003840        CLOSE ARCHIVO-EVENTO-FE
003850        OPEN I-O ARCHIVO-EVENTO-FE
003860     END-IF.
003870     OPEN INPUT ARCHIVO-TERCEROS ARCHIVO-ORDEN2
003880                MOVIMIENTO-INVENT.
003890     OPEN OUTPUT PLANO-EVENTO-FE REPORTE-RECEPCION.
003900     MOVE FECHA-HOY-W TO FECHA-TIT-REP.
003910     MOVE LIN-TITULO-REP TO LIN-RECEPCION.
003920     WRITE LIN-RECEPCION.

      *-----------------------------------------------------------------
      * 1. RESPUESTAS DE LA DIAN A LOS EVENTOS YA TRANSMITIDOS
      *-----------------------------------------------------------------
003930 APLICAR-RESPUESTAS.
003940     PERFORM LEER-RESPUESTA.
003950     PERFORM APLICAR-RESPUESTA UNTIL SW-FIN-RESP-W = 1.

003960 LEER-RESPUESTA.
003970     IF SW-FIN-RESP-W = 0
003980        READ PLANO-RESP-FE
003990             AT END MOVE 1 TO SW-FIN-RESP-W
004000        END-READ
004010     END-IF.

004020 APLICAR-RESPUESTA.
004030     MOVE SPACES TO CAMPOS-RESP-W.
004040     UNSTRING LIN-RESP-FE DELIMITED BY "|"
004050        INTO NIT-RESP-W NRO-RESP-W EVENTO-RESP-W ESTADO-RESP-W
004060             CUDE-RESP-W MOTIVO-RESP-W
004070     END-UNSTRING.
004080     MOVE FUNCTION NUMVAL(NIT-RESP-W) TO NIT-EVF.
004090     MOVE NRO-RESP-W    TO NRO-EVF.
004100     MOVE EVENTO-RESP-W TO COD-EVF.
004110     READ ARCHIVO-EVENTO-FE
004120          INVALID KEY MOVE SPACE TO ESTADO-RESP-W
004130     END-READ.
004140     EVALUATE ESTADO-RESP-W
004150        WHEN "A"
004160           MOVE "A" TO ESTADO-EVF
004170           MOVE CUDE-RESP-W TO CUDE-EVF
004180           MOVE FECHA-HOY-W TO FECHA-ESTADO-EVF
004190           REWRITE REG-EVF INVALID KEY CONTINUE END-REWRITE
004200           ADD 1 TO TOT-RESPUESTAS-W
004210        WHEN "R"
004220           MOVE "R" TO ESTADO-EVF
004230           MOVE MOTIVO-RESP-W TO MOTIVO-RESP-EVF
004240           MOVE FECHA-HOY-W TO FECHA-ESTADO-EVF
004250           REWRITE REG-EVF INVALID KEY CONTINUE END-REWRITE
004260           ADD 1 TO TOT-RESPUESTAS-W
004270           MOVE COD-EVF TO EVENTO-RCH-REP
004280           MOVE NIT-EVF TO NIT-RCH-REP
004290           MOVE NRO-EVF TO NRO-RCH-REP
004300           MOVE MOTIVO-RESP-EVF TO MOTIVO-RCH-REP
004310           MOVE LIN-RECHAZO-REP TO LIN-RECEPCION
004320           WRITE LIN-RECEPCION
004330        WHEN OTHER
004340           CONTINUE
004350     END-EVALUATE.
004360     PERFORM LEER-RESPUESTA.

      *-----------------------------------------------------------------
      * 2. FACTURAS QUE ESPERAN EL RECIBO DE LA MERCANCIA
      *-----------------------------------------------------------------
004370 REVISAR-PENDIENTES.
004380     MOVE 0 TO SW-FIN-FPR-W.
004390     MOVE LOW-VALUES TO LLAVE-FPR.
004400     START ARCHIVO-FACT-PROV KEY IS >= LLAVE-FPR
004410           INVALID KEY MOVE 1 TO SW-FIN-FPR-W.
004420     PERFORM LEER-FPR.
004430     PERFORM REVISAR-FACTURA UNTIL SW-FIN-FPR-W = 1.

004440 LEER-FPR.
004450     IF SW-FIN-FPR-W = 0
004460        READ ARCHIVO-FACT-PROV NEXT
004470             AT END MOVE 1 TO SW-FIN-FPR-W
004480        END-READ
004490     END-IF.

004500 REVISAR-FACTURA.
004510     IF FPR-PEND-RECIBO
004520        ADD 1 TO TOT-FACTURAS-W
004530        PERFORM CARGAR-LINEAS-DET
004540        PERFORM CARGAR-ORDEN
004550        PERFORM CONCILIAR-FACTURA THRU FIN-CONCILIAR-FACTURA
004560        PERFORM GRABAR-LINEAS
004570        REWRITE REG-FPR INVALID KEY CONTINUE END-REWRITE
004580        PERFORM ESCRIBIR-RESULTADO
004590     END-IF.
004600     PERFORM LEER-FPR.

004610 CARGAR-LINEAS-DET.
004620     MOVE 0 TO TOT-LINEAS-W SW-FIN-FPD-W.
004630     MOVE NIT-FPR TO NIT-FPD.
004640     MOVE NRO-FPR TO NRO-FPD.
004650     MOVE 0       TO LINEA-FPD.
004660     START ARCHIVO-FACT-PROV-DET KEY IS >= LLAVE-FPD
004670           INVALID KEY MOVE 1 TO SW-FIN-FPD-W.
004680     PERFORM LEER-FPD.
004690     PERFORM CARGAR-LINEA-DET UNTIL SW-FIN-FPD-W = 1.

004700 LEER-FPD.
004710     IF SW-FIN-FPD-W = 0
004720        READ ARCHIVO-FACT-PROV-DET NEXT
004730             AT END MOVE 1 TO SW-FIN-FPD-W
004740        END-READ
004750     END-IF.

004760 CARGAR-LINEA-DET.
004770     IF NIT-FPD NOT = NIT-FPR OR NRO-FPD NOT = NRO-FPR
004780        MOVE 1 TO SW-FIN-FPD-W
004790     ELSE
004800        IF TOT-LINEAS-W < 200
004810           ADD 1 TO TOT-LINEAS-W
004820           MOVE LINEA-FPD     TO LIN-NRO-W (TOT-LINEAS-W)
004830           MOVE COD-ART-FPD   TO LIN-ART-W (TOT-LINEAS-W)
004840           MOVE ITEM-PROV-FPD TO LIN-ITEM-PROV-W (TOT-LINEAS-W)
004850           MOVE CANT-FPD      TO LIN-CANT-W (TOT-LINEAS-W)
004860           MOVE VLR-LINEA-FPD TO LIN-VLR-W (TOT-LINEAS-W)
004870        END-IF
004880        PERFORM LEER-FPD
004890     END-IF.

      *-----------------------------------------------------------------
      * 3. FACTURAS NUEVAS DEL BUZON (UN ELEMENTO XML POR LINEA)
      *-----------------------------------------------------------------
004900 LEER-BUZON.
004910     PERFORM LEER-LINEA-BUZON.
004920     PERFORM PROCESAR-LINEA-BUZON UNTIL SW-FIN-PLANO-W = 1.

004930 LEER-LINEA-BUZON.
004940     IF SW-FIN-PLANO-W = 0
004950        READ PLANO-BUZON-FE
004960             AT END MOVE 1 TO SW-FIN-PLANO-W
004970        END-READ
004980     END-IF.

      * LA LINEA "  <CBC:ID SCHEMEID=..>VALOR</CBC:ID>" SE PARTE EN EL
      * NOMBRE DE LA ETIQUETA (HASTA EL PRIMER ESPACIO O ">") Y EL
      * VALOR (ENTRE EL ">" Y EL SIGUIENTE "<").
004990 PROCESAR-LINEA-BUZON.
005000     MOVE 0 TO ESPACIOS-W.
005010     INSPECT LIN-BUZON TALLYING ESPACIOS-W FOR LEADING SPACES.
005020     MOVE SPACES TO LIN-LIMPIA-W ETIQUETA-W RESTO-W NOMBRE-TAG-W
005030                    VALOR-XML-W.
005040     IF ESPACIOS-W < 500
005050        MOVE LIN-BUZON (ESPACIOS-W + 1:) TO LIN-LIMPIA-W
005060     END-IF.
005070     UNSTRING LIN-LIMPIA-W DELIMITED BY ">"
005080        INTO ETIQUETA-W RESTO-W
005090     END-UNSTRING.
005100     UNSTRING ETIQUETA-W DELIMITED BY " "
005110        INTO NOMBRE-TAG-W
005120     END-UNSTRING.
005130     UNSTRING RESTO-W DELIMITED BY "<"
005140        INTO VALOR-XML-W
005150     END-UNSTRING.
005160     EVALUATE NOMBRE-TAG-W
005170        WHEN "<Invoice"
005180           PERFORM INICIAR-FACTURA
005190        WHEN "</Invoice"
005200           IF SW-EN-FACTURA-W = 1
005210              PERFORM CERRAR-FACTURA
005220           END-IF
005230        WHEN OTHER
005240           IF SW-EN-FACTURA-W = 1
005250              PERFORM TOMAR-ELEMENTO
005260           END-IF
005270     END-EVALUATE.
005280     PERFORM LEER-LINEA-BUZON.

005290 INICIAR-FACTURA.
005300     MOVE 1 TO SW-EN-FACTURA-W.
005310     MOVE 0 TO SW-CABECERA-W TOT-LINEAS-W.
005320     MOVE SPACE TO CONTEXTO-W SUBCONTEXTO-W.
005330     MOVE SPACES TO NRO-MSG-W CUFE-MSG-W FECHA-MSG-W
005340                    NIT-PROV-MSG-W ORDEN-MSG-W VALOR-MSG-W.
005350     INITIALIZE TABLA-LINEAS-W.

      * EL NUMERO DE LA FACTURA ES EL PRIMER CBC:ID DE NIVEL RAIZ,
      * QUE EN UBL VIENE DESPUES DEL CBC:UBLVERSIONID.
005360 TOMAR-ELEMENTO.
005370     EVALUATE NOMBRE-TAG-W
005380        WHEN "<cbc:UBLVersionID"
005390           MOVE 1 TO SW-CABECERA-W
005400        WHEN "<cac:AccountingSupplierParty"
005410           MOVE "P" TO CONTEXTO-W
005420        WHEN "<cac:AccountingCustomerParty"
005430           MOVE "C" TO CONTEXTO-W
005440        WHEN "<cac:OrderReference"
005450           MOVE "O" TO CONTEXTO-W
005460        WHEN "<cac:InvoiceLine"
005470           MOVE "L" TO CONTEXTO-W
005480           MOVE SPACE TO SUBCONTEXTO-W
005490           IF TOT-LINEAS-W < 200
005500              ADD 1 TO TOT-LINEAS-W
005510           END-IF
005520        WHEN "</cac:AccountingSupplierParty"
005530        WHEN "</cac:AccountingCustomerParty"
005540        WHEN "</cac:OrderReference"
005550        WHEN "</cac:InvoiceLine"
005560           MOVE SPACE TO CONTEXTO-W SUBCONTEXTO-W
005570        WHEN "<cac:BuyersItemIdentification"
005580           MOVE "B" TO SUBCONTEXTO-W
005590        WHEN "<cac:SellersItemIdentification"
005600           MOVE "S" TO SUBCONTEXTO-W
005610        WHEN "</cac:BuyersItemIdentification"
005620        WHEN "</cac:SellersItemIdentification"
005630           MOVE SPACE TO SUBCONTEXTO-W
005640        WHEN "<cbc:UUID"
005650           IF CTX-NINGUNO
005660              MOVE VALOR-XML-W TO CUFE-MSG-W
005670           END-IF
005680        WHEN "<cbc:IssueDate"
005690           IF CTX-NINGUNO AND FECHA-MSG-W = SPACES
005700              MOVE VALOR-XML-W TO FECHA-MSG-W
005710           END-IF
005720        WHEN "<cbc:PayableAmount"
005730           IF CTX-NINGUNO
005740              MOVE VALOR-XML-W TO VALOR-MSG-W
005750           END-IF
005760        WHEN "<cbc:CompanyID"
005770           IF CTX-PROVEEDOR AND NIT-PROV-MSG-W = SPACES
005780              MOVE VALOR-XML-W TO NIT-PROV-MSG-W
005790           END-IF
005800        WHEN "<cbc:ID"
005810           PERFORM TOMAR-ID
005820        WHEN "<cbc:InvoicedQuantity"
005830           IF CTX-LINEA AND TOT-LINEAS-W > 0
005840              MOVE FUNCTION NUMVAL(VALOR-XML-W)
005850                TO LIN-CANT-W (TOT-LINEAS-W)
005860           END-IF
005870        WHEN "<cbc:LineExtensionAmount"
005880           IF CTX-LINEA AND TOT-LINEAS-W > 0
005890              MOVE FUNCTION NUMVAL(VALOR-XML-W)
005900                TO LIN-VLR-W (TOT-LINEAS-W)
005910           END-IF
005920        WHEN OTHER
005930           CONTINUE
005940     END-EVALUATE.

      * EN EL RENGLON EL PRIMER CBC:ID ES EL NUMERO DE LINEA; LOS DE
      * LAS IDENTIFICACIONES DEL ITEM VAN POR SUBCONTEXTO Y LOS DE
      * IMPUESTOS (CAC:TAXSCHEME) SE IGNORAN.
005950 TOMAR-ID.
005960     EVALUATE TRUE
005970        WHEN CTX-ORDEN
005980           IF ORDEN-MSG-W = SPACES
005990              MOVE VALOR-XML-W TO ORDEN-MSG-W
006000           END-IF
006010        WHEN CTX-LINEA AND TOT-LINEAS-W > 0
006020           EVALUATE TRUE
006030              WHEN SUB-ITEM-COMPRADOR
006040                 MOVE VALOR-XML-W TO LIN-ART-W (TOT-LINEAS-W)
006050              WHEN SUB-ITEM-VENDEDOR
006060                 MOVE VALOR-XML-W
006070                   TO LIN-ITEM-PROV-W (TOT-LINEAS-W)
006080              WHEN LIN-NRO-W (TOT-LINEAS-W) = 0
006090                 MOVE FUNCTION NUMVAL(VALOR-XML-W)
006100                   TO LIN-NRO-W (TOT-LINEAS-W)
006110              WHEN OTHER
006120                 CONTINUE
006130           END-EVALUATE
006140        WHEN CTX-NINGUNO AND SW-CABECERA-W = 1
006150           IF NRO-MSG-W = SPACES
006160              MOVE VALOR-XML-W TO NRO-MSG-W
006170           END-IF
006180        WHEN OTHER
006190           CONTINUE
006200     END-EVALUATE.

006210 CERRAR-FACTURA.
006220     MOVE 0 TO SW-EN-FACTURA-W.
006230     ADD 1 TO TOT-FACTURAS-W.
006240     PERFORM ARMAR-FACTURA.
006250     PERFORM VALIDAR-FACTURA THRU FIN-VALIDAR-FACTURA.
006260     PERFORM ESCRIBIR-RESULTADO.

006270 ARMAR-FACTURA.
006280     INITIALIZE REG-FPR.
006290     MOVE FUNCTION NUMVAL(NIT-PROV-MSG-W) TO NIT-FPR.
006300     MOVE NRO-MSG-W      TO NRO-FPR.
006310     MOVE CUFE-MSG-W     TO CUFE-FPR.
006320     MOVE FECHA-HOY-W    TO FECHA-REC-FPR FECHA-ESTADO-FPR.
006330     MOVE FUNCTION NUMVAL(VALOR-MSG-W) TO VALOR-TOT-FPR.
006340     MOVE ORDEN-MSG-W    TO ORDEN-FPR.
006350     MOVE TOT-LINEAS-W   TO TOT-LINEAS-FPR.
006360     MOVE FECHA-MSG-W (1: 4) TO ANO-EMI-W.
006370     MOVE FECHA-MSG-W (6: 2) TO MES-EMI-W.
006380     MOVE FECHA-MSG-W (9: 2) TO DIA-EMI-W.
006390     IF FECHA-EMI-W NUMERIC
006400        MOVE FECHA-EMI-NUM-W TO FECHA-EMI-FPR
006410     END-IF.

      * EL CUFE ES UN SHA-384 EN HEXADECIMAL: 96 CARACTERES 0-9 A-F.
      * AL CONVERTIR TODOS LOS DIGITOS HEXADECIMALES A CERO DEBE
      * QUEDAR SOLO CEROS.
006420 VALIDAR-FACTURA.
006430     MOVE CUFE-MSG-W (1: 96) TO CUFE-PRUEBA-W.
006440     INSPECT CUFE-PRUEBA-W
006450        CONVERTING "0123456789abcdefABCDEF"
006460                TO "0000000000000000000000".
006470     IF CUFE-PRUEBA-W NOT = ZEROS
006480        OR CUFE-MSG-W (97: 4) NOT = SPACES
006490        MOVE "CUFE INVALIDO" TO CAUSAL-FPR
006500        PERFORM MARCAR-INVALIDA
006510        GO TO FIN-VALIDAR-FACTURA
006520     END-IF.
006530     READ ARCHIVO-FACT-PROV KEY IS CUFE-FPR
006540          INVALID KEY CONTINUE
006550          NOT INVALID KEY
006560             MOVE "DUPLICADA" TO RESULTADO-W
006570             ADD 1 TO TOT-INVALIDAS-W
006580             GO TO FIN-VALIDAR-FACTURA
006590     END-READ.
006600     PERFORM ARMAR-FACTURA.
006610     IF NRO-FPR = SPACES
006620        MOVE "FACTURA SIN NUMERO" TO CAUSAL-FPR
006630        PERFORM MARCAR-INVALIDA
006640        GO TO FIN-VALIDAR-FACTURA
006650     END-IF.
006660     MOVE NIT-FPR TO COD-TERCERO.
006670     READ ARCHIVO-TERCEROS
006680          INVALID KEY
006690             MOVE "PROVEEDOR NO EXISTE EN TERCEROS" TO CAUSAL-FPR
006700             PERFORM MARCAR-INVALIDA
006710             GO TO FIN-VALIDAR-FACTURA
006720     END-READ.
006730     MOVE "P" TO ESTADO-FPR.
006740     WRITE REG-FPR
006750           INVALID KEY
006760              MOVE "DUPLICADA" TO RESULTADO-W
006770              ADD 1 TO TOT-INVALIDAS-W
006780              GO TO FIN-VALIDAR-FACTURA
006790     END-WRITE.
006800     MOVE "030" TO COD-EVENTO-W.
006810     PERFORM GENERAR-EVENTO.
006820     PERFORM CARGAR-ORDEN.
006830     PERFORM CONCILIAR-FACTURA THRU FIN-CONCILIAR-FACTURA.
006840     PERFORM GRABAR-LINEAS.
006850     REWRITE REG-FPR INVALID KEY CONTINUE END-REWRITE.
006860 FIN-VALIDAR-FACTURA.
006870     EXIT.

      * LA INVALIDA SE GUARDA PARA CONSULTA SOLO SI TIENE LLAVE.
006880 MARCAR-INVALIDA.
006890     MOVE "X" TO ESTADO-FPR.
006900     MOVE "INVALIDA" TO RESULTADO-W.
006910     ADD 1 TO TOT-INVALIDAS-W.
006920     IF NIT-FPR NOT = 0 AND NRO-FPR NOT = SPACES
006930        WRITE REG-FPR INVALID KEY CONTINUE END-WRITE
006940     END-IF.

006950 GRABAR-LINEAS.
006960     PERFORM GRABAR-LINEA VARYING I FROM 1 BY 1
006970             UNTIL I > TOT-LINEAS-W.

006980 GRABAR-LINEA.
006990     INITIALIZE REG-FPD.
007000     MOVE NIT-FPR               TO NIT-FPD.
007010     MOVE NRO-FPR               TO NRO-FPD.
007020     MOVE LIN-NRO-W (I)         TO LINEA-FPD.
007030     IF LINEA-FPD = 0
007040        MOVE I TO LINEA-FPD
007050     END-IF.
007060     MOVE ORDEN-FPR             TO ORDEN-FPD.
007070     MOVE LIN-ART-W (I)         TO COD-ART-FPD.
007080     MOVE LIN-ITEM-PROV-W (I)   TO ITEM-PROV-FPD.
007090     MOVE LIN-CANT-W (I)        TO CANT-FPD.
007100     MOVE LIN-VLR-W (I)         TO VLR-LINEA-FPD.
007110     WRITE REG-FPD
007120           INVALID KEY
007130              REWRITE REG-FPD INVALID KEY CONTINUE END-REWRITE
007140     END-WRITE.

      *-----------------------------------------------------------------
      * 4. CONCILIACION DE TRES VIAS ORDEN / RECIBO / FACTURA
      *-----------------------------------------------------------------
007150 CARGAR-ORDEN.
007160     MOVE 0 TO TOT-RENGLONES-W NIT-ORDEN-W SW-FIN-ORD2-W.
007170     INITIALIZE TABLA-ORDEN-W.
007180     IF ORDEN-FPR = SPACES
007190        MOVE 1 TO SW-FIN-ORD2-W
007200     END-IF.
007210     MOVE ORDEN-FPR TO LLAVE-ORD-D2.
007220     MOVE 0         TO ITEM-ORD2.
007230     START ARCHIVO-ORDEN2 KEY IS >= LLAVE-ORD2
007240           INVALID KEY MOVE 1 TO SW-FIN-ORD2-W.
007250     PERFORM LEER-ORD2.
007260     PERFORM CARGAR-RENGLON UNTIL SW-FIN-ORD2-W = 1.

007270 LEER-ORD2.
007280     IF SW-FIN-ORD2-W = 0
007290        READ ARCHIVO-ORDEN2 NEXT
007300             AT END MOVE 1 TO SW-FIN-ORD2-W
007310        END-READ
007320     END-IF.

007330 CARGAR-RENGLON.
007340     IF LLAVE-ORD-D2 NOT = ORDEN-FPR
007350        MOVE 1 TO SW-FIN-ORD2-W
007360     ELSE
007370        IF TOT-RENGLONES-W < 200
007380           ADD 1 TO TOT-RENGLONES-W
007390           MOVE ITEM-ORD2     TO REN-ITEM-W (TOT-RENGLONES-W)
007400           MOVE COD-ART-ORD2  TO REN-ART-W (TOT-RENGLONES-W)
007410           MOVE CANT-ORD2     TO REN-CANT-W (TOT-RENGLONES-W)
007420           MOVE VLR-UNIT-ORD2
007430             TO REN-VLR-UNIT-W (TOT-RENGLONES-W)
007440           MOVE NIT-ORD2      TO NIT-ORDEN-W
007450        END-IF
007460        PERFORM LEER-ORD2
007470     END-IF.

      * DEJA EN ESTADO-FPR EL RESULTADO: "C" CONCILIADA (032 Y 033),
      * "D" RECLAMADA (031) O "P" SI TODAVIA SE ESPERA EL RECIBO.
007480 CONCILIAR-FACTURA.
007490     MOVE SPACES TO CONCEPTO-FPR CAUSAL-FPR.
007500     MOVE FECHA-HOY-W TO FECHA-ESTADO-FPR.
007510     IF ORDEN-FPR = SPACES
007520        MOVE "01" TO CONCEPTO-FPR
007530        MOVE "FACTURA SIN ORDEN DE COMPRA" TO CAUSAL-FPR
007540        PERFORM RECLAMAR-FACTURA
007550        GO TO FIN-CONCILIAR-FACTURA
007560     END-IF.
007570     IF TOT-RENGLONES-W = 0
007580        MOVE "01" TO CONCEPTO-FPR
007590        STRING "LA ORDEN " ORDEN-FPR " NO EXISTE"
007600               DELIMITED BY SIZE INTO CAUSAL-FPR
007610        PERFORM RECLAMAR-FACTURA
007620        GO TO FIN-CONCILIAR-FACTURA
007630     END-IF.
007640     IF NIT-ORDEN-W NOT = NIT-FPR
007650        MOVE "01" TO CONCEPTO-FPR
007660        STRING "LA ORDEN " ORDEN-FPR " ES DE OTRO PROVEEDOR"
007670               DELIMITED BY SIZE INTO CAUSAL-FPR
007680        PERFORM RECLAMAR-FACTURA
007690        GO TO FIN-CONCILIAR-FACTURA
007700     END-IF.
007710     PERFORM SUMAR-RECIBOS.
007720     MOVE 0 TO SW-ERROR-W.
007730     PERFORM CRUZAR-LINEA VARYING I FROM 1 BY 1
007740             UNTIL I > TOT-LINEAS-W OR SW-ERROR-W = 1.
007750     IF SW-ERROR-W = 1
007760        IF TOT-RECIB-W > 0
007770           MOVE "032" TO COD-EVENTO-W
007780           PERFORM GENERAR-EVENTO
007790        END-IF
007800        PERFORM RECLAMAR-FACTURA
007810        GO TO FIN-CONCILIAR-FACTURA
007820     END-IF.
007830     COMPUTE DIAS-TRANSC-W =
007840             FUNCTION INTEGER-OF-DATE(FECHA-HOY-W)
007850           - FUNCTION INTEGER-OF-DATE(FECHA-REC-FPR).
007860     IF TOT-RECIB-W = 0
007870        IF DIAS-TRANSC-W < DIAS-ESPERA-W
007880           MOVE "P" TO ESTADO-FPR
007890           MOVE "PENDIENTE" TO RESULTADO-W
007900           ADD 1 TO TOT-PENDIENTES-W
007910        ELSE
007920           MOVE "02" TO CONCEPTO-FPR
007930           MOVE "MERCANCIA NO ENTREGADA" TO CAUSAL-FPR
007940           PERFORM RECLAMAR-FACTURA
007950        END-IF
007960        GO TO FIN-CONCILIAR-FACTURA
007970     END-IF.
007980     PERFORM COMPARAR-RECIBIDO VARYING J FROM 1 BY 1
007990             UNTIL J > TOT-RENGLONES-W OR SW-ERROR-W = 1.
008000     IF SW-ERROR-W = 1
008010        IF DIAS-TRANSC-W < DIAS-ESPERA-W
008020           MOVE SPACES TO CONCEPTO-FPR CAUSAL-FPR
008030           MOVE "P" TO ESTADO-FPR
008040           MOVE "PENDIENTE" TO RESULTADO-W
008050           ADD 1 TO TOT-PENDIENTES-W
008060        ELSE
008070           MOVE "032" TO COD-EVENTO-W
008080           PERFORM GENERAR-EVENTO
008090           PERFORM RECLAMAR-FACTURA
008100        END-IF
008110        GO TO FIN-CONCILIAR-FACTURA
008120     END-IF.
008130     MOVE "032" TO COD-EVENTO-W.
008140     PERFORM GENERAR-EVENTO.
008150     MOVE "033" TO COD-EVENTO-W.
008160     PERFORM GENERAR-EVENTO.
008170     MOVE "C" TO ESTADO-FPR.
008180     MOVE "ACEPTADA" TO RESULTADO-W.
008190     ADD 1 TO TOT-ACEPTADAS-W.
008200 FIN-CONCILIAR-FACTURA.
008210     EXIT.

008220 RECLAMAR-FACTURA.
008230     MOVE "D" TO ESTADO-FPR.
008240     MOVE "031" TO COD-EVENTO-W.
008250     PERFORM GENERAR-EVENTO.
008260     MOVE SPACES TO RESULTADO-W.
008270     STRING "RECLAMO CPTO " CONCEPTO-FPR
008280            DELIMITED BY SIZE INTO RESULTADO-W.
008290     ADD 1 TO TOT-RECLAMADAS-W.

008300 SUMAR-RECIBOS.
008310     MOVE 0 TO TOT-RECIB-W SW-FIN-INV-W.
008320     MOVE ORDEN-FPR TO LLAVE-DOC-CTL-INV.
008330     START MOVIMIENTO-INVENT KEY IS >= LLAVE-DOC-CTL-INV
008340           INVALID KEY MOVE 1 TO SW-FIN-INV-W.
008350     PERFORM LEER-INV.
008360     PERFORM ACUMULAR-RECIBO UNTIL SW-FIN-INV-W = 1.

008370 LEER-INV.
008380     IF SW-FIN-INV-W = 0
008390        READ MOVIMIENTO-INVENT NEXT
008400             AT END MOVE 1 TO SW-FIN-INV-W
008410        END-READ
008420     END-IF.

008430 ACUMULAR-RECIBO.
008440     IF LLAVE-DOC-CTL-INV NOT = ORDEN-FPR
008450        MOVE 1 TO SW-FIN-INV-W
008460     ELSE
008470        IF MOV-ENTRADA
008480           MOVE 0 TO SW-HALLADO-W
008490           PERFORM BUSCAR-ART-RENGLON VARYING J FROM 1 BY 1
008500                   UNTIL J > TOT-RENGLONES-W OR SW-HALLADO-W = 1
008510           IF SW-HALLADO-W = 1
008520              ADD CANT-INV TO REN-RECIB-W (J)
008530              ADD CANT-INV TO TOT-RECIB-W
008540           END-IF
008550        END-IF
008560        PERFORM LEER-INV
008570     END-IF.

008580 BUSCAR-ART-RENGLON.
008590     IF REN-ART-W (J) = COD-ART-INV
008600        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
008610        SUBTRACT 1 FROM J
008620     END-IF.

      * SIN CODIGO DEL COMPRADOR EL RENGLON SE UBICA POR EL ITEM DE LA
      * ORDEN IGUAL AL NUMERO DE LINEA DE LA FACTURA, Y EL ARTICULO
      * HALLADO QUEDA GRABADO EN EL DETALLE PARA INV496.
008630 CRUZAR-LINEA.
008640     MOVE 0 TO SW-HALLADO-W.
008650     PERFORM BUSCAR-LINEA-RENGLON VARYING J FROM 1 BY 1
008660             UNTIL J > TOT-RENGLONES-W OR SW-HALLADO-W = 1.
008670     IF SW-HALLADO-W = 0
008680        MOVE 1 TO SW-ERROR-W
008690        MOVE "01" TO CONCEPTO-FPR
008700        IF LIN-ART-W (I) NOT = SPACES
008710           STRING "ARTICULO " LIN-ART-W (I) " NO ESTA EN LA ORDEN"
008720                  DELIMITED BY SIZE INTO CAUSAL-FPR
008730        ELSE
008740           STRING "ITEM " LIN-ITEM-PROV-W (I)
008750                  " NO ESTA EN LA ORDEN"
008760                  DELIMITED BY SIZE INTO CAUSAL-FPR
008770        END-IF
008780     ELSE
008790        MOVE REN-ART-W (J) TO LIN-ART-W (I)
008800        ADD LIN-CANT-W (I) TO REN-FACT-W (J)
008810        COMPUTE DIF-VLR-W = LIN-VLR-W (I)
008820                          - LIN-CANT-W (I) * REN-VLR-UNIT-W (J)
008830        IF DIF-VLR-W > TOLERANCIA-W
008840           OR DIF-VLR-W < 0 - TOLERANCIA-W
008850           MOVE 1 TO SW-ERROR-W
008860           MOVE "01" TO CONCEPTO-FPR
008870           STRING "PRECIO DE " LIN-ART-W (I)
008880                  " DIFERENTE AL DE LA ORDEN"
008890                  DELIMITED BY SIZE INTO CAUSAL-FPR
008900        END-IF
008910     END-IF.

008920 BUSCAR-LINEA-RENGLON.
008930     IF (LIN-ART-W (I) NOT = SPACES
008940         AND REN-ART-W (J) = LIN-ART-W (I))
008950        OR (LIN-ART-W (I) = SPACES
008960         AND REN-ITEM-W (J) = LIN-NRO-W (I))
008970        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
008980        SUBTRACT 1 FROM J
008990     END-IF.

009000 COMPARAR-RECIBIDO.
009010     IF REN-FACT-W (J) > REN-RECIB-W (J)
009020        MOVE 1 TO SW-ERROR-W
009030        MOVE "03" TO CONCEPTO-FPR
009040        STRING "FACTURADO MAYOR A LO RECIBIDO EN " REN-ART-W (J)
009050               DELIMITED BY SIZE INTO CAUSAL-FPR
009060     END-IF.

      * UN EVENTO SE GENERA UNA SOLA VEZ POR FACTURA.
009070 GENERAR-EVENTO.
009080     MOVE NIT-FPR      TO NIT-EVF.
009090     MOVE NRO-FPR      TO NRO-EVF.
009100     MOVE COD-EVENTO-W TO COD-EVF.
009110     READ ARCHIVO-EVENTO-FE
009120          INVALID KEY
009130             MOVE "G"          TO ESTADO-EVF
009140             MOVE SPACES       TO CAUSAL-EVF CUDE-EVF
009150                                  MOTIVO-RESP-EVF CONCEPTO-EVF
009160             IF EVF-RECLAMO
009170                MOVE CONCEPTO-FPR TO CONCEPTO-EVF
009180                MOVE CAUSAL-FPR   TO CAUSAL-EVF
009190             END-IF
009200             MOVE FECHA-HOY-W  TO FECHA-GEN-EVF FECHA-ESTADO-EVF
009210             WRITE REG-EVF INVALID KEY CONTINUE END-WRITE
009220     END-READ.

009230 ESCRIBIR-RESULTADO.
009240     MOVE NIT-FPR       TO NIT-REP.
009250     MOVE NRO-FPR       TO NRO-REP.
009260     MOVE VALOR-TOT-FPR TO VALOR-REP.
009270     MOVE ORDEN-FPR     TO ORDEN-REP.
009280     MOVE RESULTADO-W   TO RESULTADO-REP.
009290     MOVE CAUSAL-FPR    TO CAUSAL-REP.
009300     MOVE LIN-DETALLE-REP TO LIN-RECEPCION.
009310     WRITE LIN-RECEPCION.

      *-----------------------------------------------------------------
      * 5. EVENTOS GENERADOS HACIA EL PROVEEDOR TECNOLOGICO
      *-----------------------------------------------------------------
009320 EMITIR-EVENTOS.
009330     MOVE 0 TO SW-FIN-EVF-W.
009340     MOVE LOW-VALUES TO LLAVE-EVF.
009350     START ARCHIVO-EVENTO-FE KEY IS >= LLAVE-EVF
009360           INVALID KEY MOVE 1 TO SW-FIN-EVF-W.
009370     PERFORM LEER-EVF.
009380     PERFORM EMITIR-EVENTO UNTIL SW-FIN-EVF-W = 1.

009390 LEER-EVF.
009400     IF SW-FIN-EVF-W = 0
009410        READ ARCHIVO-EVENTO-FE NEXT
009420             AT END MOVE 1 TO SW-FIN-EVF-W
009430        END-READ
009440     END-IF.

009450 EMITIR-EVENTO.
009460     IF EVF-GENERADO
009470        MOVE NIT-EVF TO NIT-FPR
009480        MOVE NRO-EVF TO NRO-FPR
009490        READ ARCHIVO-FACT-PROV
009500             INVALID KEY MOVE SPACES TO CUFE-FPR
009510        END-READ
009520        PERFORM ESCRIBIR-XML-EVENTO
009530        MOVE "T" TO ESTADO-EVF
009540        MOVE FECHA-HOY-W TO FECHA-ESTADO-EVF
009550        REWRITE REG-EVF INVALID KEY CONTINUE END-REWRITE
009560        ADD 1 TO TOT-EVENTOS-W
009570     END-IF.
009580     PERFORM LEER-EVF.

009590 ESCRIBIR-XML-EVENTO.
009600     MOVE SPACES TO LIN-EVENTO-FE.
009610     STRING "<EVENTO CODIGO=""" COD-EVF """>"
009620            DELIMITED BY SIZE INTO LIN-EVENTO-FE.
009630     WRITE LIN-EVENTO-FE.
009640     MOVE SPACES TO LIN-EVENTO-FE.
009650     STRING "  <FACTURA>" DELIMITED BY SIZE
009660            NRO-EVF DELIMITED BY SPACE
009670            "</FACTURA>" DELIMITED BY SIZE
009680            INTO LIN-EVENTO-FE.
009690     WRITE LIN-EVENTO-FE.
009700     MOVE SPACES TO LIN-EVENTO-FE.
009710     STRING "  <CUFE>" CUFE-FPR "</CUFE>"
009720            DELIMITED BY SIZE INTO LIN-EVENTO-FE.
009730     WRITE LIN-EVENTO-FE.
009740     MOVE SPACES TO LIN-EVENTO-FE.
009750     STRING "  <NITEMISOR>" NIT-EVF "</NITEMISOR>"
009760            DELIMITED BY SIZE INTO LIN-EVENTO-FE.
009770     WRITE LIN-EVENTO-FE.
009780     MOVE SPACES TO LIN-EVENTO-FE.
009790     STRING "  <FECHA>" FECHA-GEN-EVF "</FECHA>"
009800            DELIMITED BY SIZE INTO LIN-EVENTO-FE.
009810     WRITE LIN-EVENTO-FE.
009820     IF EVF-RECLAMO
009830        MOVE SPACES TO LIN-EVENTO-FE
009840        STRING "  <CONCEPTO>" CONCEPTO-EVF "</CONCEPTO>"
009850               DELIMITED BY SIZE INTO LIN-EVENTO-FE
009860        WRITE LIN-EVENTO-FE
009870        MOVE SPACES TO LIN-EVENTO-FE
009880        STRING "  <MOTIVO>" CAUSAL-EVF "</MOTIVO>"
009890               DELIMITED BY SIZE INTO LIN-EVENTO-FE
009900        WRITE LIN-EVENTO-FE
009910     END-IF.
009920     MOVE "</EVENTO>" TO LIN-EVENTO-FE.
009930     WRITE LIN-EVENTO-FE.

009940 ESCRIBIR-TOTALES.
009950     MOVE TOT-FACTURAS-W   TO TOT-FACT-REP.
009960     MOVE TOT-ACEPTADAS-W  TO TOT-ACEP-REP.
009970     MOVE TOT-RECLAMADAS-W TO TOT-RECL-REP.
009980     MOVE TOT-PENDIENTES-W TO TOT-PEND-REP.
009990     MOVE TOT-INVALIDAS-W  TO TOT-INVAL-REP.
010000     MOVE TOT-EVENTOS-W    TO TOT-EVEN-REP.
010010     MOVE LIN-TOTALES-REP  TO LIN-RECEPCION.
010020     WRITE LIN-RECEPCION.

010030 CERRAR-ARCHIVOS.
010040     CLOSE PLANO-BUZON-FE PLANO-RESP-FE ARCHIVO-FACT-PROV
010050           ARCHIVO-FACT-PROV-DET ARCHIVO-EVENTO-FE
010060           ARCHIVO-TERCEROS ARCHIVO-ORDEN2 MOVIMIENTO-INVENT
010070           PLANO-EVENTO-FE REPORTE-RECEPCION.
010080     DISPLAY "FACTURAS PROVEEDOR: " TOT-FACTURAS-W
010090             " EVENTOS: " TOT-EVENTOS-W
010100             " RESPUESTAS: " TOT-RESPUESTAS-W.
