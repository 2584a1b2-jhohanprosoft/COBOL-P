      *=================================================================
      * FACTURACION - MARGEN DE LOS PAQUETES POR EVENTO DEL MES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * COMPARA, POR PAQUETE, LO QUE PAGA LA ENTIDAD CONTRA LO QUE
      * REALMENTE SE CONSUMIO, PARA RENEGOCIAR LOS CONTRATOS. TOMA LOS
      * PAQUETES VIGENTES ASIGNADOS EN EL MES RECIBIDO (ARCHIVO-PAQ-
      * INGRESO, SER108-40), OPCIONALMENTE SOLO LOS DE UNA ENTIDAD, Y
      * RECORRE LA CUENTA DE CADA INGRESO EN FACTURA-SERVICIOS:
      *   - CONSUMO A TARIFA: LOS CARGOS "I" INCLUIDOS EN EL PAQUETE,
      *     AL VALOR CON QUE SE HABRIAN COBRADO SUELTOS.
      *   - COSTO REAL DE ESE CONSUMO: EL CUPS A SU COSTO (COSTO-CUP)
      *     Y EL ARTICULO A COSTO PROMEDIO PONDERADO DE SUS ENTRADAS EN
      *     MOVIMIENTO-INVENT (COMO INV103_24), POR LA CANTIDAD.
      *   - COBRADO APARTE: LO NO INCLUIDO QUE SE COBRA ENCIMA.
      * SALE EN SC-MARGENPAQ.TXT UNA LINEA POR CASO Y AL FINAL EL
      * RESUMEN POR ENTIDAD Y PAQUETE: CASOS, PRECIO, COSTO REAL,
      * MARGEN (PRECIO - COSTO) Y SU PORCENTAJE SOBRE EL PRECIO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-42.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PAQ-INGRESO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PAQINGR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-NUM-PQI
000140         ALTERNATE RECORD KEY IS FECHA-ASIG-PQI WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PAQUETES LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PAQUETE-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PAQ
000210         FILE STATUS IS OTR-STAT.

000220     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-FACTSERV-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-FSER
000270         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000280         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000290            WITH DUPLICATES
000300         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000310         FILE STATUS IS OTR-STAT.

000320     SELECT ARCHIVO-CUPS LOCK MODE IS AUTOMATIC
000330         ASSIGN NOM-CUPS-W
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS LLAVE-CUP
000370         ALTERNATE RECORD KEY IS DESCRIP-CUP WITH DUPLICATES
000380         FILE STATUS IS OTR-STAT.

000390     SELECT MOVIMIENTO-INVENT LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-INV-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-INV
000440         ALTERNATE RECORD KEY IS COD-ART-INV WITH DUPLICATES
000450         FILE STATUS IS OTR-STAT.

000460     SELECT INFORME-MARGEN-PAQ
000470         ASSIGN NOM-MARGENPAQ-W
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.

000510 FD  ARCHIVO-PAQ-INGRESO
000520     LABEL RECORD STANDARD.
000530 01  REG-PQI.
000540     02 LLAVE-NUM-PQI           PIC X(7).
000550     02 PACI-PQI                PIC X(15).
000560     02 ENTIDAD-PQI             PIC X(6).
000570     02 COD-PAQ-PQI             PIC X(6).
000580     02 FECHA-ASIG-PQI          PIC 9(8).
000590     02 PRECIO-PQI              PIC 9(9)V99.
000600     02 DIAS-MAX-PQI            PIC 9(3).
000610     02 ESTADO-PQI              PIC X.
000620        88 PAQUETE-VIGENTE      VALUE "V".
000630        88 PAQUETE-ANULADO      VALUE "A".
000640     02 OPER-PQI                PIC X(4).
000650     02 FECHA-ANUL-PQI          PIC 9(8).
000660     02 OPER-ANUL-PQI           PIC X(4).
000670     02 FILLER                  PIC X(20).

000680 FD  ARCHIVO-PAQUETES
000690     LABEL RECORD STANDARD.
000700 01  REG-PAQ.
000710     02 LLAVE-PAQ.
000720        03 ENTIDAD-PAQ          PIC X(6).
000730        03 COD-PAQ              PIC X(6).
000740        03 TIPO-REG-PAQ         PIC X.
000750        03 ITEM-PAQ             PIC X(12).
000760     02 DATOS-PAQ               PIC X(80).
000770     02 DATOS-ENC-PAQ REDEFINES DATOS-PAQ.
000780        03 DESCRIP-PAQ          PIC X(40).
000790        03 PRECIO-PAQ           PIC 9(9)V99.
000800        03 DIAS-MAX-PAQ         PIC 9(3).
000810        03 CUP-FACT-PAQ         PIC X(12).
000820        03 FILLER               PIC X(14).

000830 FD  FACTURA-SERVICIOS
000840     LABEL RECORD STANDARD.
000850 01  REG-FSER.
000860     02 LLAVE-FSER.
000870        03 LLAVE-NUM-FSER.
000880           05 PREFIJO-FSER      PIC X.
000890           05 NRO-FSER          PIC 9(6).
000900        03 SECU-FSER            PIC 9(4).
000910     02 PACI-FSER               PIC X(15).
000920     02 ENTIDAD-FSER            PIC X(6).
000930     02 FECHA-FSER              PIC 9(8).
000940     02 TIPO-FSER               PIC X.
000950        88 CARGO-ES-CUP         VALUE "C".
000960        88 CARGO-ES-ARTICULO    VALUE "A".
000970     02 COD-FSER                PIC X(12).
000980     02 DESCRIP-FSER            PIC X(40).
000990     02 CANT-FSER               PIC 9(4).
001000     02 VLR-UNIT-FSER           PIC 9(9)V99.
001010     02 VLR-TOTAL-FSER          PIC 9(11)V99.
001020     02 LLAVE-ORIGEN-FSER.
001030        03 ORIGEN-FSER          PIC X(4).
001040        03 REFER-FSER           PIC X(20).
001050     02 USUARIO-FSER            PIC X(4).
001060     02 FECHA-GRAB-FSER         PIC 9(8).
001070     02 ESTADO-FSER             PIC X.
001080        88 CARGO-PENDIENTE      VALUE "P".
001090        88 CARGO-FACTURADO      VALUE "F".
001100        88 CARGO-ANULADO        VALUE "A".
001110        88 CARGO-EN-PAQUETE     VALUE "I".
001120     02 LLAVE-FACT-FSER         PIC X(12).

001130 FD  ARCHIVO-CUPS
001140     LABEL RECORD STANDARD.
001150 01  REG-CUP.
001160     02 LLAVE-CUP               PIC X(12).
001170     02 DESCRIP-CUP             PIC X(80).
001180     02 TIPO-CUP                PIC X.
001190     02 ABREV-CUP               PIC X(5).
001200     02 DURACION-CUP            PIC X(3).
001210     02 COSTO-CUP               PIC 9(9)V99.

001220 FD  MOVIMIENTO-INVENT
001230     LABEL RECORD STANDARD.
001240 01  REG-INV.
001250     02 LLAVE-INV.
001260        03 COMP-INV             PIC 9(5).
001270        03 SECU-INV             PIC 9(7).
001280     02 COD-ART-INV             PIC X(8).
001290     02 NIT-INV                 PIC X(12).
001300     02 FECHA-INV               PIC 9(8).
001310     02 LLAVE-DOC-CTL-INV       PIC X(10).
001320     02 TIPO-MOV-INV            PIC X.
001330        88 MOV-ENTRADA          VALUE "E".
001340        88 MOV-SALIDA           VALUE "S".
001350     02 CANT-INV                PIC 9(9)V99.
001360     02 VLR-FACT-INV            PIC 9(9)V99.
001370     02 NUM-FACT-INV            PIC X(15).
001380     02 COD-DIV-INV             PIC XX.
001390     02 COD-COSTO-INV           PIC X(4).

001400 FD  INFORME-MARGEN-PAQ
001410     LABEL RECORD STANDARD.
001420 01  LIN-MARGENPAQ              PIC X(132).

001430 WORKING-STORAGE SECTION.

001440 77  NOM-PAQINGR-W              PIC X(60)
001450     VALUE "D:\progelect\DATOS\SC-PAQINGR.DAT".
001460 77  NOM-PAQUETE-W              PIC X(60)
001470     VALUE "D:\progelect\DATOS\SC-PAQUETES.DAT".
001480 77  NOM-FACTSERV-W             PIC X(60)
001490     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001500 77  NOM-CUPS-W                 PIC X(60)
001510     VALUE "D:\progelect\DATOS\SC-CUPS.DAT".
001520 77  NOM-INV-W                  PIC X(60)
001530     VALUE "D:\progelect\DATOS\SC-MOVINV.DAT".
001540 77  NOM-MARGENPAQ-W            PIC X(60)
001550     VALUE "D:\progelect\DATOS\SC-MARGENPAQ.TXT".
001560 77  OTR-STAT                   PIC XX.
001570 77  SW-FIN-W                   PIC 9 VALUE 0.
001580 77  SW-FIN-DET-W               PIC 9 VALUE 0.
001590 77  SW-FIN-INV-W               PIC 9 VALUE 0.
001600 77  SW-HALLADO-W               PIC 9 VALUE 0.
001610 77  J                          PIC 9(4) VALUE 0.
001620 77  TOT-PAQ-W                  PIC 9(4) VALUE 0.
001630 77  FECHA-INI-W                PIC 9(8).
001640 77  FECHA-FIN-W                PIC 9(8).
001650 77  CONSUMO-CASO-W             PIC 9(11)V99.
001660 77  COSTO-CASO-W               PIC 9(11)V99.
001670 77  APARTE-CASO-W              PIC 9(11)V99.
001680 77  MARGEN-W                   PIC S9(11)V99.
001690 77  PORC-MARGEN-W              PIC S9(5)V9.
001700 77  COSTO-UNIT-W               PIC 9(9)V99.
001710 77  CANT-ACUM-W                PIC 9(11)V99.
001720 77  VLR-ACUM-W                 PIC 9(13)V99.
001730 77  TOT-CASOS-W                PIC 9(5) VALUE 0.

      * ACUMULADO POR ENTIDAD + PAQUETE
001740 01  TABLA-PAQ-W.
001750     02 PAQ-W OCCURS 300.
001760        03 ENTIDAD-TAB-W        PIC X(6).
001770        03 COD-PAQ-TAB-W        PIC X(6).
001780        03 CASOS-TAB-W          PIC 9(5).
001790        03 PRECIO-TAB-W         PIC 9(13)V99.
001800        03 CONSUMO-TAB-W        PIC 9(13)V99.
001810        03 COSTO-TAB-W          PIC 9(13)V99.
001820        03 APARTE-TAB-W         PIC 9(13)V99.

001830 01  LIN-TITULO-MP.
001840     02 FILLER                  PIC X(40) VALUE
001850        "MARGEN DE PAQUETES POR EVENTO - MES".
001860     02 ANO-MES-MP              PIC 9(6).
001870 01  LIN-COL-CASO-MP.
001880     02 FILLER                  PIC X(9) VALUE "CUENTA".
001890     02 FILLER                  PIC X(17) VALUE "PACIENTE".
001900     02 FILLER                  PIC X(8) VALUE "ENTIDAD".
001910     02 FILLER                  PIC X(8) VALUE "PAQUETE".
001920     02 FILLER                  PIC X(18)
001930        VALUE "           PRECIO".
001940     02 FILLER                  PIC X(18)
001950        VALUE "   CONSUMO TARIFA".
001960     02 FILLER                  PIC X(18)
001970        VALUE "       COSTO REAL".
001980     02 FILLER                  PIC X(18)
001990        VALUE "           MARGEN".
002000     02 FILLER                  PIC X(18)
002010        VALUE "   COBRADO APARTE".
002020 01  LIN-CASO-MP.
002030     02 CUENTA-MP               PIC X(9).
002040     02 PACI-MP                 PIC X(17).
002050     02 ENTIDAD-MP              PIC X(8).
002060     02 COD-PAQ-MP              PIC X(8).
002070     02 PRECIO-MP               PIC Z(13)9.99.
002080     02 FILLER                  PIC X VALUE SPACE.
002090     02 CONSUMO-MP              PIC Z(13)9.99.
002100     02 FILLER                  PIC X VALUE SPACE.
002110     02 COSTO-MP                PIC Z(13)9.99.
002120     02 FILLER                  PIC X VALUE SPACE.
002130     02 MARGEN-MP               PIC -(13)9.99.
002140     02 FILLER                  PIC X VALUE SPACE.
002150     02 APARTE-MP               PIC Z(13)9.99.
002160 01  LIN-COL-RES-MP.
002170     02 FILLER                  PIC X(8) VALUE "ENTIDAD".
002180     02 FILLER                  PIC X(8) VALUE "PAQUETE".
002190     02 FILLER                  PIC X(32) VALUE "DESCRIPCION".
002200     02 FILLER                  PIC X(6) VALUE " CASOS".
002210     02 FILLER                  PIC X(18)
002220        VALUE "           PRECIO".
002230     02 FILLER                  PIC X(18)
002240        VALUE "       COSTO REAL".
002250     02 FILLER                  PIC X(18)
002260        VALUE "           MARGEN".
002270     02 FILLER                  PIC X(9) VALUE "    %MARG".
002280 01  LIN-RES-MP.
002290     02 ENTIDAD-RES-MP          PIC X(8).
002300     02 COD-PAQ-RES-MP          PIC X(8).
002310     02 DESCRIP-RES-MP          PIC X(32).
002320     02 CASOS-RES-MP            PIC ZZZZZ9.
002330     02 PRECIO-RES-MP           PIC Z(13)9.99.
002340     02 FILLER                  PIC X VALUE SPACE.
002350     02 COSTO-RES-MP            PIC Z(13)9.99.
002360     02 FILLER                  PIC X VALUE SPACE.
002370     02 MARGEN-RES-MP           PIC -(13)9.99.
002380     02 FILLER                  PIC XX VALUE SPACES.
002390     02 PORC-RES-MP             PIC -(4)9.9.

002400 LINKAGE SECTION.
002410 01  ANO-MES-LNK                PIC 9(6).
002420 01  ENTIDAD-LNK                PIC X(6).

002430 PROCEDURE DIVISION USING ANO-MES-LNK ENTIDAD-LNK.

002440 MAINLINE.
002450     OPEN INPUT ARCHIVO-PAQ-INGRESO.
002460     IF OTR-STAT NOT = "00"
002470        DISPLAY "NO HAY PAQUETES ASIGNADOS " NOM-PAQINGR-W
002480        EXIT PROGRAM
002490     END-IF.
002500     OPEN INPUT ARCHIVO-PAQUETES FACTURA-SERVICIOS ARCHIVO-CUPS
002510                MOVIMIENTO-INVENT.
002520     OPEN OUTPUT INFORME-MARGEN-PAQ.
002530     INITIALIZE TABLA-PAQ-W.
002540     COMPUTE FECHA-INI-W = ANO-MES-LNK * 100 + 1.
002550     COMPUTE FECHA-FIN-W = ANO-MES-LNK * 100 + 31.
002560     MOVE ANO-MES-LNK TO ANO-MES-MP.
002570     MOVE LIN-TITULO-MP TO LIN-MARGENPAQ.
002580     WRITE LIN-MARGENPAQ.
002590     MOVE SPACES TO LIN-MARGENPAQ.
002600     WRITE LIN-MARGENPAQ.
002610     MOVE LIN-COL-CASO-MP TO LIN-MARGENPAQ.
002620     WRITE LIN-MARGENPAQ.
002630     MOVE FECHA-INI-W TO FECHA-ASIG-PQI.
002640     START ARCHIVO-PAQ-INGRESO KEY IS >= FECHA-ASIG-PQI
002650           INVALID KEY MOVE 1 TO SW-FIN-W
002660     END-START.
002670     PERFORM LEER-PAQ-INGRESO UNTIL SW-FIN-W = 1.
002680     PERFORM ESCRIBIR-RESUMEN.
002690     CLOSE ARCHIVO-PAQ-INGRESO ARCHIVO-PAQUETES FACTURA-SERVICIOS
002700           ARCHIVO-CUPS MOVIMIENTO-INVENT INFORME-MARGEN-PAQ.
002710     DISPLAY "CASOS CON PAQUETE EN EL MES: " TOT-CASOS-W.
002720     EXIT PROGRAM.

002730 LEER-PAQ-INGRESO.
002740     READ ARCHIVO-PAQ-INGRESO NEXT
002750          AT END MOVE 1 TO SW-FIN-W
002760     END-READ.
002770     IF SW-FIN-W = 0
002780        IF FECHA-ASIG-PQI > FECHA-FIN-W
002790           MOVE 1 TO SW-FIN-W
002800        ELSE
002810           IF PAQUETE-VIGENTE
002820              AND (ENTIDAD-LNK = SPACES
002830                   OR ENTIDAD-LNK = ENTIDAD-PQI)
002840              PERFORM PROCESAR-CASO
002850           END-IF
002860        END-IF
002870     END-IF.

002880 PROCESAR-CASO.
002890     MOVE 0 TO CONSUMO-CASO-W COSTO-CASO-W APARTE-CASO-W
002900               SW-FIN-DET-W.
002910     MOVE LLAVE-NUM-PQI TO LLAVE-NUM-FSER.
002920     MOVE 0             TO SECU-FSER.
002930     START FACTURA-SERVICIOS KEY IS >= LLAVE-FSER
002940           INVALID KEY MOVE 1 TO SW-FIN-DET-W
002950     END-START.
002960     PERFORM LEER-CARGO UNTIL SW-FIN-DET-W = 1.
002970     COMPUTE MARGEN-W = PRECIO-PQI - COSTO-CASO-W.
002980     MOVE LLAVE-NUM-PQI TO CUENTA-MP.
002990     MOVE PACI-PQI      TO PACI-MP.
003000     MOVE ENTIDAD-PQI   TO ENTIDAD-MP.
003010     MOVE COD-PAQ-PQI   TO COD-PAQ-MP.
003020     MOVE PRECIO-PQI    TO PRECIO-MP.
003030     MOVE CONSUMO-CASO-W TO CONSUMO-MP.
003040     MOVE COSTO-CASO-W  TO COSTO-MP.
003050     MOVE MARGEN-W      TO MARGEN-MP.
003060     MOVE APARTE-CASO-W TO APARTE-MP.
003070     MOVE LIN-CASO-MP TO LIN-MARGENPAQ.
003080     WRITE LIN-MARGENPAQ.
003090     ADD 1 TO TOT-CASOS-W.
003100     PERFORM ACUMULAR-PAQUETE.

003110 LEER-CARGO.
003120     READ FACTURA-SERVICIOS NEXT
003130          AT END MOVE 1 TO SW-FIN-DET-W
003140     END-READ.
003150     IF SW-FIN-DET-W = 0
003160        IF LLAVE-NUM-FSER NOT = LLAVE-NUM-PQI
003170           MOVE 1 TO SW-FIN-DET-W
003180        ELSE
003190           EVALUATE TRUE
003200              WHEN CARGO-EN-PAQUETE
003210                   ADD VLR-TOTAL-FSER TO CONSUMO-CASO-W
003220                   PERFORM COSTEAR-CARGO
003230              WHEN CARGO-ANULADO
003240                   CONTINUE
003250              WHEN ORIGEN-FSER NOT = "PAQ"
003260                   ADD VLR-TOTAL-FSER TO APARTE-CASO-W
003270           END-EVALUATE
003280        END-IF
003290     END-IF.

003300 COSTEAR-CARGO.
003310     MOVE 0 TO COSTO-UNIT-W.
003320     IF CARGO-ES-ARTICULO
003330        PERFORM CALCULAR-COSTO-PROMEDIO
003340     ELSE
003350        MOVE COD-FSER TO LLAVE-CUP
003360        READ ARCHIVO-CUPS
003370             INVALID KEY CONTINUE
003380             NOT INVALID KEY MOVE COSTO-CUP TO COSTO-UNIT-W
003390        END-READ
003400     END-IF.
003410     COMPUTE COSTO-CASO-W = COSTO-CASO-W
003420                          + COSTO-UNIT-W * CANT-FSER.

003430 CALCULAR-COSTO-PROMEDIO.
003440     MOVE 0 TO CANT-ACUM-W VLR-ACUM-W SW-FIN-INV-W.
003450     MOVE COD-FSER (1:8) TO COD-ART-INV.
003460     START MOVIMIENTO-INVENT KEY IS >= COD-ART-INV
003470           INVALID KEY MOVE 1 TO SW-FIN-INV-W
003480     END-START.
003490     PERFORM LEER-MOVIMIENTO UNTIL SW-FIN-INV-W = 1.
003500     IF CANT-ACUM-W > 0
003510        COMPUTE COSTO-UNIT-W ROUNDED = VLR-ACUM-W / CANT-ACUM-W
003520     END-IF.

003530 LEER-MOVIMIENTO.
003540     READ MOVIMIENTO-INVENT NEXT
003550          AT END MOVE 1 TO SW-FIN-INV-W
003560     END-READ.
003570     IF SW-FIN-INV-W = 0
003580        IF COD-ART-INV NOT = COD-FSER (1:8)
003590           MOVE 1 TO SW-FIN-INV-W
003600        ELSE
003610           IF MOV-ENTRADA
003620              ADD CANT-INV     TO CANT-ACUM-W
003630              ADD VLR-FACT-INV TO VLR-ACUM-W
003640           END-IF
003650        END-IF
003660     END-IF.

003670 ACUMULAR-PAQUETE.
003680     MOVE 0 TO SW-HALLADO-W.
003690     PERFORM BUSCAR-PAQUETE VARYING J FROM 1 BY 1
003700             UNTIL J > TOT-PAQ-W OR SW-HALLADO-W = 1.
003710     IF SW-HALLADO-W = 0
003720        IF TOT-PAQ-W < 300
003730           ADD 1 TO TOT-PAQ-W
003740           MOVE TOT-PAQ-W   TO J
003750           MOVE ENTIDAD-PQI TO ENTIDAD-TAB-W (J)
003760           MOVE COD-PAQ-PQI TO COD-PAQ-TAB-W (J)
003770        ELSE
003780           DISPLAY "TABLA DE PAQUETES LLENA " COD-PAQ-PQI
003790           MOVE 0 TO J
003800        END-IF
003810     END-IF.
003820     IF J > 0
003830        ADD 1              TO CASOS-TAB-W (J)
003840        ADD PRECIO-PQI     TO PRECIO-TAB-W (J)
003850        ADD CONSUMO-CASO-W TO CONSUMO-TAB-W (J)
003860        ADD COSTO-CASO-W   TO COSTO-TAB-W (J)
003870        ADD APARTE-CASO-W  TO APARTE-TAB-W (J)
003880     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
003890 BUSCAR-PAQUETE.
003900     IF ENTIDAD-TAB-W (J) = ENTIDAD-PQI
003910        AND COD-PAQ-TAB-W (J) = COD-PAQ-PQI
003920        MOVE 1 TO SW-HALLADO-W
003930        SUBTRACT 1 FROM J
003940     END-IF.

003950 ESCRIBIR-RESUMEN.
003960     MOVE SPACES TO LIN-MARGENPAQ.
003970     WRITE LIN-MARGENPAQ.
003980     MOVE LIN-COL-RES-MP TO LIN-MARGENPAQ.
003990     WRITE LIN-MARGENPAQ.
004000     PERFORM ESCRIBIR-LINEA-RESUMEN VARYING J FROM 1 BY 1
004010             UNTIL J > TOT-PAQ-W.

004020 ESCRIBIR-LINEA-RESUMEN.
004030     MOVE ENTIDAD-TAB-W (J) TO ENTIDAD-RES-MP ENTIDAD-PAQ.
004040     MOVE COD-PAQ-TAB-W (J) TO COD-PAQ-RES-MP COD-PAQ.
004050     MOVE "H"               TO TIPO-REG-PAQ.
004060     MOVE SPACES            TO ITEM-PAQ.
004070     READ ARCHIVO-PAQUETES
004080          INVALID KEY MOVE SPACES TO DESCRIP-PAQ
004090     END-READ.
004100     MOVE DESCRIP-PAQ         TO DESCRIP-RES-MP.
004110     MOVE CASOS-TAB-W (J)     TO CASOS-RES-MP.
004120     MOVE PRECIO-TAB-W (J)    TO PRECIO-RES-MP.
004130     MOVE COSTO-TAB-W (J)     TO COSTO-RES-MP.
004140     COMPUTE MARGEN-W = PRECIO-TAB-W (J) - COSTO-TAB-W (J).
004150     MOVE MARGEN-W            TO MARGEN-RES-MP.
004160     MOVE 0 TO PORC-MARGEN-W.
004170     IF PRECIO-TAB-W (J) > 0
004180        COMPUTE PORC-MARGEN-W ROUNDED =
004190                MARGEN-W * 100 / PRECIO-TAB-W (J)
004200     END-IF.
004210     MOVE PORC-MARGEN-W       TO PORC-RES-MP.
004220     MOVE LIN-RES-MP TO LIN-MARGENPAQ.
004230     WRITE LIN-MARGENPAQ.
