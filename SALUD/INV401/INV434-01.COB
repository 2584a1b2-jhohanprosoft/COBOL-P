      *=================================================================
      * INVENTARIOS - REPORTE TRIMESTRAL DE PRECIOS DE MEDICAMENTOS
      * (SISMED)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE MOVIMIENTO-INVENT EN EL TRIMESTRE Y RESUME POR CUM
      * (ARCHIVO-CUM-ART, VER INV434) LAS COMPRAS (ENTRADAS) Y LAS
      * VENTAS (SALIDAS): PRECIO UNITARIO MINIMO, MAXIMO Y PROMEDIO
      * PONDERADO (VALOR / UNIDADES), UNIDADES Y VALOR TOTAL. SOLO
      * CUENTAN LAS LINEAS CON VALOR; NO SON COMPRA NI VENTA LAS
      * DEVOLUCIONES/AJUSTES (COMPROBANTE 90002) NI EL
      * FRACCIONAMIENTO (90003).
      * - SISMED-<NIT IPS>-<AAAA>T<TRIMESTRE>.TXT, CAMPOS SEPARADOS
      *   POR ",": REGISTRO TIPO 1 DE CONTROL (NIT, FECHAS DEL PERIODO
      *   Y TOTAL DE TIPO 2) Y UN TIPO 2 POR CUM Y TRANSACCION: CUM,
      *   TRANSACCION (C COMPRA / V VENTA), CANAL (INS INSTITUCIONAL),
      *   PRECIO MINIMO, MAXIMO Y PONDERADO CON DOS DECIMALES,
      *   UNIDADES Y VALOR TOTAL. FECHAS AAAA-MM-DD.
      * - SC-VALSISMED.TXT: ARTICULOS CON MOVIMIENTO SIN CUM (NO
      *   SALEN EN EL PLANO) Y DESBORDE DE LA TABLA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV434-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT MOVIMIENTO-INVENT LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-MOVINV-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-INV
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CUM-ART LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CUMART-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-ART-CUA
000200         ALTERNATE RECORD KEY IS CUM-CUA WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT PLANO-SISMED
000230         ASSIGN NOM-PLANOSIS-W
000240         ORGANIZATION IS LINE SEQUENTIAL.

000250     SELECT REPORTE-VAL-SISMED
000260         ASSIGN NOM-VALSIS-W
000270         ORGANIZATION IS LINE SEQUENTIAL.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  MOVIMIENTO-INVENT
000310     LABEL RECORD STANDARD.
000320 01  REG-INV.
000330     02 LLAVE-INV.
000340        03 COMP-INV             PIC 9(5).
000350        03 SECU-INV             PIC 9(7).
000360     02 COD-ART-INV             PIC X(8).
000370     02 NIT-INV                 PIC X(12).
000380     02 FECHA-INV               PIC 9(8).
000390     02 LLAVE-DOC-CTL-INV       PIC X(10).
000400     02 TIPO-MOV-INV            PIC X.
000410        88 MOV-ENTRADA          VALUE "E".
000420        88 MOV-SALIDA           VALUE "S".
000430     02 CANT-INV                PIC 9(9)V99.
000440     02 VLR-FACT-INV            PIC 9(9)V99.
000450     02 NUM-FACT-INV            PIC X(15).
000460     02 COD-DIV-INV             PIC XX.
000470     02 COD-COSTO-INV           PIC X(4).

000480 FD  ARCHIVO-CUM-ART
000490     LABEL RECORD STANDARD.
000500 01  REG-CUA.
000510     02 COD-ART-CUA             PIC X(8).
000520     02 CUM-CUA                 PIC X(15).
000530     02 OPER-CUA                PIC X(4).
000540     02 FECHA-ACT-CUA           PIC 9(8).
000550     02 FILLER                  PIC X(15).

000560 FD  PLANO-SISMED
000570     LABEL RECORD STANDARD.
000580 01  LIN-PLANO-SIS              PIC X(200).

000590 FD  REPORTE-VAL-SISMED
000600     LABEL RECORD STANDARD.
000610 01  LIN-VAL-SIS                PIC X(120).

000620 WORKING-STORAGE SECTION.

000630 77  NOM-MOVINV-W               PIC X(60)
000640     VALUE "D:\progelect\DATOS\SC-MOVINV.DAT".
000650 77  NOM-CUMART-W               PIC X(60)
000660     VALUE "D:\progelect\DATOS\SC-CUMART.DAT".
000670 77  NOM-PLANOSIS-W             PIC X(60).
000680 77  NOM-VALSIS-W               PIC X(60)
000690     VALUE "D:\progelect\DATOS\SC-VALSISMED.TXT".
000700 77  OTR-STAT                   PIC XX.
000710 77  SW-FIN-W                   PIC 9 VALUE 0.
000720 77  SW-HALLADO-W               PIC 9 VALUE 0.
000730 77  SW-CUM-W                   PIC 9 VALUE 0.
000740 77  J                          PIC 9(4) VALUE 0.
000750 77  TOT-CUM-W                  PIC 9(4) VALUE 0.
000760 77  K                          PIC 9(3) VALUE 0.
000770 77  TOT-SIN-CUM-W              PIC 9(3) VALUE 0.
000780 77  COMP-DEVOL-W               PIC 9(5) VALUE 90002.
000790 77  COMP-FRAC-W                PIC 9(5) VALUE 90003.
000800 77  FECHA-INI-W                PIC 9(8).
000810 77  FECHA-FIN-W                PIC 9(8).
000820 77  MES-FIN-W                  PIC 99.
000830 77  TRANSAC-W                  PIC X.
000840 77  VALOR-UNIT-W               PIC 9(9)V99.
000850 77  CONSECUTIVO-W              PIC 9(5) VALUE 0.
000860 77  TOT-LINEAS-W               PIC 9(7) VALUE 0.
000870 77  TOT-LINEAS-SIN-CUM-W       PIC 9(7) VALUE 0.
000880 77  TOT-DESBORDE-W             PIC 9(7) VALUE 0.
000890 77  POS-PLANO-W                PIC 9(4) VALUE 1.
000900 77  ESPACIOS-W                 PIC 99 VALUE 0.
000910 77  VALOR-ENTERO-W             PIC 9(13).
000920 77  VALOR-DEC-W                PIC 9(13)V99.
000930 77  NUM-ED-W                   PIC Z(12)9.
000940 77  NUM-DEC-ED-W               PIC Z(12)9.99.
000950 77  NUMERO-TXT-W               PIC X(30).
000960 77  TEXTO-DATO-W               PIC X(30).
000970 77  SEP-W                      PIC X VALUE ",".

      * POR CUM Y TRANSACCION (C COMPRA / V VENTA)
000980 01  TABLA-CUM-W.
000990     02 CUM-W OCCURS 2000.
001000        03 CUM-TAB-W            PIC X(15).
001010        03 TRANSAC-TAB-W        PIC X.
001020        03 PRECIO-MIN-TAB-W     PIC 9(9)V99.
001030        03 PRECIO-MAX-TAB-W     PIC 9(9)V99.
001040        03 UNIDADES-TAB-W       PIC 9(11)V99.
001050        03 VALOR-TAB-W          PIC 9(13)V99.

      * ARTICULOS CON MOVIMIENTO Y SIN CUM, PARA LA VALIDACION
001060 01  TABLA-SIN-CUM-W.
001070     02 SIN-CUM-W OCCURS 500.
001080        03 ART-SIN-CUM-W        PIC X(8).
001090        03 LINEAS-SIN-CUM-W     PIC 9(6).

001100 01  FECHA-NUM-W                PIC 9(8).
001110 01  FECHA-NUM-R REDEFINES FECHA-NUM-W.
001120     02 ANO-NUM-W               PIC 9(4).
001130     02 MES-NUM-W               PIC 99.
001140     02 DIA-NUM-W               PIC 99.

001150 01  FECHA-TXT-W.
001160     02 ANO-TXT-W               PIC 9(4).
001170     02 FILLER                  PIC X VALUE "-".
001180     02 MES-TXT-W               PIC 99.
001190     02 FILLER                  PIC X VALUE "-".
001200     02 DIA-TXT-W               PIC 99.

001210 LINKAGE SECTION.
001220 01  ANO-LNK                    PIC 9(4).
001230 01  TRIMESTRE-LNK              PIC 9.
001240 01  NIT-IPS-LNK                PIC 9(10).
001250 01  RESULT-LNK                 PIC X.
001260     88 PLANO-OK                VALUE "S".
001270     88 PLANO-NO-OK             VALUE "N".

001280 PROCEDURE DIVISION USING ANO-LNK TRIMESTRE-LNK NIT-IPS-LNK
001290                          RESULT-LNK.

001300 MAINLINE.
001310     MOVE "N" TO RESULT-LNK.
001320     IF TRIMESTRE-LNK > 0 AND TRIMESTRE-LNK < 5
001330        AND NIT-IPS-LNK > 0
001340        PERFORM GENERAR-PLANO THRU FIN-GENERAR-PLANO
001350     END-IF.
001360     EXIT PROGRAM.

001370 GENERAR-PLANO.
001380     PERFORM CALCULAR-PERIODO.
001390     OPEN INPUT MOVIMIENTO-INVENT.
001400     IF OTR-STAT NOT = "00"
001410        GO TO FIN-GENERAR-PLANO
001420     END-IF.
001430     OPEN INPUT ARCHIVO-CUM-ART.
001440     IF OTR-STAT NOT = "00"
001450        DISPLAY "NO HAY CUM CARGADOS EN " NOM-CUMART-W
001460        CLOSE MOVIMIENTO-INVENT
001470        GO TO FIN-GENERAR-PLANO
001480     END-IF.
001490     INITIALIZE TABLA-CUM-W TABLA-SIN-CUM-W.
001500     MOVE 0 TO SW-FIN-W.
001510     MOVE LOW-VALUES TO LLAVE-INV.
001520     START MOVIMIENTO-INVENT KEY IS >= LLAVE-INV
001530           INVALID KEY MOVE 1 TO SW-FIN-W
001540     END-START.
001550     PERFORM LEER-MOVIMIENTO UNTIL SW-FIN-W = 1.
001560     CLOSE MOVIMIENTO-INVENT ARCHIVO-CUM-ART.
001570     PERFORM ESCRIBIR-PLANO.
001580     PERFORM ESCRIBIR-VALIDACION.
001590     DISPLAY "LINEAS RESUMIDAS SISMED:        " TOT-LINEAS-W.
001600     DISPLAY "REGISTROS CUM/TRANSACCION:      " TOT-CUM-W.
001610     DISPLAY "LINEAS DE ARTICULOS SIN CUM:    "
001620             TOT-LINEAS-SIN-CUM-W.
001630     MOVE "S" TO RESULT-LNK.

001640 FIN-GENERAR-PLANO.
001650     EXIT.

001660 CALCULAR-PERIODO.
001670     COMPUTE MES-FIN-W = TRIMESTRE-LNK * 3.
001680     COMPUTE FECHA-INI-W = ANO-LNK * 10000
001690                         + (MES-FIN-W - 2) * 100 + 1.
001700     IF MES-FIN-W = 12
001710        COMPUTE FECHA-FIN-W = (ANO-LNK + 1) * 10000 + 101
001720     ELSE
001730        COMPUTE FECHA-FIN-W = ANO-LNK * 10000
001740                            + (MES-FIN-W + 1) * 100 + 1
001750     END-IF.
001760     COMPUTE FECHA-FIN-W = FUNCTION DATE-OF-INTEGER
001770             (FUNCTION INTEGER-OF-DATE (FECHA-FIN-W) - 1).

001780 LEER-MOVIMIENTO.
001790     READ MOVIMIENTO-INVENT NEXT
001800          AT END MOVE 1 TO SW-FIN-W
001810     END-READ.
001820     IF SW-FIN-W = 0
001830        AND FECHA-INV NOT < FECHA-INI-W
001840        AND FECHA-INV NOT > FECHA-FIN-W
001850        AND COMP-INV NOT = COMP-DEVOL-W
001860        AND COMP-INV NOT = COMP-FRAC-W
001870        AND CANT-INV > 0 AND VLR-FACT-INV > 0
001880        PERFORM ACUMULAR-MOVIMIENTO
001890     END-IF.

001900 ACUMULAR-MOVIMIENTO.
001910     IF MOV-ENTRADA
001920        MOVE "C" TO TRANSAC-W
001930     ELSE
001940        MOVE "V" TO TRANSAC-W
001950     END-IF.
001960     MOVE 1 TO SW-CUM-W.
001970     MOVE COD-ART-INV TO COD-ART-CUA.
001980     READ ARCHIVO-CUM-ART
001990          INVALID KEY MOVE 0 TO SW-CUM-W
002000     END-READ.
002010     IF SW-CUM-W = 1 AND CUM-CUA = SPACES
002020        MOVE 0 TO SW-CUM-W
002030     END-IF.
002040     IF SW-CUM-W = 0
002050        PERFORM ANOTAR-SIN-CUM
002060     ELSE
002070        PERFORM UBICAR-CUM
002080        IF J > 0
002090           PERFORM SUMAR-CUM
002100        END-IF
002110     END-IF.

002120 UBICAR-CUM.
002130     MOVE 0 TO SW-HALLADO-W.
002140     PERFORM BUSCAR-CUM VARYING J FROM 1 BY 1
002150             UNTIL J > TOT-CUM-W OR SW-HALLADO-W = 1.
002160     IF SW-HALLADO-W = 0
002170        IF TOT-CUM-W < 2000
002180           ADD 1 TO TOT-CUM-W
002190           MOVE TOT-CUM-W TO J
002200           MOVE CUM-CUA   TO CUM-TAB-W (J)
002210           MOVE TRANSAC-W TO TRANSAC-TAB-W (J)
002220        ELSE
002230           ADD 1 TO TOT-DESBORDE-W
002240           MOVE 0 TO J
002250        END-IF
002260     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
002270 BUSCAR-CUM.
002280     IF CUM-TAB-W (J) = CUM-CUA
002290        AND TRANSAC-TAB-W (J) = TRANSAC-W
002300        MOVE 1 TO SW-HALLADO-W
002310        SUBTRACT 1 FROM J
002320     END-IF.

002330 SUMAR-CUM.
002340     COMPUTE VALOR-UNIT-W ROUNDED = VLR-FACT-INV / CANT-INV.
002350     IF PRECIO-MIN-TAB-W (J) = 0
002360        OR VALOR-UNIT-W < PRECIO-MIN-TAB-W (J)
002370        MOVE VALOR-UNIT-W TO PRECIO-MIN-TAB-W (J)
002380     END-IF.
002390     IF VALOR-UNIT-W > PRECIO-MAX-TAB-W (J)
002400        MOVE VALOR-UNIT-W TO PRECIO-MAX-TAB-W (J)
002410     END-IF.
002420     ADD CANT-INV     TO UNIDADES-TAB-W (J).
002430     ADD VLR-FACT-INV TO VALOR-TAB-W (J).
002440     ADD 1 TO TOT-LINEAS-W.

002450 ANOTAR-SIN-CUM.
002460     ADD 1 TO TOT-LINEAS-SIN-CUM-W.
002470     MOVE 0 TO SW-HALLADO-W.
002480     PERFORM BUSCAR-SIN-CUM VARYING K FROM 1 BY 1
002490             UNTIL K > TOT-SIN-CUM-W OR SW-HALLADO-W = 1.
002500     IF SW-HALLADO-W = 0
002510        IF TOT-SIN-CUM-W < 500
002520           ADD 1 TO TOT-SIN-CUM-W
002530           MOVE TOT-SIN-CUM-W TO K
002540           MOVE COD-ART-INV   TO ART-SIN-CUM-W (K)
002550        ELSE
002560           MOVE 0 TO K
002570        END-IF
002580     END-IF.
002590     IF K > 0
002600        ADD 1 TO LINEAS-SIN-CUM-W (K)
002610     END-IF.

      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
002620 BUSCAR-SIN-CUM.
002630     IF ART-SIN-CUM-W (K) = COD-ART-INV
002640        MOVE 1 TO SW-HALLADO-W
002650        SUBTRACT 1 FROM K
002660     END-IF.

      *--- REGISTRO TIPO 1: NIT DE LA IPS, PERIODO Y TOTAL DE TIPO 2
002670 ESCRIBIR-PLANO.
002680     MOVE SPACES TO NOM-PLANOSIS-W.
002690     STRING "D:\progelect\DATOS\SISMED-" NIT-IPS-LNK "-"
002700            ANO-LNK "T" TRIMESTRE-LNK ".TXT" DELIMITED BY SIZE
002710            INTO NOM-PLANOSIS-W.
002720     OPEN OUTPUT PLANO-SISMED.
002730     MOVE SPACES TO LIN-PLANO-SIS.
002740     MOVE 1 TO POS-PLANO-W.
002750     STRING "1" SEP-W "NI" SEP-W DELIMITED BY SIZE
002760            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.
002770     MOVE NIT-IPS-LNK TO VALOR-ENTERO-W.
002780     PERFORM PONER-NUMERO.
002790     MOVE FECHA-INI-W TO FECHA-NUM-W.
002800     PERFORM PONER-FECHA.
002810     MOVE FECHA-FIN-W TO FECHA-NUM-W.
002820     PERFORM PONER-FECHA.
002830     MOVE TOT-CUM-W TO NUM-ED-W.
002840     MOVE NUM-ED-W TO NUMERO-TXT-W.
002850     PERFORM QUITAR-BLANCOS.
002860     STRING NUMERO-TXT-W DELIMITED BY SPACE
002870            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.
002880     WRITE LIN-PLANO-SIS.
002890     PERFORM ESCRIBIR-DETALLE VARYING J FROM 1 BY 1
002900             UNTIL J > TOT-CUM-W.
002910     CLOSE PLANO-SISMED.

      *--- REGISTRO TIPO 2: UN CUM EN UNA TRANSACCION
002920 ESCRIBIR-DETALLE.
002930     ADD 1 TO CONSECUTIVO-W.
002940     MOVE SPACES TO LIN-PLANO-SIS.
002950     MOVE 1 TO POS-PLANO-W.
002960     STRING "2" SEP-W DELIMITED BY SIZE
002970            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.
002980     MOVE CONSECUTIVO-W TO VALOR-ENTERO-W.
002990     PERFORM PONER-NUMERO.
003000     STRING CUM-TAB-W (J) DELIMITED BY SPACE
003010            SEP-W TRANSAC-TAB-W (J) SEP-W "INS" SEP-W
003020            DELIMITED BY SIZE
003030            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.
003040     MOVE PRECIO-MIN-TAB-W (J) TO VALOR-DEC-W.
003050     PERFORM PONER-DECIMAL.
003060     MOVE PRECIO-MAX-TAB-W (J) TO VALOR-DEC-W.
003070     PERFORM PONER-DECIMAL.
003080     COMPUTE VALOR-DEC-W ROUNDED =
003090             VALOR-TAB-W (J) / UNIDADES-TAB-W (J).
003100     PERFORM PONER-DECIMAL.
003110     MOVE UNIDADES-TAB-W (J) TO VALOR-DEC-W.
003120     PERFORM PONER-DECIMAL.
003130     MOVE VALOR-TAB-W (J) TO VALOR-DEC-W.
003140     MOVE VALOR-DEC-W TO NUM-DEC-ED-W.
003150     MOVE NUM-DEC-ED-W TO NUMERO-TXT-W.
003160     PERFORM QUITAR-BLANCOS.
003170     STRING NUMERO-TXT-W DELIMITED BY SPACE
003180            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.
003190     WRITE LIN-PLANO-SIS.

003200 ESCRIBIR-VALIDACION.
003210     OPEN OUTPUT REPORTE-VAL-SISMED.
003220     MOVE SPACES TO LIN-VAL-SIS.
003230     STRING "VALIDACION SISMED - PERIODO " FECHA-INI-W " A "
003240            FECHA-FIN-W DELIMITED BY SIZE INTO LIN-VAL-SIS.
003250     WRITE LIN-VAL-SIS.
003260     MOVE SPACES TO LIN-VAL-SIS.
003270     WRITE LIN-VAL-SIS.
003280     PERFORM ESCRIBIR-SIN-CUM VARYING K FROM 1 BY 1
003290             UNTIL K > TOT-SIN-CUM-W.
003300     IF TOT-SIN-CUM-W = 500
003310        MOVE SPACES TO LIN-VAL-SIS
003320        STRING "LISTA DE ARTICULOS SIN CUM INCOMPLETA (MAS DE "
003330               "500 ARTICULOS)" DELIMITED BY SIZE INTO LIN-VAL-SIS
003340        WRITE LIN-VAL-SIS
003350     END-IF.
003360     IF TOT-DESBORDE-W > 0
003370        MOVE SPACES TO LIN-VAL-SIS
003380        STRING "TABLA DE CUM LLENA: " TOT-DESBORDE-W
003390               " LINEAS NO RESUMIDAS" DELIMITED BY SIZE
003400               INTO LIN-VAL-SIS
003410        WRITE LIN-VAL-SIS
003420     END-IF.
003430     CLOSE REPORTE-VAL-SISMED.

003440 ESCRIBIR-SIN-CUM.
003450     MOVE SPACES TO LIN-VAL-SIS.
003460     STRING "ARTICULO " ART-SIN-CUM-W (K) " SIN CUM: "
003470            LINEAS-SIN-CUM-W (K) " LINEAS NO REPORTADAS"
003480            DELIMITED BY SIZE INTO LIN-VAL-SIS.
003490     WRITE LIN-VAL-SIS.

      * VALOR-ENTERO-W SIN CEROS A LA IZQUIERDA, SEGUIDO DEL SEPARADOR
003500 PONER-NUMERO.
003510     MOVE VALOR-ENTERO-W TO NUM-ED-W.
003520     MOVE NUM-ED-W TO NUMERO-TXT-W.
003530     PERFORM QUITAR-BLANCOS.
003540     STRING NUMERO-TXT-W DELIMITED BY SPACE
003550            SEP-W DELIMITED BY SIZE
003560            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.

      * VALOR-DEC-W CON DOS DECIMALES (PUNTO), SEGUIDO DEL SEPARADOR
003570 PONER-DECIMAL.
003580     MOVE VALOR-DEC-W TO NUM-DEC-ED-W.
003590     MOVE NUM-DEC-ED-W TO NUMERO-TXT-W.
003600     PERFORM QUITAR-BLANCOS.
003610     STRING NUMERO-TXT-W DELIMITED BY SPACE
003620            SEP-W DELIMITED BY SIZE
003630            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.

      * FECHA-NUM-W COMO AAAA-MM-DD Y EL SEPARADOR
003640 PONER-FECHA.
003650     MOVE ANO-NUM-W TO ANO-TXT-W.
003660     MOVE MES-NUM-W TO MES-TXT-W.
003670     MOVE DIA-NUM-W TO DIA-TXT-W.
003680     STRING FECHA-TXT-W SEP-W DELIMITED BY SIZE
003690            INTO LIN-PLANO-SIS WITH POINTER POS-PLANO-W.

003700 QUITAR-BLANCOS.
003710     MOVE 0 TO ESPACIOS-W.
003720     INSPECT NUMERO-TXT-W TALLYING ESPACIOS-W FOR LEADING SPACES.
003730     IF ESPACIOS-W > 0 AND ESPACIOS-W < 30
003740        MOVE NUMERO-TXT-W (ESPACIOS-W + 1: ) TO TEXTO-DATO-W
003750        MOVE TEXTO-DATO-W TO NUMERO-TXT-W
003760     END-IF.
