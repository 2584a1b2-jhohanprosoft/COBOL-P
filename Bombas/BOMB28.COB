      *=================================================================
      * BOMBAS - IMPORTACION DE TOTALIZADORES DEL CONTROLADOR DE PISTA
      * AL CAMBIO DE TURNO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS GALONES POR MANGUERA SE LEIAN EN LA BOMBA Y SE DIGITABAN
      * EN CADA CAMBIO DE TURNO; LOS ERRORES DE DIGITACION SALIAN
      * DESPUES COMO FALTANTES FALSOS EN EL CIERRE DE CAJA (BOMB16) Y
      * COMO PERDIDAS FALSAS EN LA CONCILIACION VOLUMETRICA (BOMB19).
      * EL CONTROLADOR DE PISTA EXPORTA AL CIERRE DEL TURNO UN PLANO
      * SC-TOTALIZ.CSV CON UNA LINEA POR MANGUERA: ISLA;MANGUERA;
      * LECTURA ELECTRONICA DEL TOTALIZADOR EN GALONES.
      * MODO "I" - IMPORTA EL PLANO PARA EL TURNO (COMP-LNK, EL MISMO
      *            COMP DE ARCHIVO-GALONAJES): LA LECTURA INICIAL ES
      *            LA FINAL DEL TURNO ANTERIOR DE LA MANGUERA, LOS
      *            GALONES SON LA DIFERENCIA Y EL VALOR SALE DEL
      *            PRECIO VIGENTE DEL COMBUSTIBLE DEL TANQUE DE LA
      *            MANGUERA (ARCHIVO-MANG-TANQUE DE BOMB19). SE COMPARA
      *            CONTRA LO DIGITADO EN ARCHIVO-GALONAJES Y SE MARCA
      *            LA NOVEDAD; AL FINAL SALE EL INFORME DEL TURNO.
      * MODO "A" - APLICA EL TURNO: LOS GALONES Y EL VALOR DEL
      *            TOTALIZADOR REEMPLAZAN LO DIGITADO EN ARCHIVO-
      *            GALONAJES (SI NO HABIA, SE CREA CON EL VENDEDOR
      *            RECIBIDO). LAS MANGUERAS CON SALTO, REINICIO,
      *            PRIMERA LECTURA O SIN TANQUE NO SE APLICAN: ESAS
      *            LAS REVISA EL ADMINISTRADOR. SI EL CIERRE DE CAJA
      *            YA SE HABIA CORRIDO SE DEBE VOLVER A CORRER.
      * MODO "R" - SOLO EL INFORME DEL TURNO (SC-TOTALTURNO.TXT).
      * NOVEDADES: "R" REINICIO (LECTURA FINAL MENOR QUE LA INICIAL,
      * SE TOMA COMO CONTADOR EN CERO), "S" SALTO (MAS GALONES DE LOS
      * QUE UNA MANGUERA PUEDE DESPACHAR EN UN TURNO), "P" PRIMERA
      * LECTURA DE LA MANGUERA, "T" MANGUERA SIN TANQUE O SIN PRECIO,
      * "C" TURNO ABIERTO SIN VENTA (HAY DIGITADO PERO EL TOTALIZADOR
      * NO SE MOVIO), "D" DIFERENCIA CONTRA LO DIGITADO MAYOR QUE LA
      * TOLERANCIA, "M" VENTA SIN DIGITADO DEL TURNO. EL INFORME
      * LISTA ADEMAS LAS MANGUERAS DEL TURNO SIN LECTURA DEL
      * CONTROLADOR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB28.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-TOTALIZADOR
000100         ASSIGN NOM-PLANOTOT-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-LECTURA-TOT LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-LECTOT-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS LLAVE-LTO
000180         ALTERNATE RECORD KEY IS COMP-LTO WITH DUPLICATES
000190         FILE STATUS IS OTR-STAT.

000200     SELECT ARCHIVO-GALONAJES LOCK MODE IS AUTOMATIC
000210         ASSIGN NOM-GALON-W
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS LLAVE-GALON
000250         ALTERNATE RECORD KEY IS FECHA-GALON WITH DUPLICATES
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-MANG-TANQUE LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-MANGTAN-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS LLAVE-MGT
000320         FILE STATUS IS OTR-STAT.

000330     SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
000340         ASSIGN NOM-COMBU-W
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LLAVE-COMB
000380         ALTERNATE RECORD KEY IS FECHA-COMB WITH DUPLICATES
000390         FILE STATUS IS OTR-STAT.

000400     SELECT REPORTE-TOTALIZ
000410         ASSIGN NOM-TOTTURNO-W
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS OTR-STAT.

000440 DATA DIVISION.
000450 FILE SECTION.

000460 FD  PLANO-TOTALIZADOR
000470     LABEL RECORD STANDARD.
000480 01  LIN-CSV                    PIC X(200).

000490 FD  ARCHIVO-LECTURA-TOT
000500     LABEL RECORD STANDARD.
000510 01  REG-LTO.
000520     02 LLAVE-LTO.
000530        03 ISLA-LTO             PIC X.
000540        03 MANG-LTO             PIC X.
000550        03 COMP-LTO             PIC 9(5).
000560     02 FECHA-LTO               PIC 9(8).
000570     02 HORA-LTO                PIC 9(6).
000580     02 LECT-INI-LTO            PIC 9(10)V99.
000590     02 LECT-FIN-LTO            PIC 9(10)V99.
000600     02 GALONES-LTO             PIC 9(9)V99.
000610     02 COMBUSTIBLE-LTO         PIC X(4).
000620     02 PRECIO-LTO              PIC 9(5)V99.
000630     02 VALOR-LTO               PIC 9(12)V99.
000640     02 GALONES-DIG-LTO         PIC 9(12)V99.
000650     02 VALOR-DIG-LTO           PIC 9(12)V99.
000660     02 DIFERENCIA-LTO          PIC S9(9)V99 SIGN IS TRAILING.
000670     02 NOVEDAD-LTO             PIC X.
000680        88 SIN-NOVEDAD-LTO      VALUE " ".
000690        88 REINICIO-LTO         VALUE "R".
000700        88 SALTO-LTO            VALUE "S".
000710        88 PRIMERA-LTO          VALUE "P".
000720        88 SIN-TANQUE-LTO       VALUE "T".
000730        88 TURNO-SIN-VENTA-LTO  VALUE "C".
000740        88 DIFERENCIA-DIG-LTO   VALUE "D".
000750        88 SIN-DIGITADO-LTO     VALUE "M".
000760        88 NOVEDAD-A-REVISAR-LTO VALUE "R" "S" "P" "T".
000770     02 ESTADO-LTO              PIC X.
000780        88 LECTURA-IMPORTADA    VALUE "I".
000790        88 LECTURA-APLICADA     VALUE "A".
000800     02 USUARIO-LTO             PIC X(4).
000810     02 FILLER                  PIC X(20).

000820 FD  ARCHIVO-GALONAJES
000830     LABEL RECORD STANDARD.
000840 01  REG-GALON.
000850     02 LLAVE-GALON.
000860        03 COMP-GALON           PIC 9(5).
000870        03 ISLA-GALON           PIC X.
000880        03 MANG-GALON           PIC X.
000890     02 FECHA-GALON             PIC X(6).
000900     02 VENTA-GALON             PIC 9(12)V99.
000910     02 CANT-GALON              PIC 9(12)V99.
000920     02 VEND-GALON              PIC X(5).

000930 FD  ARCHIVO-MANG-TANQUE
000940     LABEL RECORD STANDARD.
000950 01  REG-MGT.
000960     02 LLAVE-MGT.
000970        03 COMP-MGT             PIC 9(5).
000980        03 ISLA-MGT             PIC X.
000990        03 MANG-MGT             PIC X.
001000     02 TANQUE-MGT              PIC X(4).

001010 FD  ARCHIVO-COMBUSTIBLES
001020     LABEL RECORD STANDARD.
001030 01  REG-COMBU.
001040     02 LLAVE-COMB              PIC X(4).
001050     02 FECHA-COMB              PIC 9(8).
001060     02 DESCRIP-COMBU           PIC X(20).
001070     02 PRECIO-COMBU            PIC 9(5)V99.
001080     02 SALDO-GALONES-COMBU     PIC 9(9)V99.
001090     02 PUNTOS-GALON-COMBU      PIC 9(3)V99.

001100 FD  REPORTE-TOTALIZ
001110     LABEL RECORD STANDARD.
001120 01  LIN-TOTALIZ                PIC X(132).

001130 WORKING-STORAGE SECTION.

001140 77  NOM-PLANOTOT-W             PIC X(60)
001150     VALUE "D:\progelect\DATOS\SC-TOTALIZ.CSV".
001160 77  NOM-LECTOT-W               PIC X(60)
001170     VALUE "D:\progelect\DATOS\SC-LECTOT.DAT".
001180 77  NOM-GALON-W                PIC X(60)
001190     VALUE "D:\progelect\DATOS\SC-ARCHGALO.DAT".
001200 77  NOM-MANGTAN-W              PIC X(60)
001210     VALUE "D:\progelect\DATOS\SC-MANGTAN.DAT".
001220 77  NOM-COMBU-W                PIC X(60)
001230     VALUE "D:\progelect\DATOS\SC-ARCHCOMB.DAT".
001240 77  NOM-TOTTURNO-W             PIC X(60)
001250     VALUE "D:\progelect\DATOS\SC-TOTALTURNO.TXT".
001260 77  OTR-STAT                   PIC XX.
001270 77  SW-FIN-W                   PIC 9 VALUE 0.
001280 77  SW-FIN-MGT-W               PIC 9 VALUE 0.
001290 77  SW-HAY-ANTERIOR-W          PIC 9 VALUE 0.
001300 77  SW-HAY-DIGITADO-W          PIC 9 VALUE 0.
001310 77  UMBRAL-SALTO-DEF-W         PIC 9(5)V99 VALUE 3000.
001320 77  TOLERANCIA-DEF-W           PIC 9(3)V99 VALUE 0.50.
001330 77  UMBRAL-SALTO-W             PIC 9(5)V99 VALUE 0.
001340 77  TOLERANCIA-W               PIC 9(3)V99 VALUE 0.
001350 77  COMP-ANT-W                 PIC 9(5) VALUE 0.
001360 77  ISLA-W                     PIC X.
001370 77  MANG-W                     PIC X.
001380 77  LECT-FIN-W                 PIC 9(10)V99 VALUE 0.
001390 77  LECT-ANT-W                 PIC 9(10)V99 VALUE 0.
001400 77  TANQUE-W                   PIC X(4).
001410 77  DIF-ABS-W                  PIC 9(9)V99 VALUE 0.
001420 77  FECHA-GALON-W              PIC X(6).
001430 77  TOT-LEIDAS-W               PIC 9(5) VALUE 0.
001440 77  TOT-NOVEDADES-W            PIC 9(5) VALUE 0.
001450 77  TOT-APLICADAS-W            PIC 9(5) VALUE 0.
001460 77  TOT-RETENIDAS-W            PIC 9(5) VALUE 0.
001470 77  TOT-SIN-LECTURA-W          PIC 9(5) VALUE 0.
001480 77  TOT-GALONES-W              PIC 9(9)V99 VALUE 0.
001490 77  TOT-VALOR-W                PIC 9(12)V99 VALUE 0.
001500 77  TOT-DIGITADO-W             PIC 9(12)V99 VALUE 0.

001510 01  COLUMNAS-CSV-W.
001520     02 COL-CSV-W OCCURS 5 TIMES PIC X(30).

001530 01  LIN-TITULO-TT.
001540     02 FILLER                  PIC X(38) VALUE
001550        "TOTALIZADORES POR MANGUERA - TURNO ".
001560     02 COMP-TT                 PIC 9(5).
001570     02 FILLER                  PIC X(9) VALUE "  FECHA ".
001580     02 FECHA-TT                PIC 9(8).
001590 01  LIN-COL-TT.
001600     02 FILLER                  PIC X(54) VALUE
001610        "IS MA COMB  LECT.INICIAL    LECT.FINAL    GALONES     ".
001620     02 FILLER                  PIC X(48) VALUE
001630        "      VALOR   DIGITADO DIFERENCIA NOVEDAD".
001640 01  LIN-DET-TT.
001650     02 ISLA-TT                 PIC X.
001660     02 FILLER                  PIC XX VALUE SPACES.
001670     02 MANG-TT                 PIC X.
001680     02 FILLER                  PIC XX VALUE SPACES.
001690     02 COMBUSTIBLE-TT          PIC X(4).
001700     02 FILLER                  PIC X VALUE SPACE.
001710     02 LECT-INI-TT             PIC ZZZZZZZZZ9.99.
001720     02 FILLER                  PIC X VALUE SPACE.
001730     02 LECT-FIN-TT             PIC ZZZZZZZZZ9.99.
001740     02 FILLER                  PIC X VALUE SPACE.
001750     02 GALONES-TT              PIC ZZZZZZ9.99.
001760     02 FILLER                  PIC X VALUE SPACE.
001770     02 VALOR-TT                PIC ZZZZZZZZZZ9.99.
001780     02 FILLER                  PIC X VALUE SPACE.
001790     02 DIGITADO-TT             PIC ZZZZZZ9.99.
001800     02 FILLER                  PIC X VALUE SPACE.
001810     02 DIFERENCIA-TT           PIC -ZZZZZ9.99.
001820     02 FILLER                  PIC X VALUE SPACE.
001830     02 NOVEDAD-TT              PIC X(32).
001840 01  LIN-SIN-LECT-TT.
001850     02 ISLA-SL-TT              PIC X.
001860     02 FILLER                  PIC XX VALUE SPACES.
001870     02 MANG-SL-TT              PIC X.
001880     02 FILLER                  PIC X(18) VALUE SPACES.
001890     02 FILLER                  PIC X(11) VALUE "DIGITADO:  ".
001900     02 DIGITADO-SL-TT          PIC ZZZZZZ9.99.
001910     02 FILLER                  PIC X(10) VALUE "  VEND:  ".
001920     02 VEND-SL-TT              PIC X(5).
001930     02 FILLER                  PIC X(32) VALUE
001940        "  SIN LECTURA DEL CONTROLADOR".
001950 01  LIN-TOTAL-TT.
001960     02 FILLER                  PIC X(18) VALUE
001970        "TOTAL MANGUERAS: ".
001980     02 LEIDAS-TT               PIC ZZZZ9.
001990     02 FILLER                  PIC X(12) VALUE "  GALONES: ".
002000     02 TOT-GALONES-TT          PIC ZZZZZZZZ9.99.
002010     02 FILLER                  PIC X(10) VALUE "  VALOR: ".
002020     02 TOT-VALOR-TT            PIC ZZZZZZZZZZZ9.99.
002030     02 FILLER                  PIC X(13) VALUE "  DIGITADO: ".
002040     02 TOT-DIGITADO-TT         PIC ZZZZZZZZZZZ9.99.
002050     02 FILLER                  PIC X(14) VALUE "  NOVEDADES: ".
002060     02 NOVEDADES-TT            PIC ZZZZ9.
002070     02 FILLER                  PIC X(15) VALUE
002080        "  SIN LECTURA: ".
002090     02 SIN-LECTURA-TT          PIC ZZZZ9.

002100 LINKAGE SECTION.
002110 01  MODO-LNK                   PIC X.
002120     88 MODO-IMPORTAR           VALUE "I".
002130     88 MODO-APLICAR            VALUE "A".
002140     88 MODO-REPORTE            VALUE "R".
002150 01  COMP-LNK                   PIC 9(5).
002160 01  FECHA-LNK                  PIC 9(8).
002170 01  VEND-LNK                   PIC X(5).
002180 01  DATOS-PARAM-LNK.
002190     02 UMBRAL-SALTO-LNK        PIC 9(5)V99.
002200     02 TOLERANCIA-LNK          PIC 9(3)V99.
002210 01  USUARIO-LNK                PIC X(4).
002220 01  RESULT-LNK                 PIC X.
002230     88 TOTALIZADOR-OK          VALUE "S".
002240     88 SIN-PLANO               VALUE "F".
002250     88 TOTALIZADOR-NO-OK       VALUE "N".

002260 PROCEDURE DIVISION USING MODO-LNK COMP-LNK FECHA-LNK VEND-LNK
002270                          DATOS-PARAM-LNK USUARIO-LNK
002280                          RESULT-LNK.

002290 MAINLINE.
002300     MOVE "N" TO RESULT-LNK.
002310     IF FECHA-LNK = 0
002320        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LNK
002330     END-IF.
002340     MOVE UMBRAL-SALTO-LNK TO UMBRAL-SALTO-W.
002350     IF UMBRAL-SALTO-W = 0
002360        MOVE UMBRAL-SALTO-DEF-W TO UMBRAL-SALTO-W
002370     END-IF.
002380     MOVE TOLERANCIA-LNK TO TOLERANCIA-W.
002390     IF TOLERANCIA-W = 0
002400        MOVE TOLERANCIA-DEF-W TO TOLERANCIA-W
002410     END-IF.
002420     PERFORM ABRIR-ARCHIVOS.
002430     EVALUATE TRUE
002440        WHEN MODO-IMPORTAR
002450           PERFORM IMPORTAR-TURNO THRU FIN-IMPORTAR-TURNO
002460           IF TOTALIZADOR-OK
002470              PERFORM INFORME-TURNO
002480           END-IF
002490        WHEN MODO-APLICAR
002500           PERFORM APLICAR-TURNO
002510        WHEN MODO-REPORTE
002520           PERFORM INFORME-TURNO
002530           MOVE "S" TO RESULT-LNK
002540     END-EVALUATE.
002550     PERFORM CERRAR-ARCHIVOS.
002560     EXIT PROGRAM.

002570 ABRIR-ARCHIVOS.
002580     OPEN INPUT ARCHIVO-COMBUSTIBLES ARCHIVO-MANG-TANQUE.
002590     OPEN I-O ARCHIVO-LECTURA-TOT.
002600     IF OTR-STAT = "35"
002610        OPEN OUTPUT ARCHIVO-LECTURA-TOT
002620        CLOSE ARCHIVO-LECTURA-TOT
002630        OPEN I-O ARCHIVO-LECTURA-TOT
002640     END-IF.
002650     OPEN I-O ARCHIVO-GALONAJES.
002660     IF OTR-STAT = "35"
002670        OPEN OUTPUT ARCHIVO-GALONAJES
002680        CLOSE ARCHIVO-GALONAJES
002690        OPEN I-O ARCHIVO-GALONAJES
002700     END-IF.

      *-----------------------------------------------------------------
      * IMPORTACION DEL PLANO DEL CONTROLADOR
      *-----------------------------------------------------------------
002710 IMPORTAR-TURNO.
002720     OPEN INPUT PLANO-TOTALIZADOR.
      * SIN PLANO EL READ NO LEVANTA AT END Y EL IMPORTE NO
      * TERMINARIA NUNCA.
002730     IF OTR-STAT NOT = "00"
002740        DISPLAY "PLANO DEL CONTROLADOR NO ENCONTRADO: "
002750                NOM-PLANOTOT-W
002760        MOVE "F" TO RESULT-LNK
002770        GO TO FIN-IMPORTAR-TURNO
002780     END-IF.
002790     MOVE 0 TO SW-FIN-W TOT-LEIDAS-W.
002800     PERFORM LEER-LINEA-CSV.
002810     PERFORM IMPORTAR-LINEA UNTIL SW-FIN-W = 1.
002820     CLOSE PLANO-TOTALIZADOR.
002830     MOVE "S" TO RESULT-LNK.
002840     DISPLAY "MANGUERAS IMPORTADAS: " TOT-LEIDAS-W.

002850 FIN-IMPORTAR-TURNO.
002860     EXIT.

002870 LEER-LINEA-CSV.
002880     READ PLANO-TOTALIZADOR
002890          AT END MOVE 1 TO SW-FIN-W
002900     END-READ.

002910 IMPORTAR-LINEA.
002920     IF SW-FIN-W = 0
002930        IF LIN-CSV NOT = SPACES
002940           PERFORM PARTIR-Y-GRABAR-LECTURA
002950        END-IF
002960        PERFORM LEER-LINEA-CSV
002970     END-IF.

      * LA LINEA DE TITULOS DEL PLANO (LECTURA NO NUMERICA) SE SALTA.
002980 PARTIR-Y-GRABAR-LECTURA.
002990     INITIALIZE COLUMNAS-CSV-W.
003000     UNSTRING LIN-CSV DELIMITED BY ";"
003010         INTO COL-CSV-W (1) COL-CSV-W (2) COL-CSV-W (3)
003020              COL-CSV-W (4) COL-CSV-W (5)
003030     END-UNSTRING.
003040     IF COL-CSV-W (3) (1:1) IS NUMERIC
003050        MOVE COL-CSV-W (1) (1:1) TO ISLA-W
003060        MOVE COL-CSV-W (2) (1:1) TO MANG-W
003070        COMPUTE LECT-FIN-W =
003080            FUNCTION NUMVAL(COL-CSV-W (3))
003090        PERFORM LEER-LECTURA-ANTERIOR
003100        PERFORM ARMAR-LECTURA
003110        PERFORM GRABAR-LECTURA
003120        ADD 1 TO TOT-LEIDAS-W
003130     END-IF.

      * LA LECTURA ANTERIOR ES LA DEL ULTIMO TURNO DE LA MISMA MANGUERA
      * CON COMP MENOR AL DEL TURNO QUE SE IMPORTA.
003140 LEER-LECTURA-ANTERIOR.
003150     MOVE 0 TO SW-HAY-ANTERIOR-W LECT-ANT-W.
003160     IF COMP-LNK > 0
003170        COMPUTE COMP-ANT-W = COMP-LNK - 1
003180        MOVE ISLA-W     TO ISLA-LTO
003190        MOVE MANG-W     TO MANG-LTO
003200        MOVE COMP-ANT-W TO COMP-LTO
003210        START ARCHIVO-LECTURA-TOT KEY IS <= LLAVE-LTO
003220              INVALID KEY CONTINUE
003230              NOT INVALID KEY
003240                  READ ARCHIVO-LECTURA-TOT PREVIOUS
003250                       AT END CONTINUE
003260                       NOT AT END
003270                          IF ISLA-LTO = ISLA-W
003280                             AND MANG-LTO = MANG-W
003290                             MOVE LECT-FIN-LTO TO LECT-ANT-W
003300                             MOVE 1 TO SW-HAY-ANTERIOR-W
003310                          END-IF
003320                  END-READ
003330        END-START
003340     END-IF.

003350 ARMAR-LECTURA.
003360     INITIALIZE REG-LTO.
003370     MOVE ISLA-W      TO ISLA-LTO.
003380     MOVE MANG-W      TO MANG-LTO.
003390     MOVE COMP-LNK    TO COMP-LTO.
003400     MOVE FECHA-LNK   TO FECHA-LTO.
003410     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-LTO.
003420     MOVE LECT-FIN-W  TO LECT-FIN-LTO.
003430     MOVE USUARIO-LNK TO USUARIO-LTO.
003440     MOVE "I"         TO ESTADO-LTO.
003450     EVALUATE TRUE
003460        WHEN SW-HAY-ANTERIOR-W = 0
003470           MOVE LECT-FIN-W TO LECT-INI-LTO
003480           MOVE 0          TO GALONES-LTO
003490           MOVE "P"        TO NOVEDAD-LTO
003500        WHEN LECT-FIN-W < LECT-ANT-W
003510           MOVE LECT-ANT-W TO LECT-INI-LTO
003520           MOVE LECT-FIN-W TO GALONES-LTO
003530           MOVE "R"        TO NOVEDAD-LTO
003540        WHEN OTHER
003550           MOVE LECT-ANT-W TO LECT-INI-LTO
003560           COMPUTE GALONES-LTO = LECT-FIN-W - LECT-ANT-W
003570           IF GALONES-LTO > UMBRAL-SALTO-W
003580              MOVE "S" TO NOVEDAD-LTO
003590           END-IF
003600     END-EVALUATE.
003610     PERFORM PRECIO-MANGUERA.
003620     COMPUTE VALOR-LTO ROUNDED = GALONES-LTO * PRECIO-LTO.
003630     PERFORM COMPARAR-DIGITADO.

      * EL TANQUE SE BUSCA PRIMERO CON EL COMP DEL TURNO (LLAVE DE
      * ARCHIVO-GALONAJES, COMO EN BOMB19); SI LA MANGUERA SE ASIGNO
      * CON OTRO COMP SE TOMA LA ULTIMA ASIGNACION DE ISLA+MANGUERA.
003640 PRECIO-MANGUERA.
003650     MOVE SPACES TO TANQUE-W.
003660     MOVE COMP-LNK TO COMP-MGT.
003670     MOVE ISLA-W   TO ISLA-MGT.
003680     MOVE MANG-W   TO MANG-MGT.
003690     READ ARCHIVO-MANG-TANQUE
003700          INVALID KEY CONTINUE
003710          NOT INVALID KEY MOVE TANQUE-MGT TO TANQUE-W
003720     END-READ.
003730     IF TANQUE-W = SPACES
003740        MOVE LOW-VALUES TO LLAVE-MGT
003750        MOVE 0 TO SW-FIN-MGT-W
003760        START ARCHIVO-MANG-TANQUE KEY IS >= LLAVE-MGT
003770              INVALID KEY MOVE 1 TO SW-FIN-MGT-W
003780        END-START
003790        PERFORM BUSCAR-MANG-TANQUE UNTIL SW-FIN-MGT-W = 1
003800     END-IF.
003810     MOVE TANQUE-W TO COMBUSTIBLE-LTO LLAVE-COMB.
003820     READ ARCHIVO-COMBUSTIBLES
003830          INVALID KEY MOVE 0 TO PRECIO-COMBU
003840     END-READ.
003850     MOVE PRECIO-COMBU TO PRECIO-LTO.
003860     IF (TANQUE-W = SPACES OR PRECIO-LTO = 0)
003870        AND SIN-NOVEDAD-LTO
003880        MOVE "T" TO NOVEDAD-LTO
003890     END-IF.

003900 BUSCAR-MANG-TANQUE.
003910     READ ARCHIVO-MANG-TANQUE NEXT
003920          AT END MOVE 1 TO SW-FIN-MGT-W
003930     END-READ.
003940     IF SW-FIN-MGT-W = 0
003950        IF ISLA-MGT = ISLA-W AND MANG-MGT = MANG-W
003960           MOVE TANQUE-MGT TO TANQUE-W
003970        END-IF
003980     END-IF.

      * LO DIGITADO ES EL REGISTRO DE ARCHIVO-GALONAJES DEL TURNO PARA
      * LA MANGUERA; SI EXISTE, LA MANGUERA TENIA EL TURNO ABIERTO.
003990 COMPARAR-DIGITADO.
004000     MOVE 0 TO SW-HAY-DIGITADO-W.
004010     MOVE COMP-LNK TO COMP-GALON.
004020     MOVE ISLA-W   TO ISLA-GALON.
004030     MOVE MANG-W   TO MANG-GALON.
004040     READ ARCHIVO-GALONAJES
004050          INVALID KEY CONTINUE
004060          NOT INVALID KEY
004070             MOVE 1           TO SW-HAY-DIGITADO-W
004080             MOVE CANT-GALON  TO GALONES-DIG-LTO
004090             MOVE VENTA-GALON TO VALOR-DIG-LTO
004100     END-READ.
004110     COMPUTE DIFERENCIA-LTO = GALONES-LTO - GALONES-DIG-LTO.
004120     IF DIFERENCIA-LTO < 0
004130        COMPUTE DIF-ABS-W = 0 - DIFERENCIA-LTO
004140     ELSE
004150        MOVE DIFERENCIA-LTO TO DIF-ABS-W
004160     END-IF.
004170     IF SIN-NOVEDAD-LTO
004180        EVALUATE TRUE
004190           WHEN SW-HAY-DIGITADO-W = 1 AND GALONES-LTO = 0
004200              MOVE "C" TO NOVEDAD-LTO
004210           WHEN SW-HAY-DIGITADO-W = 1
004220                AND DIF-ABS-W > TOLERANCIA-W
004230              MOVE "D" TO NOVEDAD-LTO
004240           WHEN SW-HAY-DIGITADO-W = 0 AND GALONES-LTO > 0
004250              MOVE "M" TO NOVEDAD-LTO
004260        END-EVALUATE
004270     END-IF.

      * SI EL TURNO SE VUELVE A IMPORTAR LA LECTURA SE REEMPLAZA.
004280 GRABAR-LECTURA.
004290     REWRITE REG-LTO
004300         INVALID KEY WRITE REG-LTO END-WRITE
004310     END-REWRITE.

      *-----------------------------------------------------------------
      * APLICACION DEL TOTALIZADOR A ARCHIVO-GALONAJES
      *-----------------------------------------------------------------
004320 APLICAR-TURNO.
004330     MOVE 0 TO TOT-APLICADAS-W TOT-RETENIDAS-W SW-FIN-W.
004340     MOVE FECHA-LNK (3:6) TO FECHA-GALON-W.
004350     MOVE COMP-LNK TO COMP-LTO.
004360     START ARCHIVO-LECTURA-TOT KEY IS >= COMP-LTO
004370           INVALID KEY MOVE 1 TO SW-FIN-W.
004380     PERFORM APLICAR-LECTURA UNTIL SW-FIN-W = 1.
004390     DISPLAY "MANGUERAS APLICADAS: " TOT-APLICADAS-W
004400             "  RETENIDAS PARA REVISION: " TOT-RETENIDAS-W.
004410     MOVE "S" TO RESULT-LNK.

004420 APLICAR-LECTURA.
004430     READ ARCHIVO-LECTURA-TOT NEXT
004440          AT END MOVE 1 TO SW-FIN-W
004450     END-READ.
004460     IF SW-FIN-W = 0
004470        IF COMP-LTO NOT = COMP-LNK
004480           MOVE 1 TO SW-FIN-W
004490        ELSE
004500           IF NOVEDAD-A-REVISAR-LTO
004510              ADD 1 TO TOT-RETENIDAS-W
004520           ELSE
004530              PERFORM PASAR-A-GALONAJES
004540           END-IF
004550        END-IF
004560     END-IF.

004570 PASAR-A-GALONAJES.
004580     MOVE COMP-LTO TO COMP-GALON.
004590     MOVE ISLA-LTO TO ISLA-GALON.
004600     MOVE MANG-LTO TO MANG-GALON.
004610     READ ARCHIVO-GALONAJES
004620          INVALID KEY
004630             MOVE FECHA-GALON-W TO FECHA-GALON
004640             MOVE VEND-LNK      TO VEND-GALON
004650     END-READ.
004660     MOVE GALONES-LTO TO CANT-GALON.
004670     MOVE VALOR-LTO   TO VENTA-GALON.
004680     REWRITE REG-GALON
004690         INVALID KEY WRITE REG-GALON END-WRITE
004700     END-REWRITE.
004710     MOVE "A" TO ESTADO-LTO.
004720     MOVE USUARIO-LNK TO USUARIO-LTO.
004730     REWRITE REG-LTO INVALID KEY CONTINUE END-REWRITE.
004740     ADD 1 TO TOT-APLICADAS-W.

      *-----------------------------------------------------------------
      * INFORME DEL TURNO
      *-----------------------------------------------------------------
004750 INFORME-TURNO.
004760     OPEN EXTEND REPORTE-TOTALIZ.
004770     IF OTR-STAT = "35"
004780        OPEN OUTPUT REPORTE-TOTALIZ
004790     END-IF.
004800     MOVE 0 TO TOT-LEIDAS-W TOT-NOVEDADES-W TOT-SIN-LECTURA-W
004810               TOT-GALONES-W TOT-VALOR-W TOT-DIGITADO-W.
004820     MOVE COMP-LNK  TO COMP-TT.
004830     MOVE FECHA-LNK TO FECHA-TT.
004840     MOVE LIN-TITULO-TT TO LIN-TOTALIZ.
004850     WRITE LIN-TOTALIZ.
004860     MOVE LIN-COL-TT TO LIN-TOTALIZ.
004870     WRITE LIN-TOTALIZ.
004880     MOVE 0 TO SW-FIN-W.
004890     MOVE COMP-LNK TO COMP-LTO.
004900     START ARCHIVO-LECTURA-TOT KEY IS >= COMP-LTO
004910           INVALID KEY MOVE 1 TO SW-FIN-W.
004920     PERFORM LISTAR-LECTURA UNTIL SW-FIN-W = 1.
004930     PERFORM LISTAR-SIN-LECTURA.
004940     MOVE TOT-LEIDAS-W      TO LEIDAS-TT.
004950     MOVE TOT-GALONES-W     TO TOT-GALONES-TT.
004960     MOVE TOT-VALOR-W       TO TOT-VALOR-TT.
004970     MOVE TOT-DIGITADO-W    TO TOT-DIGITADO-TT.
004980     MOVE TOT-NOVEDADES-W   TO NOVEDADES-TT.
004990     MOVE TOT-SIN-LECTURA-W TO SIN-LECTURA-TT.
005000     MOVE LIN-TOTAL-TT TO LIN-TOTALIZ.
005010     WRITE LIN-TOTALIZ.
005020     MOVE SPACES TO LIN-TOTALIZ.
005030     WRITE LIN-TOTALIZ.
005040     CLOSE REPORTE-TOTALIZ.

005050 LISTAR-LECTURA.
005060     READ ARCHIVO-LECTURA-TOT NEXT
005070          AT END MOVE 1 TO SW-FIN-W
005080     END-READ.
005090     IF SW-FIN-W = 0
005100        IF COMP-LTO NOT = COMP-LNK
005110           MOVE 1 TO SW-FIN-W
005120        ELSE
005130           PERFORM ESCRIBIR-LECTURA
005140        END-IF
005150     END-IF.

005160 ESCRIBIR-LECTURA.
005170     ADD 1               TO TOT-LEIDAS-W.
005180     ADD GALONES-LTO     TO TOT-GALONES-W.
005190     ADD VALOR-LTO       TO TOT-VALOR-W.
005200     ADD GALONES-DIG-LTO TO TOT-DIGITADO-W.
005210     MOVE ISLA-LTO        TO ISLA-TT.
005220     MOVE MANG-LTO        TO MANG-TT.
005230     MOVE COMBUSTIBLE-LTO TO COMBUSTIBLE-TT.
005240     MOVE LECT-INI-LTO    TO LECT-INI-TT.
005250     MOVE LECT-FIN-LTO    TO LECT-FIN-TT.
005260     MOVE GALONES-LTO     TO GALONES-TT.
005270     MOVE VALOR-LTO       TO VALOR-TT.
005280     MOVE GALONES-DIG-LTO TO DIGITADO-TT.
005290     MOVE DIFERENCIA-LTO  TO DIFERENCIA-TT.
005300     EVALUATE TRUE
005310        WHEN REINICIO-LTO
005320           MOVE "REINICIO DEL TOTALIZADOR" TO NOVEDAD-TT
005330        WHEN SALTO-LTO
005340           MOVE "SALTO DE LECTURA" TO NOVEDAD-TT
005350        WHEN PRIMERA-LTO
005360           MOVE "PRIMERA LECTURA, SIN BASE" TO NOVEDAD-TT
005370        WHEN SIN-TANQUE-LTO
005380           MOVE "MANGUERA SIN TANQUE O PRECIO" TO NOVEDAD-TT
005390        WHEN TURNO-SIN-VENTA-LTO
005400           MOVE "TURNO ABIERTO SIN VENTA" TO NOVEDAD-TT
005410        WHEN DIFERENCIA-DIG-LTO
005420           MOVE "DIFERENCIA CONTRA DIGITADO" TO NOVEDAD-TT
005430        WHEN SIN-DIGITADO-LTO
005440           MOVE "VENTA SIN DIGITADO DEL TURNO" TO NOVEDAD-TT
005450        WHEN OTHER
005460           MOVE SPACES TO NOVEDAD-TT
005470     END-EVALUATE.
005480     IF NOT SIN-NOVEDAD-LTO
005490        ADD 1 TO TOT-NOVEDADES-W
005500     END-IF.
005510     IF LECTURA-APLICADA
005520        MOVE "*" TO NOVEDAD-TT (32:1)
005530     END-IF.
005540     MOVE LIN-DET-TT TO LIN-TOTALIZ.
005550     WRITE LIN-TOTALIZ.

      * MANGUERAS CON TURNO DIGITADO QUE EL CONTROLADOR NO REPORTO.
005560 LISTAR-SIN-LECTURA.
005570     MOVE 0 TO SW-FIN-W.
005580     MOVE COMP-LNK   TO COMP-GALON.
005590     MOVE LOW-VALUES TO ISLA-GALON MANG-GALON.
005600     START ARCHIVO-GALONAJES KEY IS >= LLAVE-GALON
005610           INVALID KEY MOVE 1 TO SW-FIN-W.
005620     PERFORM VERIFICAR-LECTURA-GALON UNTIL SW-FIN-W = 1.

005630 VERIFICAR-LECTURA-GALON.
005640     READ ARCHIVO-GALONAJES NEXT
005650          AT END MOVE 1 TO SW-FIN-W
005660     END-READ.
005670     IF SW-FIN-W = 0
005680        IF COMP-GALON NOT = COMP-LNK
005690           MOVE 1 TO SW-FIN-W
005700        ELSE
005710           MOVE ISLA-GALON TO ISLA-LTO
005720           MOVE MANG-GALON TO MANG-LTO
005730           MOVE COMP-GALON TO COMP-LTO
005740           READ ARCHIVO-LECTURA-TOT
005750                INVALID KEY PERFORM ESCRIBIR-SIN-LECTURA
005760           END-READ
005770        END-IF
005780     END-IF.

005790 ESCRIBIR-SIN-LECTURA.
005800     ADD 1 TO TOT-SIN-LECTURA-W.
005810     MOVE ISLA-GALON TO ISLA-SL-TT.
005820     MOVE MANG-GALON TO MANG-SL-TT.
005830     MOVE CANT-GALON TO DIGITADO-SL-TT.
005840     MOVE VEND-GALON TO VEND-SL-TT.
005850     MOVE LIN-SIN-LECT-TT TO LIN-TOTALIZ.
005860     WRITE LIN-TOTALIZ.

005870 CERRAR-ARCHIVOS.
005880     CLOSE ARCHIVO-COMBUSTIBLES ARCHIVO-MANG-TANQUE
005890           ARCHIVO-LECTURA-TOT ARCHIVO-GALONAJES.
