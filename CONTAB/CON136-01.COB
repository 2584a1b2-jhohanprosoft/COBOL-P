      *=================================================================
      * CONTABILIDAD - INFORME GERENCIAL MENSUAL Y ARCHIVO DEL TABLERO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LEE DE ARCHIVO-INDICADORES LOS VALORES QUE CON136 GUARDO PARA
      * EL PERIODO Y LOS COMPARA CONTRA EL MES ANTERIOR Y EL MISMO MES
      * DEL ANO ANTERIOR. NO RECALCULA NADA: LA DEFINICION DE CADA
      * INDICADOR VIVE SOLO EN CON136.
      * - SC-GERENCIA.TXT: INFORME IMPRIMIBLE POR AREA (ACTIVIDAD,
      *   INGRESOS, CARTERA, CAJA, ESTACION, VEHICULOS) CON VALOR DEL
      *   MES, MES ANTERIOR, VARIACION %, MISMO MES ANO ANTERIOR Y
      *   VARIACION %. LA FACTURACION POR ENTIDAD LLEVA EL NOMBRE DE LA
      *   ENTIDAD.
      * - SC-GERENCIA.CSV: PLANO PARA EL TABLERO, CAMPOS SEPARADOS POR
      *   ";": PERIODO;CODIGO;DETALLE;NOMBRE;UNIDAD;ACTUAL;MES
      *   ANTERIOR;ANO ANTERIOR.
      * RESULTADO "S" SI EL PERIODO TENIA INDICADORES, "N" SI NO (HAY
      * QUE CORRER CON136 DESPUES DEL CIERRE).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON136-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-INDICADORES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-INDICAD-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-IND
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-ENTIDADES LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-ENTI-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-ENT
000200         ALTERNATE RECORD KEY IS NOMBRE-ENT WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT REPORTE-GERENCIA
000230         ASSIGN NOM-REPGER-W
000240         ORGANIZATION IS LINE SEQUENTIAL.

000250     SELECT PLANO-TABLERO
000260         ASSIGN NOM-CSVGER-W
000270         ORGANIZATION IS LINE SEQUENTIAL.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-INDICADORES
000310     LABEL RECORD STANDARD.
000320 01  REG-IND.
000330     02 LLAVE-IND.
000340        03 PERIODO-IND.
000350           05 ANO-IND           PIC 9(4).
000360           05 MES-IND           PIC 99.
000370        03 COD-IND              PIC X(5).
000380        03 DETALLE-IND          PIC X(6).
000390     02 NOMBRE-IND              PIC X(40).
000400     02 UNIDAD-IND              PIC X.
000410        88 IND-CANTIDAD         VALUE "C".
000420        88 IND-PESOS            VALUE "$".
000430        88 IND-PORCENTAJE       VALUE "%".
000440        88 IND-DIAS             VALUE "D".
000450        88 IND-GALONES          VALUE "G".
000460     02 VALOR-IND               PIC S9(13)V99 SIGN IS TRAILING.
000470     02 FECHA-CALC-IND          PIC 9(8).
000480     02 USUARIO-IND             PIC X(4).
000490     02 FILLER                  PIC X(20).

000500 FD  ARCHIVO-ENTIDADES
000510     LABEL RECORD STANDARD.
000520 01  REG-ENT.
000530     02 COD-ENT                 PIC X(6).
000540     02 NOMBRE-ENT              PIC X(40).

000550 FD  REPORTE-GERENCIA
000560     LABEL RECORD STANDARD.
000570 01  LIN-GERENCIA               PIC X(132).

000580 FD  PLANO-TABLERO
000590     LABEL RECORD STANDARD.
000600 01  LIN-TABLERO                PIC X(200).

000610 WORKING-STORAGE SECTION.

000620 77  NOM-INDICAD-W              PIC X(60)
000630     VALUE "D:\progelect\DATOS\SC-INDICAD.DAT".
000640 77  NOM-ENTI-W                 PIC X(60)
000650     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
000660 77  NOM-REPGER-W               PIC X(60)
000670     VALUE "D:\progelect\DATOS\SC-GERENCIA.TXT".
000680 77  NOM-CSVGER-W               PIC X(60)
000690     VALUE "D:\progelect\DATOS\SC-GERENCIA.CSV".
000700 77  OTR-STAT                   PIC XX.
000710 77  SW-FIN-W                   PIC 9 VALUE 0.
000720 77  SW-HAY-ANT-W               PIC 9 VALUE 0.
000730 77  SW-HAY-ANO-W               PIC 9 VALUE 0.
000740 77  TOT-LEIDOS-W               PIC 9(5) VALUE 0.
000750 77  ANO-ANT-W                  PIC 9(4).
000760 77  MES-ANT-W                  PIC 99.
000770 77  ANO-PASADO-W               PIC 9(4).
000780 77  AREA-ANT-W                 PIC XXX VALUE SPACES.
000790 77  VALOR-ACT-W                PIC S9(13)V99.
000800 77  VALOR-ANT-W                PIC S9(13)V99.
000810 77  VALOR-ANO-W                PIC S9(13)V99.
000820 77  BASE-VAR-W                 PIC S9(13)V99.
000830 77  VARIACION-W                PIC S9(5)V9.
000840 77  DESCRIP-W                  PIC X(40).

000850 01  LLAVE-ACT-W.
000860     02 ANO-ACT-W               PIC 9(4).
000870     02 MES-ACT-W               PIC 99.
000880     02 COD-ACT-W               PIC X(5).
000890     02 DETALLE-ACT-W           PIC X(6).

000900 01  REG-ACT-W.
000910     02 NOMBRE-ACT-W            PIC X(40).
000920     02 UNIDAD-ACT-W            PIC X.

000930 01  LIN-TITULO-W.
000940     02 FILLER                  PIC X(6)  VALUE "CODIGO".
000950     02 FILLER                  PIC X(7)  VALUE SPACES.
000960     02 FILLER                  PIC X(41) VALUE "INDICADOR".
000970     02 FILLER                  PIC X(2)  VALUE "U".
000980     02 FILLER                  PIC X(18)
000990        VALUE "       MES ACTUAL".
001000     02 FILLER                  PIC X(18)
001010        VALUE "    MES ANTERIOR".
001020     02 FILLER                  PIC X(8)  VALUE "  VAR%".
001030     02 FILLER                  PIC X(18)
001040        VALUE "  MES ANO ANTER.".
001050     02 FILLER                  PIC X(8)  VALUE "  VAR%".

001060 01  LIN-AREA-W.
001070     02 FILLER                  PIC X(4)  VALUE "*** ".
001080     02 AREA-REP                PIC X(40).

001090 01  LIN-DETALLE-W.
001100     02 COD-REP                 PIC X(5).
001110     02 FILLER                  PIC X VALUE SPACE.
001120     02 DETALLE-REP             PIC X(6).
001130     02 FILLER                  PIC X VALUE SPACE.
001140     02 DESCRIP-REP             PIC X(40).
001150     02 FILLER                  PIC X VALUE SPACE.
001160     02 UNIDAD-REP              PIC X.
001170     02 FILLER                  PIC X VALUE SPACE.
001180     02 ACTUAL-REP              PIC -Z(12)9.99.
001190     02 FILLER                  PIC X VALUE SPACE.
001200     02 ANTERIOR-REP            PIC -Z(12)9.99.
001210     02 FILLER                  PIC X VALUE SPACE.
001220     02 VAR-ANT-REP             PIC -ZZZ9.9.
001230     02 FILLER                  PIC X VALUE SPACE.
001240     02 ANO-REP                 PIC -Z(12)9.99.
001250     02 FILLER                  PIC X VALUE SPACE.
001260     02 VAR-ANO-REP             PIC -ZZZ9.9.

001270 01  CAMPOS-TABLERO-W.
001280     02 PERIODO-CSV             PIC 9(6).
001290     02 ACTUAL-CSV              PIC +9(13).99.
001300     02 ANTERIOR-CSV            PIC +9(13).99.
001310     02 ANO-CSV                 PIC +9(13).99.

001320 LINKAGE SECTION.
001330 01  ANO-LNK                    PIC 9(4).
001340 01  MES-LNK                    PIC 99.
001350 01  RESULT-LNK                 PIC X.

001360 PROCEDURE DIVISION USING ANO-LNK MES-LNK RESULT-LNK.

001370 MAINLINE.
001380     MOVE "N" TO RESULT-LNK.
001390     MOVE 0 TO TOT-LEIDOS-W.
001400     MOVE SPACES TO AREA-ANT-W.
001410     PERFORM IMPRIMIR-GERENCIA THRU FIN-IMPRIMIR-GERENCIA.
001420     EXIT PROGRAM.

001430 IMPRIMIR-GERENCIA.
001440     IF MES-LNK < 1 OR MES-LNK > 12
001450        GO TO FIN-IMPRIMIR-GERENCIA
001460     END-IF.
001470     IF MES-LNK = 1
001480        COMPUTE ANO-ANT-W = ANO-LNK - 1
001490        MOVE 12 TO MES-ANT-W
001500     ELSE
001510        MOVE ANO-LNK TO ANO-ANT-W
001520        COMPUTE MES-ANT-W = MES-LNK - 1
001530     END-IF.
001540     COMPUTE ANO-PASADO-W = ANO-LNK - 1.
001550     OPEN INPUT ARCHIVO-INDICADORES.
001560     IF OTR-STAT NOT = "00"
001570        GO TO FIN-IMPRIMIR-GERENCIA
001580     END-IF.
001590     OPEN INPUT ARCHIVO-ENTIDADES.
001600     OPEN OUTPUT REPORTE-GERENCIA PLANO-TABLERO.
001610     PERFORM ENCABEZADO.
001620     MOVE 0 TO SW-FIN-W.
001630     MOVE ANO-LNK    TO ANO-IND.
001640     MOVE MES-LNK    TO MES-IND.
001650     MOVE LOW-VALUES TO COD-IND DETALLE-IND.
001660     START ARCHIVO-INDICADORES KEY IS NOT LESS THAN LLAVE-IND
001670           INVALID KEY MOVE 1 TO SW-FIN-W
001680     END-START.
001690     PERFORM LEER-INDICADOR UNTIL SW-FIN-W = 1.
001700     MOVE SPACES TO LIN-GERENCIA.
001710     WRITE LIN-GERENCIA.
001720     MOVE SPACES TO LIN-GERENCIA.
001730     STRING "INDICADORES DEL PERIODO: " TOT-LEIDOS-W
001740            DELIMITED BY SIZE INTO LIN-GERENCIA.
001750     WRITE LIN-GERENCIA.
001760     CLOSE ARCHIVO-INDICADORES ARCHIVO-ENTIDADES
001770           REPORTE-GERENCIA PLANO-TABLERO.
001780     IF TOT-LEIDOS-W > 0
001790        MOVE "S" TO RESULT-LNK
001800     END-IF.
001810 FIN-IMPRIMIR-GERENCIA.
001820     EXIT.

001830 ENCABEZADO.
001840     MOVE SPACES TO LIN-GERENCIA.
001850     STRING "INFORME GERENCIAL DEL PERIODO " ANO-LNK "-" MES-LNK
001860            "  (COMPARADO CON " ANO-ANT-W "-" MES-ANT-W
001870            " Y " ANO-PASADO-W "-" MES-LNK ")"
001880            DELIMITED BY SIZE INTO LIN-GERENCIA.
001890     WRITE LIN-GERENCIA.
001900     MOVE SPACES TO LIN-GERENCIA.
001910     STRING "UNIDADES: C CANTIDAD  $ PESOS  % PORCENTAJE  "
001920            "D DIAS  G GALONES"
001930            DELIMITED BY SIZE INTO LIN-GERENCIA.
001940     WRITE LIN-GERENCIA.
001950     MOVE SPACES TO LIN-GERENCIA.
001960     WRITE LIN-GERENCIA.
001970     MOVE LIN-TITULO-W TO LIN-GERENCIA.
001980     WRITE LIN-GERENCIA.
001990     MOVE SPACES TO LIN-TABLERO.
002000     STRING "PERIODO;CODIGO;DETALLE;NOMBRE;UNIDAD;ACTUAL;"
002010            "MES ANTERIOR;ANO ANTERIOR"
002020            DELIMITED BY SIZE INTO LIN-TABLERO.
002030     WRITE LIN-TABLERO.

      * LA LECTURA DE LOS PERIODOS DE COMPARACION MUEVE EL ARCHIVO; SE
      * REPOSICIONA DESPUES DE LA LLAVE DEL PERIODO QUE SE IMPRIME.
002040 LEER-INDICADOR.
002050     READ ARCHIVO-INDICADORES NEXT
002060          AT END MOVE 1 TO SW-FIN-W
002070     END-READ.
002080     IF SW-FIN-W = 0
002090        AND (ANO-IND NOT = ANO-LNK OR MES-IND NOT = MES-LNK)
002100        MOVE 1 TO SW-FIN-W
002110     END-IF.
002120     IF SW-FIN-W = 0
002130        ADD 1 TO TOT-LEIDOS-W
002140        MOVE LLAVE-IND  TO LLAVE-ACT-W
002150        MOVE NOMBRE-IND TO NOMBRE-ACT-W
002160        MOVE UNIDAD-IND TO UNIDAD-ACT-W
002170        MOVE VALOR-IND  TO VALOR-ACT-W
002180        PERFORM BUSCAR-COMPARATIVOS
002190        PERFORM IMPRIMIR-INDICADOR
002200        PERFORM GRABAR-TABLERO
002210        MOVE LLAVE-ACT-W TO LLAVE-IND
002220        START ARCHIVO-INDICADORES KEY IS GREATER THAN LLAVE-IND
002230              INVALID KEY MOVE 1 TO SW-FIN-W
002240        END-START
002250     END-IF.

002260 BUSCAR-COMPARATIVOS.
002270     MOVE 0 TO VALOR-ANT-W VALOR-ANO-W SW-HAY-ANT-W SW-HAY-ANO-W.
002280     MOVE LLAVE-ACT-W TO LLAVE-IND.
002290     MOVE ANO-ANT-W   TO ANO-IND.
002300     MOVE MES-ANT-W   TO MES-IND.
002310     READ ARCHIVO-INDICADORES
002320          INVALID KEY CONTINUE
002330          NOT INVALID KEY
002340              MOVE VALOR-IND TO VALOR-ANT-W
002350              MOVE 1 TO SW-HAY-ANT-W
002360     END-READ.
002370     MOVE LLAVE-ACT-W  TO LLAVE-IND.
002380     MOVE ANO-PASADO-W TO ANO-IND.
002390     READ ARCHIVO-INDICADORES
002400          INVALID KEY CONTINUE
002410          NOT INVALID KEY
002420              MOVE VALOR-IND TO VALOR-ANO-W
002430              MOVE 1 TO SW-HAY-ANO-W
002440     END-READ.

002450 IMPRIMIR-INDICADOR.
002460     IF COD-ACT-W (1:3) NOT = AREA-ANT-W
002470        PERFORM TITULO-AREA
002480     END-IF.
002490     PERFORM ARMAR-DESCRIPCION.
002500     MOVE SPACES        TO LIN-DETALLE-W.
002510     MOVE COD-ACT-W     TO COD-REP.
002520     MOVE DETALLE-ACT-W TO DETALLE-REP.
002530     MOVE DESCRIP-W     TO DESCRIP-REP.
002540     MOVE UNIDAD-ACT-W  TO UNIDAD-REP.
002550     MOVE VALOR-ACT-W   TO ACTUAL-REP.
002560     IF SW-HAY-ANT-W = 1
002570        MOVE VALOR-ANT-W TO ANTERIOR-REP BASE-VAR-W
002580        PERFORM CALCULAR-VARIACION
002590        IF BASE-VAR-W NOT = 0
002600           MOVE VARIACION-W TO VAR-ANT-REP
002610        END-IF
002620     END-IF.
002630     IF SW-HAY-ANO-W = 1
002640        MOVE VALOR-ANO-W TO ANO-REP BASE-VAR-W
002650        PERFORM CALCULAR-VARIACION
002660        IF BASE-VAR-W NOT = 0
002670           MOVE VARIACION-W TO VAR-ANO-REP
002680        END-IF
002690     END-IF.
002700     MOVE LIN-DETALLE-W TO LIN-GERENCIA.
002710     WRITE LIN-GERENCIA.

002720 TITULO-AREA.
002730     MOVE COD-ACT-W (1:3) TO AREA-ANT-W.
002740     EVALUATE AREA-ANT-W
002750        WHEN "ACT" MOVE "ACTIVIDAD ASISTENCIAL" TO AREA-REP
002760        WHEN "ING" MOVE "INGRESOS"              TO AREA-REP
002770        WHEN "CAR" MOVE "CARTERA"               TO AREA-REP
002780        WHEN "CAJ" MOVE "CAJA Y BANCOS"         TO AREA-REP
002790        WHEN "EDS" MOVE "ESTACION DE SERVICIO"  TO AREA-REP
002800        WHEN "VEH" MOVE "VEHICULOS EN CONSIGNACION"
002810                                                TO AREA-REP
002820        WHEN OTHER MOVE AREA-ANT-W              TO AREA-REP
002830     END-EVALUATE.
002840     MOVE SPACES TO LIN-GERENCIA.
002850     WRITE LIN-GERENCIA.
002860     MOVE LIN-AREA-W TO LIN-GERENCIA.
002870     WRITE LIN-GERENCIA.

      * LAS LINEAS DE DETALLE MUESTRAN LA ENTIDAD O EL SERVICIO EN VEZ
      * DEL NOMBRE DEL INDICADOR.
002880 ARMAR-DESCRIPCION.
002890     MOVE NOMBRE-ACT-W TO DESCRIP-W.
002900     IF DETALLE-ACT-W NOT = SPACES
002910        IF COD-ACT-W = "ING02"
002920           MOVE DETALLE-ACT-W TO COD-ENT
002930           READ ARCHIVO-ENTIDADES
002940                INVALID KEY MOVE SPACES TO NOMBRE-ENT
002950           END-READ
002960           MOVE SPACES TO DESCRIP-W
002970           STRING "  " NOMBRE-ENT DELIMITED BY SIZE
002980                  INTO DESCRIP-W
002990        ELSE
003000           MOVE SPACES TO DESCRIP-W
003010           STRING "  SERVICIO " DETALLE-ACT-W DELIMITED BY SIZE
003020                  INTO DESCRIP-W
003030        END-IF
003040     END-IF.

003050 CALCULAR-VARIACION.
003060     MOVE 0 TO VARIACION-W.
003070     IF BASE-VAR-W NOT = 0
003080        COMPUTE VARIACION-W ROUNDED =
003090                (VALOR-ACT-W - BASE-VAR-W) * 100 / BASE-VAR-W
003100                ON SIZE ERROR MOVE 9999.9 TO VARIACION-W
003110        END-COMPUTE
003120     END-IF.

003130 GRABAR-TABLERO.
003140     MOVE ANO-ACT-W     TO PERIODO-CSV (1:4).
003150     MOVE MES-ACT-W     TO PERIODO-CSV (5:2).
003160     MOVE VALOR-ACT-W   TO ACTUAL-CSV.
003170     MOVE VALOR-ANT-W   TO ANTERIOR-CSV.
003180     MOVE VALOR-ANO-W   TO ANO-CSV.
003190     MOVE SPACES TO LIN-TABLERO.
003200     STRING PERIODO-CSV   DELIMITED BY SIZE
003210            ";"           DELIMITED BY SIZE
003220            COD-ACT-W     DELIMITED BY SPACE
003230            ";"           DELIMITED BY SIZE
003240            DETALLE-ACT-W DELIMITED BY SPACE
003250            ";"           DELIMITED BY SIZE
003260            NOMBRE-ACT-W  DELIMITED BY "  "
003270            ";"           DELIMITED BY SIZE
003280            UNIDAD-ACT-W  DELIMITED BY SIZE
003290            ";"           DELIMITED BY SIZE
003300            ACTUAL-CSV    DELIMITED BY SIZE
003310            ";"           DELIMITED BY SIZE
003320            ANTERIOR-CSV  DELIMITED BY SIZE
003330            ";"           DELIMITED BY SIZE
003340            ANO-CSV       DELIMITED BY SIZE
003350            INTO LIN-TABLERO.
003360     WRITE LIN-TABLERO.
