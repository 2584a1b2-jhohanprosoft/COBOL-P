      *=================================================================
      * ESTADISTICA - INFORME DE CASUISTICA POR GRD
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * INFORME PARA GERENCIA Y LA NEGOCIACION CON LAS EPS SOBRE LOS
      * EGRESOS YA AGRUPADOS POR SER108-32 (ARCHIVO-GRD-EGRESO) CON
      * FECHA DE RETIRO ENTRE LAS FECHAS RECIBIDAS. POR CADA GRD SACA
      * LOS CASOS, LA ESTANCIA PROMEDIO REAL CONTRA LA ESPERADA DE LA
      * TABLA, LOS CASOS ATIPICOS POR ENCIMA Y POR DEBAJO DE LOS
      * LIMITES, LA MORTALIDAD Y EL VALOR PROMEDIO COBRADO, Y DEBAJO
      * EL MISMO DETALLE ABIERTO POR ENTIDAD Y SERVICIO. DEJA EL
      * INFORME EN SC-INFGRD.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-33.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-GRD LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-GRD-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS ORDEN-GRD
000140         ALTERNATE RECORD KEY IS COD-GRD WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-GRD-EGRESO LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-GRDEGR-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-GRDE
000210         ALTERNATE RECORD KEY IS FECHA-RET-GRDE WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT REPORTE-GRD
000240         ASSIGN NOM-INFGRD-W
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS OTR-STAT.

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  ARCHIVO-GRD
000300     LABEL RECORD STANDARD.
000310 01  REG-GRD.
000320     02 ORDEN-GRD               PIC 9(4).
000330     02 COD-GRD                 PIC X(6).
000340     02 DESCRIP-GRD             PIC X(50).
000350     02 CIE-DESDE-GRD           PIC X(4).
000360     02 CIE-HASTA-GRD           PIC X(4).
000370     02 CUP-DESDE-GRD           PIC X(12).
000380     02 CUP-HASTA-GRD           PIC X(12).
000390     02 EDAD-MIN-GRD            PIC 9(3).
000400     02 EDAD-MAX-GRD            PIC 9(3).
000410     02 SEXO-GRD                PIC X.
000420     02 ESTANCIA-ESP-GRD        PIC 9(3)V9.
000430     02 LIMITE-INF-GRD          PIC 9(3).
000440     02 LIMITE-SUP-GRD          PIC 9(3).
000450     02 PESO-GRD                PIC 99V9(4).

000460 FD  ARCHIVO-GRD-EGRESO
000470     LABEL RECORD STANDARD.
000480 01  REG-GRDE.
000490     02 LLAVE-GRDE              PIC X(7).
000500     02 FECHA-RET-GRDE          PIC 9(8).
000510     02 COD-GRD-GRDE            PIC X(6).
000520     02 NIT-GRDE                PIC 9(10).
000530     02 SERVICIO-GRDE           PIC XX.
000540     02 PACI-GRDE               PIC X(15).
000550     02 EDAD-GRDE               PIC 9(3).
000560     02 SEXO-GRDE               PIC X.
000570     02 DIAG-PRIN-GRDE          PIC X(4).
000580     02 DIAS-EST-GRDE           PIC 9(3).
000590     02 ESTANCIA-ESP-GRDE       PIC 9(3)V9.
000600     02 ATIPICO-GRDE            PIC X.
000610        88 ATIPICO-ALTO         VALUE "A".
000620        88 ATIPICO-BAJO         VALUE "B".
000630     02 MUERTE-GRDE             PIC X.
000640        88 EGRESO-MUERTO        VALUE "S".
000650     02 PESO-GRDE               PIC 99V9(4).
000660     02 VALOR-GRDE              PIC 9(11)V99.
000670     02 FECHA-AGRUPA-GRDE       PIC 9(8).

000680 FD  REPORTE-GRD
000690     LABEL RECORD STANDARD.
000700 01  LIN-GRD                    PIC X(132).

000710 WORKING-STORAGE SECTION.

000720 77  NOM-GRD-W                  PIC X(60)
000730     VALUE "D:\progelect\DATOS\SC-GRD.DAT".
000740 77  NOM-GRDEGR-W               PIC X(60)
000750     VALUE "D:\progelect\DATOS\SC-GRDEGR.DAT".
000760 77  NOM-INFGRD-W               PIC X(60)
000770     VALUE "D:\progelect\DATOS\SC-INFGRD.TXT".
000780 77  OTR-STAT                   PIC XX.
000790 77  SW-FIN-W                   PIC 9 VALUE 0.
000800 77  SW-HALLADO-W               PIC 9 VALUE 0.
000810 77  NRO-GRUPOS-W               PIC 9(3) VALUE 0.
000820 77  IX-GRUPO-W                 PIC 9(3).
000830 77  NRO-COMBIN-W               PIC 9(3) VALUE 0.
000840 77  IX-COMBIN-W                PIC 9(3).
000850 77  TOT-EGRESOS-W              PIC 9(5) VALUE 0.

      * ACUMULADOS POR GRD Y POR GRD + ENTIDAD + SERVICIO; LAS DOS
      * TABLAS LLEVAN LAS MISMAS CIFRAS EN EL MISMO ORDEN.
000860 01  TABLA-GRUPOS-W.
000870     02 GRUPO-TAB-W             OCCURS 200.
000880        03 COD-GRUPO-W          PIC X(6).
000890        03 CIFRAS-GRUPO-W.
000900           04 CASOS-GRUPO-W     PIC 9(5).
000910           04 DIAS-GRUPO-W      PIC 9(7).
000920           04 ESPERA-GRUPO-W    PIC 9(7)V9.
000930           04 ALTOS-GRUPO-W     PIC 9(5).
000940           04 BAJOS-GRUPO-W     PIC 9(5).
000950           04 MUERTES-GRUPO-W   PIC 9(5).
000960           04 VALOR-GRUPO-W     PIC 9(13)V99.

000970 01  TABLA-COMBIN-W.
000980     02 COMBIN-TAB-W            OCCURS 600.
000990        03 GRUPO-COMB-W         PIC X(6).
001000        03 NIT-COMB-W           PIC 9(10).
001010        03 SERVICIO-COMB-W      PIC XX.
001020        03 CIFRAS-COMB-W.
001030           04 CASOS-COMB-W      PIC 9(5).
001040           04 DIAS-COMB-W       PIC 9(7).
001050           04 ESPERA-COMB-W     PIC 9(7)V9.
001060           04 ALTOS-COMB-W      PIC 9(5).
001070           04 BAJOS-COMB-W      PIC 9(5).
001080           04 MUERTES-COMB-W    PIC 9(5).
001090           04 VALOR-COMB-W      PIC 9(13)V99.

001100 01  CIFRAS-LINEA-W.
001110     02 CASOS-LIN-W             PIC 9(5).
001120     02 DIAS-LIN-W              PIC 9(7).
001130     02 ESPERA-LIN-W            PIC 9(7)V9.
001140     02 ALTOS-LIN-W             PIC 9(5).
001150     02 BAJOS-LIN-W             PIC 9(5).
001160     02 MUERTES-LIN-W           PIC 9(5).
001170     02 VALOR-LIN-W             PIC 9(13)V99.

001180 01  LIN-TITULO-REP.
001190     02 FILLER                  PIC X(8)  VALUE "GRD".
001200     02 FILLER                  PIC X(11) VALUE "ENTIDAD".
001210     02 FILLER                  PIC X(5)  VALUE "SERV".
001220     02 FILLER                  PIC X(7)  VALUE "CASOS".
001230     02 FILLER                  PIC X(8)  VALUE "EST.REAL".
001240     02 FILLER                  PIC X(8)  VALUE "EST.ESP".
001250     02 FILLER                  PIC X(7)  VALUE "AT.ALT".
001260     02 FILLER                  PIC X(7)  VALUE "AT.BAJ".
001270     02 FILLER                  PIC X(7)  VALUE "MUERT".
001280     02 FILLER                  PIC X(8)  VALUE "%MORT".
001290     02 FILLER                  PIC X(16) VALUE "VALOR PROMEDIO".

001300 01  LIN-GRUPO-REP.
001310     02 COD-GRUPO-REP           PIC X(7).
001320     02 DESCRIP-GRUPO-REP       PIC X(50).

001330 01  LIN-DETALLE-REP.
001340     02 GRD-REP                 PIC X(7).
001350     02 FILLER                  PIC X VALUE " ".
001360     02 NIT-REP                 PIC X(10).
001370     02 FILLER                  PIC X VALUE " ".
001380     02 SERVICIO-REP            PIC XX.
001390     02 FILLER                  PIC XX VALUE SPACES.
001400     02 CASOS-REP               PIC ZZZZ9.
001410     02 FILLER                  PIC XX VALUE SPACES.
001420     02 EST-REAL-REP            PIC ZZZ9.9.
001430     02 FILLER                  PIC XX VALUE SPACES.
001440     02 EST-ESP-REP             PIC ZZZ9.9.
001450     02 FILLER                  PIC XX VALUE SPACES.
001460     02 ALTOS-REP               PIC ZZZZ9.
001470     02 FILLER                  PIC XX VALUE SPACES.
001480     02 BAJOS-REP               PIC ZZZZ9.
001490     02 FILLER                  PIC XX VALUE SPACES.
001500     02 MUERTES-REP             PIC ZZZZ9.
001510     02 FILLER                  PIC XX VALUE SPACES.
001520     02 MORTAL-REP              PIC ZZ9.99.
001530     02 FILLER                  PIC XX VALUE SPACES.
001540     02 VALOR-PROM-REP          PIC ZZZ,ZZZ,ZZZ,ZZ9.

001550 01  LIN-TOTAL-REP.
001560     02 FILLER                  PIC X(18)
001570        VALUE "TOTAL EGRESOS:    ".
001580     02 TOT-EGRESOS-REP         PIC ZZZZ9.

001590 LINKAGE SECTION.
001600 01  FECHA-INI-LNK              PIC 9(8).
001610 01  FECHA-FIN-LNK              PIC 9(8).

001620 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

001630 MAINLINE.
001640     OPEN INPUT ARCHIVO-GRD-EGRESO.
001650     IF OTR-STAT NOT = "00"
001660        EXIT PROGRAM
001670     END-IF.
001680     OPEN INPUT ARCHIVO-GRD.
001690     OPEN OUTPUT REPORTE-GRD.
001700     INITIALIZE TABLA-GRUPOS-W TABLA-COMBIN-W.
001710     MOVE 0 TO SW-FIN-W.
001720     MOVE FECHA-INI-LNK TO FECHA-RET-GRDE.
001730     START ARCHIVO-GRD-EGRESO KEY IS >= FECHA-RET-GRDE
001740           INVALID KEY MOVE 1 TO SW-FIN-W.
001750     PERFORM LEER-EGRESO UNTIL SW-FIN-W = 1.
001760     MOVE SPACES TO LIN-GRD.
001770     STRING "CASUISTICA POR GRUPO RELACIONADO POR EL DIAGNOSTICO "
001780            "- EGRESOS DEL " FECHA-INI-LNK " AL " FECHA-FIN-LNK
001790            DELIMITED BY SIZE INTO LIN-GRD.
001800     WRITE LIN-GRD.
001810     MOVE SPACES TO LIN-GRD.
001820     WRITE LIN-GRD.
001830     WRITE LIN-GRD FROM LIN-TITULO-REP.
001840     PERFORM LISTAR-GRUPO VARYING IX-GRUPO-W FROM 1 BY 1
001850             UNTIL IX-GRUPO-W > NRO-GRUPOS-W.
001860     MOVE TOT-EGRESOS-W TO TOT-EGRESOS-REP.
001870     MOVE SPACES TO LIN-GRD.
001880     WRITE LIN-GRD.
001890     WRITE LIN-GRD FROM LIN-TOTAL-REP.
001900     CLOSE ARCHIVO-GRD-EGRESO ARCHIVO-GRD REPORTE-GRD.
001910     DISPLAY "EGRESOS EN EL INFORME: " TOT-EGRESOS-W.
001920     EXIT PROGRAM.

001930 LEER-EGRESO.
001940     READ ARCHIVO-GRD-EGRESO NEXT
001950          AT END MOVE 1 TO SW-FIN-W
001960     END-READ.
001970     IF SW-FIN-W = 0
001980        IF FECHA-RET-GRDE > FECHA-FIN-LNK
001990           MOVE 1 TO SW-FIN-W
002000        ELSE
002010           PERFORM ACUMULAR-EGRESO
002020        END-IF
002030     END-IF.

002040 ACUMULAR-EGRESO.
002050     ADD 1 TO TOT-EGRESOS-W.
002060     MOVE 0 TO SW-HALLADO-W.
002070     PERFORM BUSCAR-GRUPO VARYING IX-GRUPO-W FROM 1 BY 1
002080             UNTIL IX-GRUPO-W > NRO-GRUPOS-W OR SW-HALLADO-W = 1.
002090     IF SW-HALLADO-W = 1
002100        SUBTRACT 1 FROM IX-GRUPO-W
002110     ELSE
002120        IF NRO-GRUPOS-W < 200
002130           ADD 1 TO NRO-GRUPOS-W
002140           MOVE NRO-GRUPOS-W TO IX-GRUPO-W
002150           MOVE COD-GRD-GRDE TO COD-GRUPO-W (IX-GRUPO-W)
002160           MOVE 1 TO SW-HALLADO-W
002170        END-IF
002180     END-IF.
002190     IF SW-HALLADO-W = 1
002200        MOVE CIFRAS-GRUPO-W (IX-GRUPO-W) TO CIFRAS-LINEA-W
002210        PERFORM SUMAR-CIFRAS
002220        MOVE CIFRAS-LINEA-W TO CIFRAS-GRUPO-W (IX-GRUPO-W)
002230     END-IF.
002240     MOVE 0 TO SW-HALLADO-W.
002250     PERFORM BUSCAR-COMBINACION VARYING IX-COMBIN-W FROM 1 BY 1
002260             UNTIL IX-COMBIN-W > NRO-COMBIN-W
002270                OR SW-HALLADO-W = 1.
002280     IF SW-HALLADO-W = 1
002290        SUBTRACT 1 FROM IX-COMBIN-W
002300     ELSE
002310        IF NRO-COMBIN-W < 600
002320           ADD 1 TO NRO-COMBIN-W
002330           MOVE NRO-COMBIN-W  TO IX-COMBIN-W
002340           MOVE COD-GRD-GRDE  TO GRUPO-COMB-W (IX-COMBIN-W)
002350           MOVE NIT-GRDE      TO NIT-COMB-W (IX-COMBIN-W)
002360           MOVE SERVICIO-GRDE TO SERVICIO-COMB-W (IX-COMBIN-W)
002370           MOVE 1 TO SW-HALLADO-W
002380        END-IF
002390     END-IF.
002400     IF SW-HALLADO-W = 1
002410        MOVE CIFRAS-COMB-W (IX-COMBIN-W) TO CIFRAS-LINEA-W
002420        PERFORM SUMAR-CIFRAS
002430        MOVE CIFRAS-LINEA-W TO CIFRAS-COMB-W (IX-COMBIN-W)
002440     END-IF.

002450 BUSCAR-GRUPO.
002460     IF COD-GRUPO-W (IX-GRUPO-W) = COD-GRD-GRDE
002470        MOVE 1 TO SW-HALLADO-W
002480     END-IF.

002490 BUSCAR-COMBINACION.
002500     IF GRUPO-COMB-W (IX-COMBIN-W) = COD-GRD-GRDE
002510        AND NIT-COMB-W (IX-COMBIN-W) = NIT-GRDE
002520        AND SERVICIO-COMB-W (IX-COMBIN-W) = SERVICIO-GRDE
002530        MOVE 1 TO SW-HALLADO-W
002540     END-IF.

002550 SUMAR-CIFRAS.
002560     ADD 1                 TO CASOS-LIN-W.
002570     ADD DIAS-EST-GRDE     TO DIAS-LIN-W.
002580     ADD ESTANCIA-ESP-GRDE TO ESPERA-LIN-W.
002590     ADD VALOR-GRDE        TO VALOR-LIN-W.
002600     IF ATIPICO-ALTO
002610        ADD 1 TO ALTOS-LIN-W
002620     END-IF.
002630     IF ATIPICO-BAJO
002640        ADD 1 TO BAJOS-LIN-W
002650     END-IF.
002660     IF EGRESO-MUERTO
002670        ADD 1 TO MUERTES-LIN-W
002680     END-IF.

002690 LISTAR-GRUPO.
002700     MOVE SPACES TO LIN-GRD.
002710     WRITE LIN-GRD.
002720     MOVE COD-GRUPO-W (IX-GRUPO-W) TO COD-GRD COD-GRUPO-REP.
002730     MOVE SPACES TO DESCRIP-GRD.
002740     START ARCHIVO-GRD KEY IS = COD-GRD
002750           INVALID KEY MOVE "SIN GRUPO EN LA TABLA" TO DESCRIP-GRD
002760           NOT INVALID KEY
002770              READ ARCHIVO-GRD NEXT
002780                   AT END MOVE SPACES TO DESCRIP-GRD
002790              END-READ
002800     END-START.
002810     MOVE DESCRIP-GRD TO DESCRIP-GRUPO-REP.
002820     WRITE LIN-GRD FROM LIN-GRUPO-REP.
002830     MOVE CIFRAS-GRUPO-W (IX-GRUPO-W) TO CIFRAS-LINEA-W.
002840     MOVE "TOTAL"  TO GRD-REP.
002850     MOVE SPACES   TO NIT-REP SERVICIO-REP.
002860     PERFORM ESCRIBIR-CIFRAS.
002870     PERFORM LISTAR-COMBINACION VARYING IX-COMBIN-W FROM 1 BY 1
002880             UNTIL IX-COMBIN-W > NRO-COMBIN-W.

002890 LISTAR-COMBINACION.
002900     IF GRUPO-COMB-W (IX-COMBIN-W) = COD-GRUPO-W (IX-GRUPO-W)
002910        MOVE CIFRAS-COMB-W (IX-COMBIN-W) TO CIFRAS-LINEA-W
002920        MOVE SPACES TO GRD-REP
002930        MOVE NIT-COMB-W (IX-COMBIN-W)      TO NIT-REP
002940        MOVE SERVICIO-COMB-W (IX-COMBIN-W) TO SERVICIO-REP
002950        PERFORM ESCRIBIR-CIFRAS
002960     END-IF.

002970 ESCRIBIR-CIFRAS.
002980     MOVE CASOS-LIN-W   TO CASOS-REP.
002990     MOVE ALTOS-LIN-W   TO ALTOS-REP.
003000     MOVE BAJOS-LIN-W   TO BAJOS-REP.
003010     MOVE MUERTES-LIN-W TO MUERTES-REP.
003020     COMPUTE EST-REAL-REP ROUNDED = DIAS-LIN-W / CASOS-LIN-W.
003030     COMPUTE EST-ESP-REP ROUNDED = ESPERA-LIN-W / CASOS-LIN-W.
003040     COMPUTE MORTAL-REP ROUNDED =
003050             MUERTES-LIN-W * 100 / CASOS-LIN-W.
003060     COMPUTE VALOR-PROM-REP ROUNDED = VALOR-LIN-W / CASOS-LIN-W.
003070     WRITE LIN-GRD FROM LIN-DETALLE-REP.
