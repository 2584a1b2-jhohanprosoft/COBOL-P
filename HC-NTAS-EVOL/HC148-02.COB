      *=================================================================
      * HISTORIA CLINICA - ADHERENCIA TRIMESTRAL A LA AUDITORIA DE HC
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * INFORME TRIMESTRAL DE LA OFICINA DE CALIDAD SOBRE LAS MUESTRAS
      * QUE SORTEA HC148-01 Y CALIFICA HC148. POR CADA PROFESIONAL DE
      * ARCHIVO-AUD-PROF SACA EL PUNTAJE PROMEDIO DE SUS HISTORIAS
      * CALIFICADAS EN EL TRIMESTRE PEDIDO Y EN LOS TRES ANTERIORES
      * (TENDENCIA), Y LAS MUESTRAS QUE QUEDARON SIN CALIFICAR. AL
      * FINAL TOTALIZA EL TRIMESTRE POR SERVICIO. DEJA EL INFORME EN
      * SC-INFAUDHC.TXT Y EN SC-CARTAAUD.TXT UNA CARTA DE
      * RETROALIMENTACION POR PROFESIONAL CALIFICADO EN EL TRIMESTRE,
      * CON LOS CRITERIOS QUE INCUMPLIO Y CUANTAS VECES.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC148-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-AUD-CRIT LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-AUDCRIT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-AUDK
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-AUD-PROF LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-AUDPROF-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS MED-AUDP
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-AUD-MUESTRA LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-AUDMUES-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS LLAVE-AUDM
000260         ALTERNATE RECORD KEY IS MED-AUDM WITH DUPLICATES
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-AUD-CALIF LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-AUDCALIF-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-AUDC
000330         FILE STATUS IS OTR-STAT.

000340     SELECT REPORTE-AUD-HC
000350         ASSIGN NOM-INFAUD-W
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS OTR-STAT.

000380     SELECT CARTA-AUD-HC
000390         ASSIGN NOM-CARTAAUD-W
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS OTR-STAT.

000420 DATA DIVISION.
000430 FILE SECTION.

000440 FD  ARCHIVO-AUD-CRIT
000450     LABEL RECORD STANDARD.
000460 01  REG-AUDK.
000470     02 COD-AUDK                PIC 99.
000480     02 DESCRIP-AUDK            PIC X(50).
000490     02 PESO-AUDK               PIC 9(3).
000500     02 REGLA-AUDK              PIC X.
000510     02 ESTADO-AUDK             PIC X.

000520 FD  ARCHIVO-AUD-PROF
000530     LABEL RECORD STANDARD.
000540 01  REG-AUDP.
000550     02 MED-AUDP                PIC 9(10).
000560     02 NOMBRE-AUDP             PIC X(40).
000570     02 ESPEC-AUDP              PIC X(3).
000580     02 SERVICIO-AUDP           PIC X(4).
000590     02 ESTADO-AUDP             PIC X.

000600 FD  ARCHIVO-AUD-MUESTRA
000610     LABEL RECORD STANDARD.
000620 01  REG-AUDM.
000630     02 LLAVE-AUDM.
000640        03 PERIODO-AUDM.
000650           04 ANO-AUDM          PIC 9(4).
000660           04 MES-AUDM          PIC 99.
000670        03 MED-AUDM             PIC 9(10).
000680        03 ID-AUDM              PIC X(15).
000690        03 FOLIO-AUDM           PIC X(8).
000700     02 FECHA-EVO-AUDM          PIC 9(8).
000710     02 ESPEC-AUDM              PIC X(3).
000720     02 SERVICIO-AUDM           PIC X(4).
000730     02 ESTADO-AUDM             PIC X.
000740        88 AUDM-CALIFICADA      VALUE "C".
000750     02 PUNTAJE-AUDM            PIC 9(3)V9.
000760     02 AUDITOR-AUDM            PIC X(4).
000770     02 FECHA-AUD-AUDM          PIC 9(8).

000780 FD  ARCHIVO-AUD-CALIF
000790     LABEL RECORD STANDARD.
000800 01  REG-AUDC.
000810     02 LLAVE-AUDC.
000820        03 MUESTRA-AUDC         PIC X(39).
000830        03 CRIT-AUDC            PIC 99.
000840     02 RESP-AUDC               PIC X.
000850        88 AUDC-NO-CUMPLE       VALUE "N".
000860     02 ORIGEN-AUDC             PIC X.
000870     02 PESO-AUDC               PIC 9(3).
000880     02 OBSERV-AUDC             PIC X(60).

000890 FD  REPORTE-AUD-HC
000900     LABEL RECORD STANDARD.
000910 01  LIN-AUD-HC                 PIC X(132).

000920 FD  CARTA-AUD-HC
000930     LABEL RECORD STANDARD.
000940 01  LIN-CARTA-AUD              PIC X(100).

000950 WORKING-STORAGE SECTION.

000960 77  NOM-AUDCRIT-W              PIC X(60)
000970     VALUE "D:\progelect\DATOS\SC-AUDCRIT.DAT".
000980 77  NOM-AUDPROF-W              PIC X(60)
000990     VALUE "D:\progelect\DATOS\SC-AUDPROF.DAT".
001000 77  NOM-AUDMUES-W              PIC X(60)
001010     VALUE "D:\progelect\DATOS\SC-AUDMUES.DAT".
001020 77  NOM-AUDCALIF-W             PIC X(60)
001030     VALUE "D:\progelect\DATOS\SC-AUDCALIF.DAT".
001040 77  NOM-INFAUD-W               PIC X(60)
001050     VALUE "D:\progelect\DATOS\SC-INFAUDHC.TXT".
001060 77  NOM-CARTAAUD-W             PIC X(60)
001070     VALUE "D:\progelect\DATOS\SC-CARTAAUD.TXT".
001080 77  OTR-STAT                   PIC XX.
001090 77  SW-FIN-W                   PIC 9 VALUE 0.
001100 77  SW-FIN-MUES-W              PIC 9 VALUE 0.
001110 77  SW-FIN-CALIF-W             PIC 9 VALUE 0.
001120 77  SW-HALLADO-W               PIC 9 VALUE 0.
001130 77  TRIM-ACTUAL-W              PIC 9(5).
001140 77  TRIM-MUESTRA-W             PIC 9(5).
001150 77  IX-TRIM-W                  PIC 9.
001160 77  IX-CRIT-W                  PIC 99.
001170 77  NRO-CRIT-W                 PIC 99 VALUE 0.
001180 77  IX-SERV-W                  PIC 99.
001190 77  NRO-SERV-W                 PIC 99 VALUE 0.
001200 77  PENDIENTES-W               PIC 9(3).
001210 77  PROMEDIO-W                 PIC 9(3)V9.
001220 77  TOT-PROF-W                 PIC 9(5) VALUE 0.
001230 77  TOT-CARTAS-W               PIC 9(5) VALUE 0.
001240 77  MED-ANT-W                  PIC 9(10).

      * TRIMESTRE 4 ES EL PEDIDO; 1 A 3 LOS ANTERIORES.
001250 01  TABLA-TRIM-W.
001260     02 TRIM-TAB-W              OCCURS 4.
001270        03 SUMA-TRIM-W          PIC 9(7)V9.
001280        03 CANT-TRIM-W          PIC 9(3).

001290 01  TABLA-FALLAS-W.
001300     02 FALLA-TAB-W             OCCURS 20.
001310        03 CRIT-FALLA-W         PIC 99.
001320        03 CANT-FALLA-W         PIC 9(3).

001330 01  TABLA-SERV-W.
001340     02 SERV-TAB-W              OCCURS 50.
001350        03 SERVICIO-TAB-W       PIC X(4).
001360        03 SUMA-SERV-W          PIC 9(7)V9.
001370        03 CANT-SERV-W          PIC 9(5).
001380        03 PEND-SERV-W          PIC 9(5).

001390 01  LIN-TITULO-REP.
001400     02 FILLER                  PIC X(11) VALUE "PROFESIONAL".
001410     02 FILLER                  PIC X(31) VALUE "NOMBRE".
001420     02 FILLER                  PIC X(5)  VALUE "ESP".
001430     02 FILLER                  PIC X(6)  VALUE "SERV".
001440     02 FILLER                  PIC X(8)  VALUE "TRIM-3".
001450     02 FILLER                  PIC X(8)  VALUE "TRIM-2".
001460     02 FILLER                  PIC X(8)  VALUE "TRIM-1".
001470     02 FILLER                  PIC X(8)  VALUE "ACTUAL".
001480     02 FILLER                  PIC X(5)  VALUE "CAL".
001490     02 FILLER                  PIC X(5)  VALUE "PEND".

001500 01  LIN-DETALLE-REP.
001510     02 MED-REP                 PIC 9(10).
001520     02 FILLER                  PIC X VALUE " ".
001530     02 NOMBRE-REP              PIC X(30).
001540     02 FILLER                  PIC X VALUE " ".
001550     02 ESPEC-REP               PIC X(3).
001560     02 FILLER                  PIC XX VALUE SPACES.
001570     02 SERVICIO-REP            PIC X(4).
001580     02 FILLER                  PIC XX VALUE SPACES.
001590     02 PROM-TRIM-REP           OCCURS 4.
001600        03 PROM-REP             PIC ZZ9.9.
001610        03 FILLER               PIC XXX.
001620     02 CANT-REP                PIC ZZ9.
001630     02 FILLER                  PIC XX VALUE SPACES.
001640     02 PEND-REP                PIC ZZ9.

001650 01  LIN-SERV-REP.
001660     02 FILLER                  PIC X(10) VALUE "SERVICIO ".
001670     02 SERV-SERV-REP           PIC X(4).
001680     02 FILLER                  PIC X(13) VALUE "  PROMEDIO: ".
001690     02 PROM-SERV-REP           PIC ZZ9.9.
001700     02 FILLER                  PIC X(15) VALUE "  CALIFICADAS: ".
001710     02 CANT-SERV-REP           PIC ZZZZ9.
001720     02 FILLER                  PIC X(14) VALUE "  PENDIENTES: ".
001730     02 PEND-SERV-REP           PIC ZZZZ9.

001740 01  LIN-FALLA-CARTA.
001750     02 FILLER                  PIC X(4)  VALUE SPACES.
001760     02 CRIT-CARTA              PIC Z9.
001770     02 FILLER                  PIC X(3)  VALUE " - ".
001780     02 DESCRIP-CARTA           PIC X(50).
001790     02 FILLER                  PIC X(3)  VALUE SPACES.
001800     02 CANT-CARTA              PIC ZZ9.
001810     02 FILLER                  PIC X(7)  VALUE " VECES".

001820 01  PROM-EDIT-W                PIC ZZ9.9.
001830 01  CANT-EDIT-W                PIC ZZ9.

001840 LINKAGE SECTION.
001850 01  ANO-LNK                    PIC 9(4).
001860 01  TRIM-LNK                   PIC 9.

001870 PROCEDURE DIVISION USING ANO-LNK TRIM-LNK.

001880 MAINLINE.
001890     IF TRIM-LNK < 1 OR TRIM-LNK > 4
001900        EXIT PROGRAM
001910     END-IF.
001920     OPEN INPUT ARCHIVO-AUD-PROF.
001930     IF OTR-STAT NOT = "00"
001940        EXIT PROGRAM
001950     END-IF.
001960     OPEN INPUT ARCHIVO-AUD-CRIT ARCHIVO-AUD-MUESTRA
001970                ARCHIVO-AUD-CALIF.
001980     OPEN OUTPUT REPORTE-AUD-HC CARTA-AUD-HC.
001990     COMPUTE TRIM-ACTUAL-W = ANO-LNK * 4 + TRIM-LNK - 1.
002000     MOVE SPACES TO LIN-AUD-HC.
002010     STRING "ADHERENCIA A LA AUDITORIA DE HISTORIA CLINICA "
002020            "TRIMESTRE " TRIM-LNK " DE " ANO-LNK
002030            DELIMITED BY SIZE INTO LIN-AUD-HC.
002040     WRITE LIN-AUD-HC.
002050     MOVE SPACES TO LIN-AUD-HC.
002060     WRITE LIN-AUD-HC.
002070     WRITE LIN-AUD-HC FROM LIN-TITULO-REP.
002080     MOVE 0 TO SW-FIN-W.
002090     MOVE 0 TO MED-AUDP.
002100     START ARCHIVO-AUD-PROF KEY IS >= MED-AUDP
002110           INVALID KEY MOVE 1 TO SW-FIN-W.
002120     PERFORM LEER-PROFESIONAL UNTIL SW-FIN-W = 1.
002130     PERFORM LISTAR-SERVICIOS.
002140     CLOSE ARCHIVO-AUD-PROF ARCHIVO-AUD-CRIT ARCHIVO-AUD-MUESTRA
002150           ARCHIVO-AUD-CALIF REPORTE-AUD-HC CARTA-AUD-HC.
002160     DISPLAY "PROFESIONALES EN EL INFORME: " TOT-PROF-W.
002170     DISPLAY "CARTAS DE RETROALIMENTACION: " TOT-CARTAS-W.
002180     EXIT PROGRAM.

002190 LEER-PROFESIONAL.
002200     READ ARCHIVO-AUD-PROF NEXT
002210          AT END MOVE 1 TO SW-FIN-W
002220     END-READ.
002230     IF SW-FIN-W = 0
002240        PERFORM ACUMULAR-PROFESIONAL
002250        IF CANT-TRIM-W (1) + CANT-TRIM-W (2) + CANT-TRIM-W (3)
002260           + CANT-TRIM-W (4) + PENDIENTES-W > 0
002270           PERFORM LISTAR-PROFESIONAL
002280           IF CANT-TRIM-W (4) > 0
002290              PERFORM ESCRIBIR-CARTA
002300           END-IF
002310        END-IF
002320     END-IF.

002330 ACUMULAR-PROFESIONAL.
002340     INITIALIZE TABLA-TRIM-W TABLA-FALLAS-W.
002350     MOVE 0 TO NRO-CRIT-W PENDIENTES-W.
002360     MOVE 0 TO SW-FIN-MUES-W.
002370     MOVE MED-AUDP TO MED-AUDM MED-ANT-W.
002380     START ARCHIVO-AUD-MUESTRA KEY IS = MED-AUDM
002390           INVALID KEY MOVE 1 TO SW-FIN-MUES-W.
002400     PERFORM LEER-MUESTRA UNTIL SW-FIN-MUES-W = 1.

002410 LEER-MUESTRA.
002420     READ ARCHIVO-AUD-MUESTRA NEXT
002430          AT END MOVE 1 TO SW-FIN-MUES-W
002440     END-READ.
002450     IF SW-FIN-MUES-W = 0
002460        IF MED-AUDM NOT = MED-ANT-W
002470           MOVE 1 TO SW-FIN-MUES-W
002480        ELSE
002490           PERFORM CLASIFICAR-MUESTRA
002500        END-IF
002510     END-IF.

002520 CLASIFICAR-MUESTRA.
002530     COMPUTE TRIM-MUESTRA-W = ANO-AUDM * 4
002540                            + (MES-AUDM - 1) / 3.
002550     IF TRIM-MUESTRA-W <= TRIM-ACTUAL-W
002560        AND TRIM-MUESTRA-W + 3 >= TRIM-ACTUAL-W
002570        COMPUTE IX-TRIM-W = TRIM-MUESTRA-W + 4 - TRIM-ACTUAL-W
002580        IF AUDM-CALIFICADA
002590           ADD PUNTAJE-AUDM TO SUMA-TRIM-W (IX-TRIM-W)
002600           ADD 1 TO CANT-TRIM-W (IX-TRIM-W)
002610           IF IX-TRIM-W = 4
002620              PERFORM ACUMULAR-FALLAS
002630           END-IF
002640        ELSE
002650           IF IX-TRIM-W = 4
002660              ADD 1 TO PENDIENTES-W
002670           END-IF
002680        END-IF
002690        IF IX-TRIM-W = 4
002700           PERFORM ACUMULAR-SERVICIO
002710        END-IF
002720     END-IF.

002730 ACUMULAR-FALLAS.
002740     MOVE 0 TO SW-FIN-CALIF-W.
002750     MOVE LLAVE-AUDM TO MUESTRA-AUDC.
002760     MOVE 0 TO CRIT-AUDC.
002770     START ARCHIVO-AUD-CALIF KEY IS >= LLAVE-AUDC
002780           INVALID KEY MOVE 1 TO SW-FIN-CALIF-W.
002790     PERFORM LEER-CALIFICACION UNTIL SW-FIN-CALIF-W = 1.

002800 LEER-CALIFICACION.
002810     READ ARCHIVO-AUD-CALIF NEXT
002820          AT END MOVE 1 TO SW-FIN-CALIF-W
002830     END-READ.
002840     IF SW-FIN-CALIF-W = 0
002850        IF MUESTRA-AUDC NOT = LLAVE-AUDM
002860           MOVE 1 TO SW-FIN-CALIF-W
002870        ELSE
002880           IF AUDC-NO-CUMPLE
002890              PERFORM SUMAR-FALLA
002900           END-IF
002910        END-IF
002920     END-IF.

002930 SUMAR-FALLA.
002940     MOVE 0 TO SW-HALLADO-W.
002950     PERFORM BUSCAR-FALLA VARYING IX-CRIT-W FROM 1 BY 1
002960             UNTIL IX-CRIT-W > NRO-CRIT-W OR SW-HALLADO-W = 1.
002970     IF SW-HALLADO-W = 1
002980        SUBTRACT 1 FROM IX-CRIT-W
002990        ADD 1 TO CANT-FALLA-W (IX-CRIT-W)
003000     ELSE
003010        IF NRO-CRIT-W < 20
003020           ADD 1 TO NRO-CRIT-W
003030           MOVE CRIT-AUDC TO CRIT-FALLA-W (NRO-CRIT-W)
003040           MOVE 1 TO CANT-FALLA-W (NRO-CRIT-W)
003050        END-IF
003060     END-IF.

003070 BUSCAR-FALLA.
003080     IF CRIT-FALLA-W (IX-CRIT-W) = CRIT-AUDC
003090        MOVE 1 TO SW-HALLADO-W
003100     END-IF.

      * EL SERVICIO ES EL QUE QUEDO EN LA MUESTRA AL SORTEARLA.
003110 ACUMULAR-SERVICIO.
003120     MOVE 0 TO SW-HALLADO-W.
003130     PERFORM BUSCAR-SERVICIO VARYING IX-SERV-W FROM 1 BY 1
003140             UNTIL IX-SERV-W > NRO-SERV-W OR SW-HALLADO-W = 1.
003150     IF SW-HALLADO-W = 1
003160        SUBTRACT 1 FROM IX-SERV-W
003170     ELSE
003180        IF NRO-SERV-W < 50
003190           ADD 1 TO NRO-SERV-W
003200           MOVE NRO-SERV-W TO IX-SERV-W
003210           INITIALIZE SERV-TAB-W (IX-SERV-W)
003220           MOVE SERVICIO-AUDM TO SERVICIO-TAB-W (IX-SERV-W)
003230           MOVE 1 TO SW-HALLADO-W
003240        END-IF
003250     END-IF.
003260     IF SW-HALLADO-W = 1
003270        IF AUDM-CALIFICADA
003280           ADD PUNTAJE-AUDM TO SUMA-SERV-W (IX-SERV-W)
003290           ADD 1 TO CANT-SERV-W (IX-SERV-W)
003300        ELSE
003310           ADD 1 TO PEND-SERV-W (IX-SERV-W)
003320        END-IF
003330     END-IF.

003340 BUSCAR-SERVICIO.
003350     IF SERVICIO-TAB-W (IX-SERV-W) = SERVICIO-AUDM
003360        MOVE 1 TO SW-HALLADO-W
003370     END-IF.

003380 LISTAR-PROFESIONAL.
003390     MOVE MED-AUDP      TO MED-REP.
003400     MOVE NOMBRE-AUDP   TO NOMBRE-REP.
003410     MOVE ESPEC-AUDP    TO ESPEC-REP.
003420     MOVE SERVICIO-AUDP TO SERVICIO-REP.
003430     PERFORM EDITAR-PROMEDIO VARYING IX-TRIM-W FROM 1 BY 1
003440             UNTIL IX-TRIM-W > 4.
003450     MOVE CANT-TRIM-W (4) TO CANT-REP.
003460     MOVE PENDIENTES-W    TO PEND-REP.
003470     WRITE LIN-AUD-HC FROM LIN-DETALLE-REP.
003480     ADD 1 TO TOT-PROF-W.

003490 EDITAR-PROMEDIO.
003500     MOVE SPACES TO PROM-TRIM-REP (IX-TRIM-W).
003510     IF CANT-TRIM-W (IX-TRIM-W) > 0
003520        COMPUTE PROMEDIO-W ROUNDED = SUMA-TRIM-W (IX-TRIM-W)
003530                                   / CANT-TRIM-W (IX-TRIM-W)
003540        MOVE PROMEDIO-W TO PROM-REP (IX-TRIM-W)
003550     ELSE
003560        MOVE "  -  " TO PROM-TRIM-REP (IX-TRIM-W)
003570     END-IF.

003580 ESCRIBIR-CARTA.
003590     COMPUTE PROMEDIO-W ROUNDED = SUMA-TRIM-W (4)
003600                                / CANT-TRIM-W (4).
003610     MOVE PROMEDIO-W TO PROM-EDIT-W.
003620     MOVE CANT-TRIM-W (4) TO CANT-EDIT-W.
003630     MOVE SPACES TO LIN-CARTA-AUD.
003640     STRING "DR(A). " NOMBRE-AUDP
003650            DELIMITED BY SIZE INTO LIN-CARTA-AUD.
003660     WRITE LIN-CARTA-AUD.
003670     MOVE SPACES TO LIN-CARTA-AUD.
003680     STRING "OFICINA DE CALIDAD - AUDITORIA DE HISTORIA CLINICA"
003690            " TRIMESTRE " TRIM-LNK " DE " ANO-LNK
003700            DELIMITED BY SIZE INTO LIN-CARTA-AUD.
003710     WRITE LIN-CARTA-AUD.
003720     MOVE SPACES TO LIN-CARTA-AUD.
003730     WRITE LIN-CARTA-AUD.
003740     MOVE SPACES TO LIN-CARTA-AUD.
003750     STRING "SE AUDITARON " CANT-EDIT-W
003760            " HISTORIAS SUYAS CON UNA ADHERENCIA PROMEDIO DE "
003770            PROM-EDIT-W "%."
003780            DELIMITED BY SIZE INTO LIN-CARTA-AUD.
003790     WRITE LIN-CARTA-AUD.
003800     MOVE SPACES TO LIN-CARTA-AUD.
003810     IF CANT-TRIM-W (3) > 0
003820        COMPUTE PROMEDIO-W ROUNDED = SUMA-TRIM-W (3)
003830                                   / CANT-TRIM-W (3)
003840        MOVE PROMEDIO-W TO PROM-EDIT-W
003850        STRING "EN EL TRIMESTRE ANTERIOR FUE DE " PROM-EDIT-W
003860               "%."
003870               DELIMITED BY SIZE INTO LIN-CARTA-AUD
003880        WRITE LIN-CARTA-AUD
003890     END-IF.
003900     MOVE SPACES TO LIN-CARTA-AUD.
003910     WRITE LIN-CARTA-AUD.
003920     IF NRO-CRIT-W = 0
003930        MOVE "NO SE ENCONTRARON CRITERIOS INCUMPLIDOS."
003940          TO LIN-CARTA-AUD
003950        WRITE LIN-CARTA-AUD
003960     ELSE
003970        MOVE "CRITERIOS INCUMPLIDOS EN LAS HISTORIAS AUDITADAS:"
003980          TO LIN-CARTA-AUD
003990        WRITE LIN-CARTA-AUD
004000        PERFORM ESCRIBIR-FALLA VARYING IX-CRIT-W FROM 1 BY 1
004010                UNTIL IX-CRIT-W > NRO-CRIT-W
004020     END-IF.
004030     MOVE SPACES TO LIN-CARTA-AUD.
004040     WRITE LIN-CARTA-AUD.
004050     MOVE ALL "-" TO LIN-CARTA-AUD.
004060     WRITE LIN-CARTA-AUD.
004070     ADD 1 TO TOT-CARTAS-W.

004080 ESCRIBIR-FALLA.
004090     MOVE CRIT-FALLA-W (IX-CRIT-W) TO COD-AUDK CRIT-CARTA.
004100     READ ARCHIVO-AUD-CRIT
004110          INVALID KEY MOVE SPACES TO DESCRIP-AUDK
004120     END-READ.
004130     MOVE DESCRIP-AUDK TO DESCRIP-CARTA.
004140     MOVE CANT-FALLA-W (IX-CRIT-W) TO CANT-CARTA.
004150     WRITE LIN-CARTA-AUD FROM LIN-FALLA-CARTA.

004160 LISTAR-SERVICIOS.
004170     MOVE SPACES TO LIN-AUD-HC.
004180     WRITE LIN-AUD-HC.
004190     MOVE "ADHERENCIA DEL TRIMESTRE POR SERVICIO" TO LIN-AUD-HC.
004200     WRITE LIN-AUD-HC.
004210     PERFORM LISTAR-UN-SERVICIO VARYING IX-SERV-W FROM 1 BY 1
004220             UNTIL IX-SERV-W > NRO-SERV-W.

004230 LISTAR-UN-SERVICIO.
004240     MOVE SERVICIO-TAB-W (IX-SERV-W) TO SERV-SERV-REP.
004250     MOVE 0 TO PROMEDIO-W.
004260     IF CANT-SERV-W (IX-SERV-W) > 0
004270        COMPUTE PROMEDIO-W ROUNDED = SUMA-SERV-W (IX-SERV-W)
004280                                   / CANT-SERV-W (IX-SERV-W)
004290     END-IF.
004300     MOVE PROMEDIO-W TO PROM-SERV-REP.
004310     MOVE CANT-SERV-W (IX-SERV-W) TO CANT-SERV-REP.
004320     MOVE PEND-SERV-W (IX-SERV-W) TO PEND-SERV-REP.
004330     WRITE LIN-AUD-HC FROM LIN-SERV-REP.
