      *=================================================================
      * HISTORIA CLINICA - CENSO DE BANDEJAS PARA COCINA POR COMIDA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE FECHA Y COMIDA (D DESAYUNO 07:00, A ALMUERZO 12:00,
      * C COMIDA 18:00) Y LISTA EN SC-CENSODIE.TXT, POR SERVICIO Y
      * CAMA OCUPADA (ARCHIVO-CAMAS-HOSP), LA DIETA EN FIRME A ESA
      * HORA SEGUN ARCHIVO-DIETAS (HC141). ADVIERTE:
      * - ALERGIA ALIMENTARIA ACTIVA (ARCHIVO-ALERGIAS, GRUPOS ALI*)
      *   CONTRA LOS GRUPOS DE ALIMENTO QUE LLEVA LA DIETA.
      * - PACIENTE CON CIRUGIA PROGRAMADA LA MANANA SIGUIENTE
      *   (ARCHIVO-PROG-CIR, ANTES DE LAS 12:00) SIN AYUNO (NV)
      *   ORDENADO PARA LA MEDIANOCHE.
      * - CAMA SIN ORDEN DE DIETA: SE SIRVE CORRIENTE.
      * EL CONTEO DE BANDEJAS POR TIPO DE DIETA QUEDA EN
      * ARCHIVO-BANDEJAS (UN REGISTRO POR FECHA, COMIDA Y TIPO; SI
      * SE REPITE EL CENSO SE REEMPLAZA) PARA EL CONTEO MENSUAL DE
      * COSTOS DE COCINA (HC141-02). EL AYUNO (NV) SE CUENTA APARTE
      * Y NO SUMA BANDEJAS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC141-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CAMAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-CAM
000140         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-DIETAS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-DIETAS-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-DIE
000220         ALTERNATE RECORD KEY IS ESTADO-DIE WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-ALERGIAS LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-ALERGIAS-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS LLAVE-ALERG
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-PROG-CIR LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-PROGCIR-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LLAVE-PROGC
000350         ALTERNATE RECORD KEY IS FECHA-PROGC WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS CIRUJANO-PROGC
000370            WITH DUPLICATES
000380         FILE STATUS IS OTR-STAT.

000390     SELECT ARCHIVO-BANDEJAS LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-BANDEJAS-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-BAN
000440         FILE STATUS IS OTR-STAT.

000450     SELECT CENSO-DIETAS
000460         ASSIGN NOM-CENSODIE-W
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.

000500 FD  ARCHIVO-CAMAS-HOSP
000510     LABEL RECORD STANDARD.
000520 01  REG-CAM.
000530     02 COD-CAM                 PIC X(6).
000540     02 SERVHO-CAM              PIC X(4).
000550     02 ESTADO-CAM              PIC X.
000560        88 CAMA-OCUPADA         VALUE "O".
000570     02 PACI-CAM                PIC X(15).
000580     02 FOLIO-CAM               PIC X(8).
000590     02 FECHA-INGRESO-CAM       PIC 9(8).

000600 FD  ARCHIVO-DIETAS
000610     LABEL RECORD STANDARD.
000620 01  REG-DIE.
000630     02 LLAVE-DIE.
000640        03 PACI-DIE             PIC X(15).
000650        03 FOLIO-DIE            PIC X(8).
000660        03 FECHA-INI-DIE        PIC 9(8).
000670        03 HORA-INI-DIE         PIC 9(4).
000680     02 TIPO-DIE                PIC XX.
000690        88 DIETA-AYUNO          VALUE "NV".
000700     02 OBSERV-DIE              PIC X(60).
000710     02 USUARIO-INI-DIE         PIC X(4).
000720     02 ESTADO-DIE              PIC X.
000730        88 DIETA-ACTIVA         VALUE "A".
000740        88 DIETA-CERRADA        VALUE "C".
000750     02 FECHA-FIN-DIE           PIC 9(8).
000760     02 HORA-FIN-DIE            PIC 9(4).
000770     02 USUARIO-FIN-DIE         PIC X(4).

000780 FD  ARCHIVO-ALERGIAS
000790     LABEL RECORD STANDARD.
000800 01  REG-ALERG.
000810     02 LLAVE-ALERG.
000820        03 PACI-ALERG           PIC X(15).
000830        03 SECUEN-ALERG         PIC 9(3).
000840     02 SUSTANCIA-ALERG         PIC X(8).
000850     02 GRUPO-ALERG             PIC X(4).
000860     02 SEVERIDAD-ALERG         PIC X.
000870     02 REACCION-ALERG          PIC X(40).
000880     02 MEDICO-ALERG            PIC X(6).
000890     02 FECHA-ALERG             PIC 9(8).
000900     02 ESTADO-ALERG            PIC X.
000910        88 ALERGIA-ACTIVA       VALUE "A".
000920        88 ALERGIA-INACTIVA     VALUE "I".

000930 FD  ARCHIVO-PROG-CIR
000940     LABEL RECORD STANDARD.
000950 01  REG-PROGC.
000960     02 LLAVE-PROGC.
000970        03 SALA-PROGC           PIC X(4).
000980        03 FECHA-CIR-PROGC      PIC 9(8).
000990        03 HORA-INI-PROGC       PIC 9(4).
001000     02 FECHA-PROGC             PIC 9(8).
001010     02 PACI-PROGC              PIC X(15).
001020     02 CIRUJANO-PROGC          PIC X(6).
001030     02 ANESTESIOLOGO-PROGC     PIC X(6).
001040     02 CUP-PROGC               PIC X(12).
001050     02 DURACION-EST-PROGC      PIC 9(3).
001060     02 HORA-FIN-EST-PROGC      PIC 9(4).
001070     02 HORA-INI-REAL-PROGC     PIC 9(4).
001080     02 HORA-FIN-REAL-PROGC     PIC 9(4).
001090     02 ESTADO-PROGC            PIC X.
001100        88 CIRUGIA-PROGRAMADA   VALUE "P".
001110     02 MOTIVO-PROGC            PIC X(40).

001120 FD  ARCHIVO-BANDEJAS
001130     LABEL RECORD STANDARD.
001140 01  REG-BAN.
001150     02 LLAVE-BAN.
001160        03 FECHA-BAN            PIC 9(8).
001170        03 COMIDA-BAN           PIC X.
001180        03 TIPO-BAN             PIC XX.
001190     02 CANT-BAN                PIC 9(4).

001200 FD  CENSO-DIETAS
001210     LABEL RECORD STANDARD.
001220 01  LIN-CENSODIE               PIC X(120).

001230 WORKING-STORAGE SECTION.

001240 77  NOM-CAMAS-W                PIC X(60)
001250     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001260 77  NOM-DIETAS-W               PIC X(60)
001270     VALUE "D:\progelect\DATOS\SC-DIETAS.DAT".
001280 77  NOM-ALERGIAS-W             PIC X(60)
001290     VALUE "D:\progelect\DATOS\SC-ALERGIAS.DAT".
001300 77  NOM-PROGCIR-W              PIC X(60)
001310     VALUE "D:\progelect\DATOS\SC-PROGCIR.DAT".
001320 77  NOM-BANDEJAS-W             PIC X(60)
001330     VALUE "D:\progelect\DATOS\SC-BANDEJAS.DAT".
001340 77  NOM-CENSODIE-W             PIC X(60)
001350     VALUE "D:\progelect\DATOS\SC-CENSODIE.TXT".
001360 77  OTR-STAT                   PIC XX.
001370 77  SW-FIN-CAM-W               PIC 9 VALUE 0.
001380 77  SW-FIN-W                   PIC 9 VALUE 0.
001390 77  SW-CAMAS-W                 PIC 9 VALUE 0.
001400 77  SW-DIETAS-W                PIC 9 VALUE 0.
001410 77  SW-ALERGIAS-W              PIC 9 VALUE 0.
001420 77  SW-HALLADA-W               PIC 9 VALUE 0.
001430 77  HORA-COMIDA-W              PIC 9(4).
001440 77  FECHA-MANANA-W             PIC 9(8).
001450 77  FECHA-BUSCA-W              PIC 9(8).
001460 77  HORA-BUSCA-W               PIC 9(4).
001470 77  MOMENTO-BUSCA-W            PIC 9(12).
001480 77  MOMENTO-FIN-W              PIC 9(12).
001490 77  TIPO-HALLADO-W             PIC XX.
001500 77  OBSERV-HALLADA-W           PIC X(60).
001510 77  IX-TAB-W                   PIC 99.
001520 77  IX-GRUPO-W                 PIC 9.
001530 77  POS-TAB-W                  PIC 99.
001540 77  IX-CIR-W                   PIC 999.
001550 77  TOTAL-CIR-W                PIC 999 VALUE 0.
001560 77  MAX-CIR-W                  PIC 999 VALUE 200.
001570 77  TOT-CAMAS-W                PIC 9(4) VALUE 0.
001580 77  TOT-ALERTAS-W              PIC 9(4) VALUE 0.

      * GRUPOS DE ALIMENTO QUE LLEVA CADA DIETA, CONTRA LOS GRUPOS
      * ALI* DE ARCHIVO-ALERGIAS: ALIL LACTEOS, ALIH HUEVO,
      * ALIG GLUTEN, ALIM MARISCOS, ALIS SOYA.
001590 01  VALORES-DIETAS-W.
001600     02 FILLER PIC X(18) VALUE "COALILALIHALIGALIM".
001610     02 FILLER PIC X(18) VALUE "LC                ".
001620     02 FILLER PIC X(18) VALUE "LTALILALIS        ".
001630     02 FILLER PIC X(18) VALUE "BLALILALIHALIG    ".
001640     02 FILLER PIC X(18) VALUE "HSALILALIHALIGALIM".
001650     02 FILLER PIC X(18) VALUE "DBALILALIHALIGALIS".
001660     02 FILLER PIC X(18) VALUE "NV                ".
001670 01  TABLA-DIETAS-W REDEFINES VALORES-DIETAS-W.
001680     02 DIETA-TAB-W OCCURS 7 TIMES.
001690        03 TIPO-TAB-W           PIC XX.
001700        03 GRUPO-TAB-W          OCCURS 4 PIC X(4).

001710 01  CONTEO-DIETAS-W.
001720     02 CANT-TAB-W              OCCURS 7 PIC 9(4).

001730 01  TABLA-CIRUGIAS-W.
001740     02 PACI-CIR-W              OCCURS 200 PIC X(15).

001750 01  LIN-CENSO-REP.
001760     02 SERVHO-REP              PIC X(4).
001770     02 FILLER                  PIC X VALUE SPACE.
001780     02 CAMA-REP                PIC X(6).
001790     02 FILLER                  PIC X VALUE SPACE.
001800     02 PACI-REP                PIC X(15).
001810     02 FILLER                  PIC X VALUE SPACE.
001820     02 DIETA-REP               PIC XX.
001830     02 FILLER                  PIC X VALUE SPACE.
001840     02 OBSERV-REP              PIC X(60).

001850 LINKAGE SECTION.
001860 01  FECHA-LNK                  PIC 9(8).
001870 01  COMIDA-LNK                 PIC X.
001880     88 COMIDA-DESAYUNO         VALUE "D".
001890     88 COMIDA-ALMUERZO         VALUE "A".
001900     88 COMIDA-CENA             VALUE "C".

001910 PROCEDURE DIVISION USING FECHA-LNK COMIDA-LNK.

001920 MAINLINE.
001930     PERFORM ABRIR-ARCHIVOS.
001940     PERFORM CARGAR-CIRUGIAS.
001950     MOVE SPACES TO SERVHO-CAM.
001960     START ARCHIVO-CAMAS-HOSP KEY IS >= SERVHO-CAM
001970           INVALID KEY MOVE 1 TO SW-FIN-CAM-W
001980     END-START.
001990     PERFORM LEER-CAMA.
002000     PERFORM EVALUAR-CAMA UNTIL SW-FIN-CAM-W = 1.
002010     PERFORM GRABAR-CONTEO.
002020     PERFORM CERRAR-ARCHIVOS.
002030     EXIT PROGRAM.

002040 ABRIR-ARCHIVOS.
002050     MOVE 0 TO SW-FIN-CAM-W SW-CAMAS-W SW-DIETAS-W SW-ALERGIAS-W
002060               TOTAL-CIR-W TOT-CAMAS-W TOT-ALERTAS-W.
002070     INITIALIZE CONTEO-DIETAS-W.
002080     EVALUATE TRUE
002090        WHEN COMIDA-DESAYUNO MOVE 0700 TO HORA-COMIDA-W
002100        WHEN COMIDA-ALMUERZO MOVE 1200 TO HORA-COMIDA-W
002110        WHEN OTHER           MOVE 1800 TO HORA-COMIDA-W
002120     END-EVALUATE.
002130     COMPUTE FECHA-MANANA-W = FUNCTION DATE-OF-INTEGER
002140         (FUNCTION INTEGER-OF-DATE(FECHA-LNK) + 1).
002150     OPEN OUTPUT CENSO-DIETAS.
002160     MOVE SPACES TO LIN-CENSODIE.
002170     STRING "CENSO DE BANDEJAS - FECHA " FECHA-LNK
002180            " COMIDA " COMIDA-LNK " HORA " HORA-COMIDA-W
002190            DELIMITED BY SIZE INTO LIN-CENSODIE.
002200     WRITE LIN-CENSODIE.
002210     OPEN INPUT ARCHIVO-CAMAS-HOSP.
002220     IF OTR-STAT NOT = "00"
002230        MOVE 1 TO SW-FIN-CAM-W SW-CAMAS-W
002240     END-IF.
002250     OPEN INPUT ARCHIVO-DIETAS.
002260     IF OTR-STAT NOT = "00"
002270        MOVE 1 TO SW-DIETAS-W
002280     END-IF.
002290     OPEN INPUT ARCHIVO-ALERGIAS.
002300     IF OTR-STAT NOT = "00"
002310        MOVE 1 TO SW-ALERGIAS-W
002320     END-IF.
002330     OPEN I-O ARCHIVO-BANDEJAS.
002340     IF OTR-STAT = "35"
002350        OPEN OUTPUT ARCHIVO-BANDEJAS
002360        CLOSE ARCHIVO-BANDEJAS
002370        OPEN I-O ARCHIVO-BANDEJAS
002380     END-IF.

      * CIRUGIAS PROGRAMADAS PARA LA MANANA SIGUIENTE: EL ARCHIVO NO
      * TIENE LLAVE POR PACIENTE, SE RECORRE UNA VEZ A TABLA.
002390 CARGAR-CIRUGIAS.
002400     OPEN INPUT ARCHIVO-PROG-CIR.
002410     IF OTR-STAT = "00"
002420        MOVE 0 TO SW-FIN-W
002430        PERFORM LEER-CIRUGIA UNTIL SW-FIN-W = 1
002440        CLOSE ARCHIVO-PROG-CIR
002450     END-IF.

002460 LEER-CIRUGIA.
002470     READ ARCHIVO-PROG-CIR NEXT
002480          AT END MOVE 1 TO SW-FIN-W
002490     END-READ.
002500     IF SW-FIN-W = 0
002510        AND FECHA-CIR-PROGC = FECHA-MANANA-W
002520        AND HORA-INI-PROGC < 1200
002530        AND CIRUGIA-PROGRAMADA
002540        AND TOTAL-CIR-W < MAX-CIR-W
002550        ADD 1 TO TOTAL-CIR-W
002560        MOVE PACI-PROGC TO PACI-CIR-W (TOTAL-CIR-W)
002570     END-IF.

002580 LEER-CAMA.
002590     IF SW-FIN-CAM-W = 0
002600        READ ARCHIVO-CAMAS-HOSP NEXT
002610             AT END MOVE 1 TO SW-FIN-CAM-W
002620        END-READ
002630     END-IF.

002640 EVALUAR-CAMA.
002650     IF CAMA-OCUPADA
002660        ADD 1 TO TOT-CAMAS-W
002670        PERFORM LISTAR-CAMA
002680     END-IF.
002690     PERFORM LEER-CAMA.

002700 LISTAR-CAMA.
002710     MOVE FECHA-LNK     TO FECHA-BUSCA-W.
002720     MOVE HORA-COMIDA-W TO HORA-BUSCA-W.
002730     PERFORM BUSCAR-DIETA.
002740     MOVE SERVHO-CAM TO SERVHO-REP.
002750     MOVE COD-CAM    TO CAMA-REP.
002760     MOVE PACI-CAM   TO PACI-REP.
002770     IF SW-HALLADA-W = 1
002780        MOVE TIPO-HALLADO-W   TO DIETA-REP
002790        MOVE OBSERV-HALLADA-W TO OBSERV-REP
002800     ELSE
002810        MOVE "CO" TO DIETA-REP TIPO-HALLADO-W
002820        MOVE "SIN ORDEN DE DIETA - SE SIRVE CORRIENTE"
002830          TO OBSERV-REP
002840     END-IF.
002850     MOVE LIN-CENSO-REP TO LIN-CENSODIE.
002860     WRITE LIN-CENSODIE.
002870     PERFORM UBICAR-TIPO.
002880     IF POS-TAB-W > 0
002890        ADD 1 TO CANT-TAB-W (POS-TAB-W)
002900        IF SW-ALERGIAS-W = 0 AND TIPO-HALLADO-W NOT = "NV"
002910           PERFORM CRUZAR-ALERGIAS
002920        END-IF
002930     END-IF.
002940     PERFORM CRUZAR-CIRUGIA.

      * DIETA EN FIRME EN FECHA-BUSCA/HORA-BUSCA: LA ULTIMA ORDEN
      * DEL FOLIO QUE EMPIEZA ANTES, SI NO SE HABIA CERRADO YA.
002950 BUSCAR-DIETA.
002960     MOVE 0 TO SW-HALLADA-W.
002970     IF SW-DIETAS-W = 0
002980        COMPUTE MOMENTO-BUSCA-W =
002990            FECHA-BUSCA-W * 10000 + HORA-BUSCA-W
003000        MOVE 0 TO SW-FIN-W
003010        MOVE PACI-CAM      TO PACI-DIE
003020        MOVE FOLIO-CAM     TO FOLIO-DIE
003030        MOVE FECHA-BUSCA-W TO FECHA-INI-DIE
003040        MOVE HORA-BUSCA-W  TO HORA-INI-DIE
003050        START ARCHIVO-DIETAS KEY IS <= LLAVE-DIE
003060              INVALID KEY MOVE 1 TO SW-FIN-W
003070        END-START
003080        IF SW-FIN-W = 0
003090           READ ARCHIVO-DIETAS PREVIOUS
003100                AT END MOVE 1 TO SW-FIN-W
003110           END-READ
003120        END-IF
003130        IF SW-FIN-W = 0
003140           AND PACI-DIE = PACI-CAM AND FOLIO-DIE = FOLIO-CAM
003150           COMPUTE MOMENTO-FIN-W =
003160               FECHA-FIN-DIE * 10000 + HORA-FIN-DIE
003170           IF DIETA-ACTIVA OR MOMENTO-FIN-W > MOMENTO-BUSCA-W
003180              MOVE 1          TO SW-HALLADA-W
003190              MOVE TIPO-DIE   TO TIPO-HALLADO-W
003200              MOVE OBSERV-DIE TO OBSERV-HALLADA-W
003210           END-IF
003220        END-IF
003230     END-IF.

003240 UBICAR-TIPO.
003250     MOVE 0 TO POS-TAB-W.
003260     PERFORM COMPARAR-TIPO
003270             VARYING IX-TAB-W FROM 1 BY 1
003280             UNTIL IX-TAB-W > 7 OR POS-TAB-W > 0.

003290 COMPARAR-TIPO.
003300     IF TIPO-TAB-W (IX-TAB-W) = TIPO-HALLADO-W
003310        MOVE IX-TAB-W TO POS-TAB-W
003320     END-IF.

003330 CRUZAR-ALERGIAS.
003340     MOVE 0 TO SW-FIN-W.
003350     MOVE PACI-CAM TO PACI-ALERG.
003360     MOVE 0        TO SECUEN-ALERG.
003370     START ARCHIVO-ALERGIAS KEY IS >= LLAVE-ALERG
003380           INVALID KEY MOVE 1 TO SW-FIN-W
003390     END-START.
003400     PERFORM LEER-ALERGIA UNTIL SW-FIN-W = 1.

003410 LEER-ALERGIA.
003420     READ ARCHIVO-ALERGIAS NEXT
003430          AT END MOVE 1 TO SW-FIN-W
003440     END-READ.
003450     IF SW-FIN-W = 0
003460        IF PACI-ALERG NOT = PACI-CAM
003470           MOVE 1 TO SW-FIN-W
003480        ELSE
003490           IF ALERGIA-ACTIVA AND GRUPO-ALERG (1:3) = "ALI"
003500              PERFORM COMPARAR-GRUPO
003510                      VARYING IX-GRUPO-W FROM 1 BY 1
003520                      UNTIL IX-GRUPO-W > 4
003530           END-IF
003540        END-IF
003550     END-IF.

003560 COMPARAR-GRUPO.
003570     IF GRUPO-TAB-W (POS-TAB-W IX-GRUPO-W) = GRUPO-ALERG
003580        MOVE SPACES TO LIN-CENSODIE
003590        STRING "     ** ALERGIA ALIMENTARIA " GRUPO-ALERG
003600               " " SUSTANCIA-ALERG " EN DIETA "
003610               TIPO-HALLADO-W " - " REACCION-ALERG
003620               DELIMITED BY SIZE INTO LIN-CENSODIE
003630        WRITE LIN-CENSODIE
003640        ADD 1 TO TOT-ALERTAS-W
003650     END-IF.

      * CON CIRUGIA EN LA MANANA SIGUIENTE DEBE HABER AYUNO EN
      * FIRME A LA MEDIANOCHE.
003660 CRUZAR-CIRUGIA.
003670     MOVE 0 TO SW-FIN-W.
003680     PERFORM COMPARAR-CIRUGIA
003690             VARYING IX-CIR-W FROM 1 BY 1
003700             UNTIL IX-CIR-W > TOTAL-CIR-W OR SW-FIN-W = 1.
003710     IF SW-FIN-W = 1
003720        MOVE FECHA-MANANA-W TO FECHA-BUSCA-W
003730        MOVE 0              TO HORA-BUSCA-W
003740        PERFORM BUSCAR-DIETA
003750        IF SW-HALLADA-W = 0 OR TIPO-HALLADO-W NOT = "NV"
003760           MOVE SPACES TO LIN-CENSODIE
003770           STRING "     ** CIRUGIA PROGRAMADA " FECHA-MANANA-W
003780                  " SIN AYUNO (NV) ORDENADO"
003790                  DELIMITED BY SIZE INTO LIN-CENSODIE
003800           WRITE LIN-CENSODIE
003810           ADD 1 TO TOT-ALERTAS-W
003820        END-IF
003830     END-IF.

003840 COMPARAR-CIRUGIA.
003850     IF PACI-CIR-W (IX-CIR-W) = PACI-CAM
003860        MOVE 1 TO SW-FIN-W
003870     END-IF.

      * EL CONTEO SE REEMPLAZA SI EL CENSO DE LA COMIDA SE REPITE.
003880 GRABAR-CONTEO.
003890     PERFORM GRABAR-UN-TIPO
003900             VARYING IX-TAB-W FROM 1 BY 1
003910             UNTIL IX-TAB-W > 7.
003920     MOVE SPACES TO LIN-CENSODIE.
003930     STRING "CAMAS OCUPADAS " TOT-CAMAS-W
003940            " ADVERTENCIAS " TOT-ALERTAS-W
003950            DELIMITED BY SIZE INTO LIN-CENSODIE.
003960     WRITE LIN-CENSODIE.

003970 GRABAR-UN-TIPO.
003980     MOVE FECHA-LNK              TO FECHA-BAN.
003990     MOVE COMIDA-LNK             TO COMIDA-BAN.
004000     MOVE TIPO-TAB-W (IX-TAB-W)  TO TIPO-BAN.
004010     MOVE CANT-TAB-W (IX-TAB-W)  TO CANT-BAN.
004020     REWRITE REG-BAN
004030         INVALID KEY WRITE REG-BAN END-WRITE
004040     END-REWRITE.
004050     MOVE SPACES TO LIN-CENSODIE.
004060     STRING "BANDEJAS " TIPO-TAB-W (IX-TAB-W) " "
004070            CANT-TAB-W (IX-TAB-W)
004080            DELIMITED BY SIZE INTO LIN-CENSODIE.
004090     WRITE LIN-CENSODIE.

004100 CERRAR-ARCHIVOS.
004110     CLOSE CENSO-DIETAS ARCHIVO-BANDEJAS.
004120     IF SW-CAMAS-W = 0
004130        CLOSE ARCHIVO-CAMAS-HOSP
004140     END-IF.
004150     IF SW-DIETAS-W = 0
004160        CLOSE ARCHIVO-DIETAS
004170     END-IF.
004180     IF SW-ALERGIAS-W = 0
004190        CLOSE ARCHIVO-ALERGIAS
004200     END-IF.
