      *=================================================================
      * HISTORIA CLINICA - LISTA DE ACCESOS A LA HISTORIA DEL PACIENTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO EL PACIENTE PIDE SABER QUIEN CONSULTO SU HISTORIA, SACA
      * DE LA BITACORA ARCHIVO-ACCESO-HC (HC152) LOS ACCESOS ENTRE
      * FECHA-DESDE-LNK Y FECHA-HASTA-LNK Y LOS ESCRIBE EN
      * SC-ACCESOPACI.TXT PARA IMPRIMIR: FECHA, HORA, USUARIO,
      * PROFESIONAL (ARCHIVO-USU-CLINICO + ARCHIVO-PROFESIONALES), QUE
      * SE ABRIO Y EN CALIDAD DE QUE, CON EL MOTIVO CUANDO LO HUBO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC152-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ACCESO-HC LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ACCESOHC-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ACC
000140         ALTERNATE RECORD KEY IS FECHA-REG-ACC WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-USU-CLINICO LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-USUCLIN-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-USU-UCL
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-PROFESIONALES LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PROF-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS COD-PROF
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-PACIE-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS COD-PACI
000330         FILE STATUS IS OTR-STAT.

000340     SELECT LISTADO-ACCESOS
000350         ASSIGN NOM-LISTADO-W
000360         ORGANIZATION IS LINE SEQUENTIAL.

000370 DATA DIVISION.
000380 FILE SECTION.

000390 FD  ARCHIVO-ACCESO-HC
000400     LABEL RECORD STANDARD.
000410 01  REG-ACC.
000420     02 LLAVE-ACC.
000430        03 PACI-ACC             PIC X(15).
000440        03 FECHA-ACC            PIC 9(8).
000450        03 HORA-ACC             PIC 9(6).
000460        03 USU-ACC              PIC X(4).
000470        03 SECU-ACC             PIC 9(2).
000480     02 FECHA-REG-ACC           PIC 9(8).
000490     02 FOLIO-ACC               PIC X(8).
000500     02 ORIGEN-ACC              PIC X.
000510        88 ACC-HISTORIA         VALUE "H".
000520        88 ACC-EVOLUCION        VALUE "E".
000530        88 ACC-DOCUMENTOS       VALUE "D".
000540        88 ACC-EXPORTE          VALUE "X".
000550     02 TIPO-ACC                PIC X.
000560        88 ACC-TRATANTE         VALUE "T".
000570        88 ACC-SERVICIO         VALUE "S".
000580        88 ACC-RUPTURA          VALUE "G".
000590        88 ACC-AUTORIZADO       VALUE "L".
000600     02 MOTIVO-ACC              PIC X(60).

000610 FD  ARCHIVO-USU-CLINICO
000620     LABEL RECORD STANDARD.
000630 01  REG-UCL.
000640     02 COD-USU-UCL             PIC X(4).
000650     02 PROF-UCL                PIC X(6).
000660     02 SERVHO-UCL              PIC X(4).
000670     02 ID-PERSONA-UCL          PIC X(15).

000680 FD  ARCHIVO-PROFESIONALES
000690     LABEL RECORD STANDARD.
000700 01  REG-PROF.
000710     02 COD-PROF                PIC X(6).
000720     02 DESCRIP-PROF            PIC X(40).

000730 FD  ARCHIVO-PACIENTES
000740     LABEL RECORD STANDARD.
000750 01  REG-PACI.
000760     02 COD-PACI                PIC X(15).
000770     02 DESCRIP-PACI            PIC X(40).
000780     02 EPS-PACI                PIC X(6).
000790     02 ID-COTIZ-PACI           PIC X(15).
000800     02 ESTADO-PACI             PIC X.
000810     02 FUSIONADO-EN-PACI       PIC X(15).
000820     02 FECHA-FUSION-PACI       PIC 9(8).
000830     02 TELEFONO-PACI           PIC X(15).
000840     02 FECHA-NAC-PACI          PIC 9(8).
000850     02 SEXO-PACI               PIC X.
000860     02 PLAN-PACI               PIC XX.
000870     02 NIVEL-INGRESO-PACI      PIC 9.
000880     02 FILLER                  PIC X(9).

000890 FD  LISTADO-ACCESOS
000900     LABEL RECORD STANDARD.
000910 01  LIN-ACCESOS                PIC X(132).

000920 WORKING-STORAGE SECTION.

000930 77  NOM-ACCESOHC-W             PIC X(60)
000940     VALUE "D:\progelect\DATOS\SC-ACCESOHC.DAT".
000950 77  NOM-USUCLIN-W              PIC X(60)
000960     VALUE "D:\progelect\DATOS\SC-USUCLIN.DAT".
000970 77  NOM-PROF-W                 PIC X(60)
000980     VALUE "D:\progelect\CONTROL\SC-ARCHPROF.DAT".
000990 77  NOM-PACIE-W                PIC X(60)
001000     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001010 77  NOM-LISTADO-W              PIC X(60)
001020     VALUE "D:\progelect\DATOS\SC-ACCESOPACI.TXT".
001030 77  OTR-STAT                   PIC XX.
001040 77  SW-FIN-ACC-W               PIC 9 VALUE 0.
001050 77  SW-HAY-UCL-W               PIC 9 VALUE 0.
001060 77  SW-HAY-PROF-W              PIC 9 VALUE 0.
001070 77  TOT-ACCESOS-W              PIC 9(5) VALUE 0.

001080 01  LIN-TITULO-AP.
001090     02 FILLER                  PIC X(39)
001100        VALUE "ACCESOS A LA HISTORIA CLINICA DE:      ".
001110     02 PACI-TIT-AP             PIC X(15).
001120     02 FILLER                  PIC X VALUE SPACE.
001130     02 NOMBRE-TIT-AP           PIC X(40).
001140 01  LIN-PERIODO-AP.
001150     02 FILLER                  PIC X(16)
001160        VALUE "PERIODO DESDE:  ".
001170     02 DESDE-AP                PIC 9(8).
001180     02 FILLER                  PIC X(9) VALUE "  HASTA: ".
001190     02 HASTA-AP                PIC 9(8).
001200 01  LIN-COLUMNAS-AP.
001210     02 FILLER                  PIC X(33) VALUE
001220        "FECHA    HORA   USUA PROFESIONAL ".
001230     02 FILLER                  PIC X(29) VALUE
001240        "                             ".
001250     02 FILLER                  PIC X(27) VALUE
001260        "CONSULTO    CALIDAD   FOLIO".
001270 01  LIN-DETALLE-AP.
001280     02 FECHA-AP                PIC 9(8).
001290     02 FILLER                  PIC X VALUE SPACE.
001300     02 HORA-AP                 PIC 9(6).
001310     02 FILLER                  PIC X VALUE SPACE.
001320     02 USU-AP                  PIC X(4).
001330     02 FILLER                  PIC X VALUE SPACE.
001340     02 PROF-AP                 PIC X(40).
001350     02 FILLER                  PIC X VALUE SPACE.
001360     02 ORIGEN-AP               PIC X(11).
001370     02 FILLER                  PIC X VALUE SPACE.
001380     02 TIPO-AP                 PIC X(9).
001390     02 FILLER                  PIC X VALUE SPACE.
001400     02 FOLIO-AP                PIC X(8).
001410 01  LIN-MOTIVO-AP.
001420     02 FILLER                  PIC X(16) VALUE SPACES.
001430     02 FILLER                  PIC X(8) VALUE "MOTIVO: ".
001440     02 MOTIVO-AP               PIC X(60).
001450 01  LIN-TOTAL-AP.
001460     02 FILLER                  PIC X(18)
001470        VALUE "TOTAL ACCESOS:    ".
001480     02 TOTAL-AP                PIC ZZZZ9.

001490 LINKAGE SECTION.
001500 01  PACI-LNK                   PIC X(15).
001510 01  FECHA-DESDE-LNK            PIC 9(8).
001520 01  FECHA-HASTA-LNK            PIC 9(8).

001530 PROCEDURE DIVISION USING PACI-LNK FECHA-DESDE-LNK
001540                          FECHA-HASTA-LNK.

001550 MAINLINE.
001560     OPEN INPUT ARCHIVO-ACCESO-HC.
001570     IF OTR-STAT NOT = "00"
001580        DISPLAY "NO HAY ACCESOS REGISTRADOS"
001590        EXIT PROGRAM
001600     END-IF.
001610     MOVE 0 TO SW-HAY-UCL-W SW-HAY-PROF-W.
001620     OPEN INPUT ARCHIVO-USU-CLINICO.
001630     IF OTR-STAT = "00"
001640        MOVE 1 TO SW-HAY-UCL-W
001650     END-IF.
001660     OPEN INPUT ARCHIVO-PROFESIONALES.
001670     IF OTR-STAT = "00"
001680        MOVE 1 TO SW-HAY-PROF-W
001690     END-IF.
001700     MOVE SPACES TO DESCRIP-PACI.
001710     OPEN INPUT ARCHIVO-PACIENTES.
001720     IF OTR-STAT = "00"
001730        MOVE PACI-LNK TO COD-PACI
001740        READ ARCHIVO-PACIENTES
001750             INVALID KEY MOVE SPACES TO DESCRIP-PACI
001760        END-READ
001770        CLOSE ARCHIVO-PACIENTES
001780     END-IF.
001790     OPEN OUTPUT LISTADO-ACCESOS.
001800     MOVE PACI-LNK        TO PACI-TIT-AP.
001810     MOVE DESCRIP-PACI    TO NOMBRE-TIT-AP.
001820     MOVE LIN-TITULO-AP   TO LIN-ACCESOS.
001830     WRITE LIN-ACCESOS.
001840     MOVE FECHA-DESDE-LNK TO DESDE-AP.
001850     MOVE FECHA-HASTA-LNK TO HASTA-AP.
001860     MOVE LIN-PERIODO-AP  TO LIN-ACCESOS.
001870     WRITE LIN-ACCESOS.
001880     MOVE LIN-COLUMNAS-AP TO LIN-ACCESOS.
001890     WRITE LIN-ACCESOS.
001900     INITIALIZE LLAVE-ACC.
001910     MOVE PACI-LNK        TO PACI-ACC.
001920     MOVE FECHA-DESDE-LNK TO FECHA-ACC.
001930     START ARCHIVO-ACCESO-HC KEY IS >= LLAVE-ACC
001940           INVALID KEY MOVE 1 TO SW-FIN-ACC-W
001950     END-START.
001960     PERFORM LISTAR-ACCESO UNTIL SW-FIN-ACC-W = 1.
001970     MOVE TOT-ACCESOS-W   TO TOTAL-AP.
001980     MOVE LIN-TOTAL-AP    TO LIN-ACCESOS.
001990     WRITE LIN-ACCESOS.
002000     CLOSE ARCHIVO-ACCESO-HC LISTADO-ACCESOS.
002010     IF SW-HAY-UCL-W = 1
002020        CLOSE ARCHIVO-USU-CLINICO
002030     END-IF.
002040     IF SW-HAY-PROF-W = 1
002050        CLOSE ARCHIVO-PROFESIONALES
002060     END-IF.
002070     DISPLAY "ACCESOS LISTADOS:          " TOT-ACCESOS-W.
002080     EXIT PROGRAM.

002090 LISTAR-ACCESO.
002100     READ ARCHIVO-ACCESO-HC NEXT
002110          AT END MOVE 1 TO SW-FIN-ACC-W
002120     END-READ.
002130     IF SW-FIN-ACC-W = 0
002140        IF PACI-ACC NOT = PACI-LNK
002150           OR FECHA-ACC > FECHA-HASTA-LNK
002160           MOVE 1 TO SW-FIN-ACC-W
002170        ELSE
002180           PERFORM ESCRIBIR-ACCESO
002190        END-IF
002200     END-IF.

002210 ESCRIBIR-ACCESO.
002220     ADD 1 TO TOT-ACCESOS-W.
002230     MOVE FECHA-ACC  TO FECHA-AP.
002240     MOVE HORA-ACC   TO HORA-AP.
002250     MOVE USU-ACC    TO USU-AP.
002260     MOVE FOLIO-ACC  TO FOLIO-AP.
002270     MOVE SPACES     TO PROF-AP.
002280     IF SW-HAY-UCL-W = 1
002290        MOVE USU-ACC TO COD-USU-UCL
002300        READ ARCHIVO-USU-CLINICO
002310             INVALID KEY MOVE SPACES TO PROF-UCL
002320        END-READ
002330        IF PROF-UCL NOT = SPACES AND SW-HAY-PROF-W = 1
002340           MOVE PROF-UCL TO COD-PROF
002350           READ ARCHIVO-PROFESIONALES
002360                INVALID KEY MOVE PROF-UCL TO DESCRIP-PROF
002370           END-READ
002380           MOVE DESCRIP-PROF TO PROF-AP
002390        END-IF
002400     END-IF.
002410     EVALUATE TRUE
002420        WHEN ACC-HISTORIA
002430             MOVE "HISTORIA"    TO ORIGEN-AP
002440        WHEN ACC-EVOLUCION
002450             MOVE "EVOLUCION"   TO ORIGEN-AP
002460        WHEN ACC-DOCUMENTOS
002470             MOVE "DOCUMENTOS"  TO ORIGEN-AP
002480        WHEN ACC-EXPORTE
002490             MOVE "COPIA CERT." TO ORIGEN-AP
002500        WHEN OTHER
002510             MOVE ORIGEN-ACC    TO ORIGEN-AP
002520     END-EVALUATE.
002530     EVALUATE TRUE
002540        WHEN ACC-TRATANTE
002550             MOVE "TRATANTE"    TO TIPO-AP
002560        WHEN ACC-SERVICIO
002570             MOVE "SERVICIO"    TO TIPO-AP
002580        WHEN ACC-RUPTURA
002590             MOVE "EXCEPCION"   TO TIPO-AP
002600        WHEN ACC-AUTORIZADO
002610             MOVE "AUTORIZAD"   TO TIPO-AP
002620        WHEN OTHER
002630             MOVE TIPO-ACC      TO TIPO-AP
002640     END-EVALUATE.
002650     MOVE LIN-DETALLE-AP TO LIN-ACCESOS.
002660     WRITE LIN-ACCESOS.
002670     IF MOTIVO-ACC NOT = SPACES
002680        MOVE MOTIVO-ACC    TO MOTIVO-AP
002690        MOVE LIN-MOTIVO-AP TO LIN-ACCESOS
002700        WRITE LIN-ACCESOS
002710     END-IF.
