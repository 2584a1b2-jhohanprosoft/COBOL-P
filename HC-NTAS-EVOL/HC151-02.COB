      *=================================================================
      * HISTORIA CLINICA - OPORTUNIDAD MENSUAL DE LA REMISION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * INFORME SC-OPORREM-AAAAMM.TXT DE LAS REMISIONES (HC151) CUYA
      * DECISION DE REMITIR CAYO EN EL MES RECIBIDO, POR ENTIDAD Y
      * ESPECIALIDAD: CASOS, ACEPTADAS, SALIDAS, CANCELADAS, RECHAZOS
      * DE LAS IPS CONTACTADAS Y LA OPORTUNIDAD PROMEDIO EN MINUTOS
      * DECISION -> ACEPTACION Y DECISION -> SALIDA DE LA AMBULANCIA.
      * LA ULTIMA LINEA TRAE EL TOTAL DE LA INSTITUCION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC151-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-REMISION LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-REMISION-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-REM
000140         ALTERNATE RECORD KEY IS FECHA-DECISION-REM
000150            WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT INFORME-OPORREM
000180         ASSIGN NOM-OPORREM-W
000190         ORGANIZATION IS LINE SEQUENTIAL.

000200 DATA DIVISION.
000210 FILE SECTION.

000220 FD  ARCHIVO-REMISION
000230     LABEL RECORD STANDARD.
000240 01  REG-REM.
000250     02 LLAVE-REM.
000260        03 ID-REM               PIC X(15).
000270        03 FOLIO-REM            PIC X(8).
000280     02 FECHA-DECISION-REM      PIC 9(8).
000290     02 HORA-DECISION-REM       PIC 9(4).
000300     02 MEDICO-REM              PIC 9(10).
000310     02 EPS-REM                 PIC X(6).
000320     02 MOTIVO-REM              PIC X(80).
000330     02 CIE-REM                 PIC X(4).
000340     02 ESPEC-REM               PIC X(3).
000350     02 NIVEL-REM               PIC 9.
000360     02 ESTADO-REM              PIC X.
000370        88 REM-EN-GESTION       VALUE "G".
000380        88 REM-ACEPTADA         VALUE "A".
000390        88 REM-EN-TRASLADO      VALUE "T".
000400        88 REM-FINALIZADA       VALUE "F".
000410        88 REM-CANCELADA        VALUE "X".
000420     02 CONTACTOS-REM           PIC 9(3).
000430     02 RECHAZOS-REM            PIC 9(3).
000440     02 IPS-ACEPTA-REM          PIC X(12).
000450     02 NOMBRE-IPS-REM          PIC X(40).
000460     02 FECHA-ACEPTA-REM        PIC 9(8).
000470     02 HORA-ACEPTA-REM         PIC 9(4).
000480     02 NRO-CRUE-REM            PIC X(15).
000490     02 AMBULANCIA-REM          PIC X(10).
000500     02 FECHA-SALIDA-REM        PIC 9(8).
000510     02 HORA-SALIDA-REM         PIC 9(4).
000520     02 FECHA-LLEGADA-REM       PIC 9(8).
000530     02 HORA-LLEGADA-REM        PIC 9(4).
000540     02 OBSERV-REM              PIC X(60).

000550 FD  INFORME-OPORREM
000560     LABEL RECORD STANDARD.
000570 01  LIN-OPORREM                PIC X(100).

000580 WORKING-STORAGE SECTION.

000590 77  NOM-REMISION-W             PIC X(60)
000600     VALUE "D:\progelect\DATOS\SC-REMISION.DAT".
000610 77  NOM-OPORREM-W              PIC X(60) VALUE SPACES.
000620 77  OTR-STAT                   PIC XX.
000630 77  SW-FIN-REM-W               PIC 9 VALUE 0.
000640 77  SW-HALLADO-W               PIC 9 VALUE 0.
000650 77  I                          PIC 9(3) VALUE 0.
000660 77  TOT-GRUPOS-W               PIC 9(3) VALUE 0.
000670 77  FECHA-INI-W                PIC 9(8) VALUE 0.
000680 77  FECHA-FIN-W                PIC 9(8) VALUE 0.
000690 77  HORAS-W                    PIC 9(2) VALUE 0.
000700 77  MINUTOS-W                  PIC 9(2) VALUE 0.
000710 77  MIN-DESDE-W                PIC 9(4) VALUE 0.
000720 77  MIN-HASTA-W                PIC 9(4) VALUE 0.
000730 77  TRANSCURRIDO-W             PIC S9(7) VALUE 0.
000740 77  PROMEDIO-W                 PIC 9(7) VALUE 0.

000750 01  TABLA-OPOR-W.
000760     02 GRUPO-OPOR-W OCCURS 200.
000770        03 EPS-OPOR-W           PIC X(6).
000780        03 ESPEC-OPOR-W         PIC X(3).
000790        03 ACUM-OPOR-W.
000800           04 CASOS-OPOR-W      PIC 9(5).
000810           04 ACEPTADAS-OPOR-W  PIC 9(5).
000820           04 MIN-ACEPTA-OPOR-W PIC 9(9).
000830           04 SALIDAS-OPOR-W    PIC 9(5).
000840           04 MIN-SALIDA-OPOR-W PIC 9(9).
000850           04 CANCELADAS-OPOR-W PIC 9(5).
000860           04 RECHAZOS-OPOR-W   PIC 9(5).

000870 01  TOTAL-OPOR-W.
000880     02 CASOS-TOT-W             PIC 9(5).
000890     02 ACEPTADAS-TOT-W         PIC 9(5).
000900     02 MIN-ACEPTA-TOT-W        PIC 9(9).
000910     02 SALIDAS-TOT-W           PIC 9(5).
000920     02 MIN-SALIDA-TOT-W        PIC 9(9).
000930     02 CANCELADAS-TOT-W        PIC 9(5).
000940     02 RECHAZOS-TOT-W          PIC 9(5).

000950 01  LIN-TITULO-OR.
000960     02 FILLER                  PIC X(44)
000970        VALUE "OPORTUNIDAD DE LA REMISION - DECISION EN MES".
000980     02 FILLER                  PIC X VALUE SPACE.
000990     02 PERIODO-TIT-OR          PIC 9(6).
001000 01  LIN-COLUMNAS-OR.
001010     02 FILLER                  PIC X(50) VALUE
001020        "ENTID. ESP CASOS   ACEPT PROM.ACE   SALID PROM.SAL".
001030     02 FILLER                  PIC X(20) VALUE
001040        "   CANCEL  RECHAZOS".
001050 01  LIN-DETALLE-OR.
001060     02 EPS-OR                  PIC X(6).
001070     02 FILLER                  PIC X VALUE SPACE.
001080     02 ESPEC-OR                PIC X(3).
001090     02 FILLER                  PIC X VALUE SPACE.
001100     02 CASOS-OR                PIC ZZZZ9.
001110     02 FILLER                  PIC X(3) VALUE SPACES.
001120     02 ACEPTADAS-OR            PIC ZZZZ9.
001130     02 FILLER                  PIC X VALUE SPACE.
001140     02 PROM-ACEPTA-OR          PIC Z(7)9.
001150     02 FILLER                  PIC X(3) VALUE SPACES.
001160     02 SALIDAS-OR              PIC ZZZZ9.
001170     02 FILLER                  PIC X VALUE SPACE.
001180     02 PROM-SALIDA-OR          PIC Z(7)9.
001190     02 FILLER                  PIC X(4) VALUE SPACES.
001200     02 CANCELADAS-OR           PIC ZZZZ9.
001210     02 FILLER                  PIC X(4) VALUE SPACES.
001220     02 RECHAZOS-OR             PIC ZZZZ9.

001230 LINKAGE SECTION.
001240 01  PERIODO-LNK                PIC 9(6).

001250 PROCEDURE DIVISION USING PERIODO-LNK.

001260 MAINLINE.
001270     OPEN INPUT ARCHIVO-REMISION.
001280     IF OTR-STAT NOT = "00"
001290        DISPLAY "NO HAY REMISIONES REGISTRADAS"
001300        EXIT PROGRAM
001310     END-IF.
001320     INITIALIZE TABLA-OPOR-W TOTAL-OPOR-W.
001330     COMPUTE FECHA-INI-W = PERIODO-LNK * 100 + 1.
001340     COMPUTE FECHA-FIN-W = PERIODO-LNK * 100 + 31.
001350     MOVE FECHA-INI-W TO FECHA-DECISION-REM.
001360     START ARCHIVO-REMISION KEY IS >= FECHA-DECISION-REM
001370           INVALID KEY MOVE 1 TO SW-FIN-REM-W
001380     END-START.
001390     PERFORM ACUMULAR-REMISION UNTIL SW-FIN-REM-W = 1.
001400     CLOSE ARCHIVO-REMISION.
001410     STRING "D:\progelect\DATOS\SC-OPORREM-" DELIMITED BY SIZE
001420            PERIODO-LNK                      DELIMITED BY SIZE
001430            ".TXT"                           DELIMITED BY SIZE
001440       INTO NOM-OPORREM-W
001450     END-STRING.
001460     OPEN OUTPUT INFORME-OPORREM.
001470     MOVE PERIODO-LNK   TO PERIODO-TIT-OR.
001480     MOVE LIN-TITULO-OR TO LIN-OPORREM.
001490     WRITE LIN-OPORREM.
001500     MOVE LIN-COLUMNAS-OR TO LIN-OPORREM.
001510     WRITE LIN-OPORREM.
001520     PERFORM ESCRIBIR-GRUPO VARYING I FROM 1 BY 1
001530             UNTIL I > TOT-GRUPOS-W.
001540     MOVE "TOTAL"          TO EPS-OR.
001550     MOVE SPACES           TO ESPEC-OR.
001560     MOVE TOTAL-OPOR-W     TO ACUM-OPOR-W (1).
001570     MOVE 1 TO I.
001580     PERFORM ESCRIBIR-DETALLE.
001590     CLOSE INFORME-OPORREM.
001600     DISPLAY "REMISIONES DEL PERIODO:    " CASOS-TOT-W.
001610     DISPLAY "ENTIDAD/ESPECIALIDAD:      " TOT-GRUPOS-W.
001620     EXIT PROGRAM.

001630 ACUMULAR-REMISION.
001640     READ ARCHIVO-REMISION NEXT
001650          AT END MOVE 1 TO SW-FIN-REM-W
001660     END-READ.
001670     IF SW-FIN-REM-W = 0
001680        IF FECHA-DECISION-REM > FECHA-FIN-W
001690           MOVE 1 TO SW-FIN-REM-W
001700        ELSE
001710           PERFORM UBICAR-GRUPO
001720           IF SW-HALLADO-W = 1
001730              PERFORM SUMAR-REMISION
001740           END-IF
001750        END-IF
001760     END-IF.

001770 UBICAR-GRUPO.
001780     MOVE 0 TO SW-HALLADO-W.
001790     PERFORM BUSCAR-GRUPO VARYING I FROM 1 BY 1
001800             UNTIL I > TOT-GRUPOS-W OR SW-HALLADO-W = 1.
001810     IF SW-HALLADO-W = 1
001820        SUBTRACT 1 FROM I
001830     ELSE
001840        IF TOT-GRUPOS-W < 200
001850           ADD 1 TO TOT-GRUPOS-W
001860           MOVE TOT-GRUPOS-W TO I
001870           MOVE EPS-REM      TO EPS-OPOR-W (I)
001880           MOVE ESPEC-REM    TO ESPEC-OPOR-W (I)
001890           MOVE 1 TO SW-HALLADO-W
001900        ELSE
001910           DISPLAY "TABLA DE ENTIDAD/ESPECIALIDAD LLENA "
001920                   EPS-REM " " ESPEC-REM
001930        END-IF
001940     END-IF.

001950 BUSCAR-GRUPO.
001960     IF EPS-OPOR-W (I) = EPS-REM AND ESPEC-OPOR-W (I) = ESPEC-REM
001970        MOVE 1 TO SW-HALLADO-W
001980     END-IF.

      *=================================================================
      * SUMA EL CASO; LA OPORTUNIDAD SOLO CUENTA CUANDO HAY FECHA DE
      * ACEPTACION O DE SALIDA REGISTRADA
      *=================================================================
001990 SUMAR-REMISION.
002000     ADD 1 TO CASOS-OPOR-W (I) CASOS-TOT-W.
002010     ADD RECHAZOS-REM TO RECHAZOS-OPOR-W (I) RECHAZOS-TOT-W.
002020     IF REM-CANCELADA
002030        ADD 1 TO CANCELADAS-OPOR-W (I) CANCELADAS-TOT-W
002040     END-IF.
002050     IF FECHA-ACEPTA-REM > 0
002060        MOVE HORA-DECISION-REM TO MIN-DESDE-W
002070        MOVE HORA-ACEPTA-REM   TO MIN-HASTA-W
002080        PERFORM PASAR-A-MINUTOS
002090        COMPUTE TRANSCURRIDO-W =
002100           (FUNCTION INTEGER-OF-DATE (FECHA-ACEPTA-REM)
002110          - FUNCTION INTEGER-OF-DATE (FECHA-DECISION-REM)) * 1440
002120          + MIN-HASTA-W - MIN-DESDE-W
002130        IF TRANSCURRIDO-W < 0
002140           MOVE 0 TO TRANSCURRIDO-W
002150        END-IF
002160        ADD 1 TO ACEPTADAS-OPOR-W (I) ACEPTADAS-TOT-W
002170        ADD TRANSCURRIDO-W TO MIN-ACEPTA-OPOR-W (I)
002180                              MIN-ACEPTA-TOT-W
002190     END-IF.
002200     IF FECHA-SALIDA-REM > 0
002210        MOVE HORA-DECISION-REM TO MIN-DESDE-W
002220        MOVE HORA-SALIDA-REM   TO MIN-HASTA-W
002230        PERFORM PASAR-A-MINUTOS
002240        COMPUTE TRANSCURRIDO-W =
002250           (FUNCTION INTEGER-OF-DATE (FECHA-SALIDA-REM)
002260          - FUNCTION INTEGER-OF-DATE (FECHA-DECISION-REM)) * 1440
002270          + MIN-HASTA-W - MIN-DESDE-W
002280        IF TRANSCURRIDO-W < 0
002290           MOVE 0 TO TRANSCURRIDO-W
002300        END-IF
002310        ADD 1 TO SALIDAS-OPOR-W (I) SALIDAS-TOT-W
002320        ADD TRANSCURRIDO-W TO MIN-SALIDA-OPOR-W (I)
002330                              MIN-SALIDA-TOT-W
002340     END-IF.

      *    CONVIERTE LAS HORAS HHMM DE MIN-DESDE-W Y MIN-HASTA-W EN
      *    MINUTOS DEL DIA
002350 PASAR-A-MINUTOS.
002360     DIVIDE MIN-DESDE-W BY 100 GIVING HORAS-W REMAINDER MINUTOS-W.
002370     COMPUTE MIN-DESDE-W = HORAS-W * 60 + MINUTOS-W.
002380     DIVIDE MIN-HASTA-W BY 100 GIVING HORAS-W REMAINDER MINUTOS-W.
002390     COMPUTE MIN-HASTA-W = HORAS-W * 60 + MINUTOS-W.

002400 ESCRIBIR-GRUPO.
002410     MOVE EPS-OPOR-W (I)   TO EPS-OR.
002420     MOVE ESPEC-OPOR-W (I) TO ESPEC-OR.
002430     PERFORM ESCRIBIR-DETALLE.

002440 ESCRIBIR-DETALLE.
002450     MOVE CASOS-OPOR-W (I)      TO CASOS-OR.
002460     MOVE ACEPTADAS-OPOR-W (I)  TO ACEPTADAS-OR.
002470     MOVE SALIDAS-OPOR-W (I)    TO SALIDAS-OR.
002480     MOVE CANCELADAS-OPOR-W (I) TO CANCELADAS-OR.
002490     MOVE RECHAZOS-OPOR-W (I)   TO RECHAZOS-OR.
002500     MOVE 0 TO PROM-ACEPTA-OR PROM-SALIDA-OR.
002510     IF ACEPTADAS-OPOR-W (I) > 0
002520        COMPUTE PROMEDIO-W ROUNDED =
002530                MIN-ACEPTA-OPOR-W (I) / ACEPTADAS-OPOR-W (I)
002540        MOVE PROMEDIO-W TO PROM-ACEPTA-OR
002550     END-IF.
002560     IF SALIDAS-OPOR-W (I) > 0
002570        COMPUTE PROMEDIO-W ROUNDED =
002580                MIN-SALIDA-OPOR-W (I) / SALIDAS-OPOR-W (I)
002590        MOVE PROMEDIO-W TO PROM-SALIDA-OR
002600     END-IF.
002610     MOVE LIN-DETALLE-OR TO LIN-OPORREM.
002620     WRITE LIN-OPORREM.
