      *=================================================================
      * SALUD - LOTE SEMANAL DE CALIDAD DEL DATO DEL PACIENTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-PACIENTES (SIN LOS FUSIONADOS) Y EVALUA CADA
      * REGISTRO CON SER114-02, QUE DEJA PUNTAJE Y REGLAS FALLIDAS EN
      * ARCHIVO-PACI-RIPS. LOS PACIENTES CON PUNTAJE MENOR DE 100 VAN
      * A LA LISTA DE TRABAJO SC-LISTACAL.TXT, AGRUPADA POR LA SEDE DE
      * SU PROXIMA CITA (PROGRAMADA O CONFIRMADA, DE HOY EN ADELANTE)
      * Y ORDENADA POR FECHA Y HORA DE ESA CITA, PARA QUE RECEPCION
      * CORRIJA PRIMERO A QUIEN LLEGA ANTES. LOS QUE NO TIENEN CITA VAN
      * AL FINAL BAJO "SIN CITA PROXIMA". EL ORDEN SE OBTIENE CON EL
      * ARCHIVO DE TRABAJO INDEXADO ARCHIVO-LISTA-CAL, QUE SE CREA
      * NUEVO EN CADA CORRIDA.
      * CADA CORRIDA DEJA UN REGISTRO EN ARCHIVO-TEND-CALIDAD POR
      * FECHA CON LOS TOTALES Y LAS FALLAS POR REGLA; LA TENDENCIA LA
      * LISTA SER114-04.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER114-03.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PACIE-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-PACI
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CITAS LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CITAS-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-CIT
000200         ALTERNATE RECORD KEY IS FECHA-CIT WITH DUPLICATES
000210         ALTERNATE RECORD KEY IS MEDICO-CIT WITH DUPLICATES
000220         ALTERNATE RECORD KEY IS PACI-CIT WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-LISTA-CAL LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-LISTACAL-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS LLAVE-LCA
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-TEND-CALIDAD LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-TENDCAL-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS FECHA-TEN
000350         FILE STATUS IS OTR-STAT.

000360     SELECT REPORTE-LISTA
000370         ASSIGN NOM-LISTATXT-W
000380         ORGANIZATION IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.

000410 FD  ARCHIVO-PACIENTES
000420     LABEL RECORD STANDARD.
000430 01  REG-PACI.
000440     02 COD-PACI                PIC X(15).
000450     02 DESCRIP-PACI            PIC X(40).
000460     02 EPS-PACI                PIC X(6).
000470     02 ID-COTIZ-PACI           PIC X(15).
000480     02 ESTADO-PACI             PIC X.
000490        88 PACIENTE-FUSIONADO   VALUE "F".
000500     02 FUSIONADO-EN-PACI       PIC X(15).
000510     02 FECHA-FUSION-PACI       PIC 9(8).
000520     02 TELEFONO-PACI           PIC X(15).
000530     02 FECHA-NAC-PACI          PIC 9(8).
000540     02 SEXO-PACI               PIC X.
000550     02 PLAN-PACI               PIC XX.
000560     02 NIVEL-INGRESO-PACI      PIC 9.
000570     02 FILLER                  PIC X(9).

000580 FD  ARCHIVO-CITAS
000590     LABEL RECORD STANDARD.
000600 01  REG-CIT.
000610     02 LLAVE-CIT.
000620        03 SUC-CIT              PIC XX.
000630        03 CL-CIT               PIC 9.
000640        03 NRO-CIT              PIC 9(6).
000650     02 FECHA-CIT               PIC 9(8).
000660     02 HORA-CIT                PIC 9(4).
000670     02 MEDICO-CIT              PIC X(6).
000680     02 ATIENDE-PROF-CIT        PIC X(6).
000690     02 PACI-CIT                PIC X(15).
000700     02 COD-RESULT-CIT          PIC 9.
000710        88 CITA-PROGRAMADA      VALUE 0.
000720        88 CITA-CONFIRMADA      VALUE 1.
000730     02 FECHA-RESULT-CIT        PIC 9(8).
000740     02 HORA-RESULT-CIT         PIC 9(4).
000750     02 USUARIO-RESULT-CIT      PIC X(4).
000760     02 DURA-CIT                PIC 9(3).
000770     02 MODALIDAD-CIT           PIC X.
000780     02 FECHA-SOLIC-CIT         PIC 9(8).
000790     02 NRO-SERIE-CIT           PIC 9(6).
000800     02 NRO-SESION-CIT          PIC 9(2).
000810     02 AUTO-AGEND-CIT          PIC X.
000820     02 COD-CONFIRMA-CIT        PIC 9(6).
000830     02 FILLER                  PIC X(23).

000840 FD  ARCHIVO-LISTA-CAL
000850     LABEL RECORD STANDARD.
000860 01  REG-LCA.
000870     02 LLAVE-LCA.
000880        03 SUC-LCA              PIC XX.
000890        03 FECHA-LCA            PIC 9(8).
000900        03 HORA-LCA             PIC 9(4).
000910        03 PACI-LCA             PIC X(15).
000920     02 DESCRIP-LCA             PIC X(40).
000930     02 TELEFONO-LCA            PIC X(15).
000940     02 PUNTAJE-LCA             PIC 9(3).
000950     02 AVISOS-LCA              PIC X(120).

000960 FD  ARCHIVO-TEND-CALIDAD
000970     LABEL RECORD STANDARD.
000980 01  REG-TEN.
000990     02 FECHA-TEN               PIC 9(8).
001000     02 HORA-TEN                PIC 9(4).
001010     02 TOT-EVAL-TEN            PIC 9(7).
001020     02 TOT-ERROR-TEN           PIC 9(7).
001030     02 PROMEDIO-TEN            PIC 9(3)V9.
001040     02 FALLAS-TEN              PIC 9(7) OCCURS 8.
001050     02 FILLER                  PIC X(20).

001060 FD  REPORTE-LISTA
001070     LABEL RECORD STANDARD.
001080 01  LIN-LISTA                  PIC X(200).

001090 WORKING-STORAGE SECTION.

001100 77  NOM-PACIE-W                PIC X(60)
001110     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001120 77  NOM-CITAS-W                PIC X(60)
001130     VALUE "D:\progelect\DATOS\SC-ARCHCIT.DAT".
001140 77  NOM-LISTACAL-W             PIC X(60)
001150     VALUE "D:\progelect\DATOS\SC-LISTACAL.DAT".
001160 77  NOM-TENDCAL-W              PIC X(60)
001170     VALUE "D:\progelect\DATOS\SC-TENDCAL.DAT".
001180 77  NOM-LISTATXT-W             PIC X(60)
001190     VALUE "D:\progelect\DATOS\SC-LISTACAL.TXT".
001200 77  OTR-STAT                   PIC XX.
001210 77  SW-FIN-W                   PIC 9 VALUE 0.
001220 77  SW-FIN-CIT-W               PIC 9 VALUE 0.
001230 77  I                          PIC 99 VALUE 0.
001240 77  FECHA-HOY-W                PIC 9(8).
001250 77  HORA-HOY-W                 PIC 9(4).
001260 77  SUC-ANT-W                  PIC XX.
001270 77  SUMA-PUNTAJE-W             PIC 9(10) VALUE 0.
001280 77  TOT-LISTADOS-W             PIC 9(7) VALUE 0.
001290 77  TOT-SIN-CITA-W             PIC 9(7) VALUE 0.

      * PROXIMA CITA DEL PACIENTE
001300 01  PROXIMA-CITA-W.
001310     02 SUC-PROX-W              PIC XX.
001320     02 FECHA-PROX-W            PIC 9(8).
001330     02 HORA-PROX-W             PIC 9(4).

      * TOTALES DE LA CORRIDA
001340 01  TOTALES-W.
001350     02 TOT-EVAL-W              PIC 9(7).
001360     02 TOT-ERROR-W             PIC 9(7).
001370     02 FALLAS-W                PIC 9(7) OCCURS 8.

      * PARAMETROS DE SER114-02
001380 01  MODO-CAL-W                 PIC X.
001390 01  DATOS-RIPS-W.
001400     02 TIPO-ID-CAL-W           PIC XX.
001410     02 MUNICIPIO-CAL-W         PIC 9(5).
001420     02 ZONA-CAL-W              PIC X.
001430 01  USUARIO-CAL-W              PIC X(4) VALUE "LOTE".
001440 01  PUNTAJE-CAL-W              PIC 9(3).
001450 01  FALLAS-CAL-W.
001460     02 FALLA-CAL-W             PIC X OCCURS 8.
001470 01  AVISOS-CAL-W               PIC X(120).
001480 01  RESULT-CAL-W               PIC X.

001490 01  LIN-SEDE-W.
001500     02 FILLER                  PIC X(6) VALUE "SEDE: ".
001510     02 SUC-SED                 PIC XX.
001520     02 FILLER                  PIC X VALUE SPACE.
001530     02 TITULO-SED              PIC X(20).

001540 01  LIN-DETALLE-W.
001550     02 FECHA-DET               PIC 9(8).
001560     02 FILLER                  PIC X VALUE SPACE.
001570     02 HORA-DET                PIC 9(4).
001580     02 FILLER                  PIC X VALUE SPACE.
001590     02 PACI-DET                PIC X(15).
001600     02 FILLER                  PIC X VALUE SPACE.
001610     02 DESCRIP-DET             PIC X(40).
001620     02 FILLER                  PIC X VALUE SPACE.
001630     02 TELEFONO-DET            PIC X(15).
001640     02 FILLER                  PIC X VALUE SPACE.
001650     02 PUNTAJE-DET             PIC ZZ9.
001660     02 FILLER                  PIC X VALUE SPACE.
001670     02 AVISOS-DET              PIC X(109).

001680 PROCEDURE DIVISION.

001690 MAINLINE.
001700     PERFORM ABRIR-ARCHIVOS.
001710     PERFORM EVALUAR-PACIENTES.
001720     PERFORM GRABAR-TENDENCIA.
001730     PERFORM IMPRIMIR-LISTA.
001740     PERFORM CERRAR-ARCHIVOS.
001750     STOP RUN.

001760 ABRIR-ARCHIVOS.
001770     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001780     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
001790     INITIALIZE TOTALES-W.
001800     OPEN INPUT ARCHIVO-PACIENTES ARCHIVO-CITAS.
001810     OPEN OUTPUT ARCHIVO-LISTA-CAL.
001820     OPEN I-O ARCHIVO-TEND-CALIDAD.
001830     IF OTR-STAT = "35"
001840        OPEN OUTPUT ARCHIVO-TEND-CALIDAD
001850        CLOSE ARCHIVO-TEND-CALIDAD
001860        OPEN I-O ARCHIVO-TEND-CALIDAD
001870     END-IF.
001880     OPEN OUTPUT REPORTE-LISTA.

      *-----------------------------------------------------------------
      * EVALUACION DEL MAESTRO DE PACIENTES
      *-----------------------------------------------------------------
001890 EVALUAR-PACIENTES.
001900     MOVE 0 TO SW-FIN-W.
001910     MOVE LOW-VALUES TO COD-PACI.
001920     START ARCHIVO-PACIENTES KEY IS NOT LESS THAN COD-PACI
001930           INVALID KEY MOVE 1 TO SW-FIN-W
001940     END-START.
001950     PERFORM EVALUAR-UN-PACIENTE UNTIL SW-FIN-W = 1.
001960     MOVE "F" TO MODO-CAL-W.
001970     CALL "SER114-02" USING MODO-CAL-W COD-PACI DATOS-RIPS-W
001980                            USUARIO-CAL-W PUNTAJE-CAL-W
001990                            FALLAS-CAL-W AVISOS-CAL-W
002000                            RESULT-CAL-W.

002010 EVALUAR-UN-PACIENTE.
002020     READ ARCHIVO-PACIENTES NEXT
002030          AT END MOVE 1 TO SW-FIN-W
002040     END-READ.
002050     IF SW-FIN-W = 0 AND NOT PACIENTE-FUSIONADO
002060        MOVE "L" TO MODO-CAL-W
002070        CALL "SER114-02" USING MODO-CAL-W COD-PACI DATOS-RIPS-W
002080                               USUARIO-CAL-W PUNTAJE-CAL-W
002090                               FALLAS-CAL-W AVISOS-CAL-W
002100                               RESULT-CAL-W
002110        IF RESULT-CAL-W = "S"
002120           PERFORM ACUMULAR-RESULTADO
002130        END-IF
002140     END-IF.

002150 ACUMULAR-RESULTADO.
002160     ADD 1 TO TOT-EVAL-W.
002170     ADD PUNTAJE-CAL-W TO SUMA-PUNTAJE-W.
002180     PERFORM CONTAR-FALLA VARYING I FROM 1 BY 1 UNTIL I > 8.
002190     IF PUNTAJE-CAL-W < 100
002200        ADD 1 TO TOT-ERROR-W
002210        PERFORM BUSCAR-PROXIMA-CITA
002220        PERFORM GRABAR-LISTA
002230     END-IF.

002240 CONTAR-FALLA.
002250     IF FALLA-CAL-W (I) = "X"
002260        ADD 1 TO FALLAS-W (I)
002270     END-IF.

      * SIN CITA PROXIMA LA SEDE "ZZ" DEJA AL PACIENTE AL FINAL
002280 BUSCAR-PROXIMA-CITA.
002290     MOVE "ZZ"     TO SUC-PROX-W.
002300     MOVE 99999999 TO FECHA-PROX-W.
002310     MOVE 9999     TO HORA-PROX-W.
002320     MOVE 0 TO SW-FIN-CIT-W.
002330     MOVE COD-PACI TO PACI-CIT.
002340     START ARCHIVO-CITAS KEY IS EQUAL TO PACI-CIT
002350           INVALID KEY MOVE 1 TO SW-FIN-CIT-W
002360     END-START.
002370     PERFORM REVISAR-CITA UNTIL SW-FIN-CIT-W = 1.

002380 REVISAR-CITA.
002390     READ ARCHIVO-CITAS NEXT
002400          AT END MOVE 1 TO SW-FIN-CIT-W
002410     END-READ.
002420     IF SW-FIN-CIT-W = 0
002430        IF PACI-CIT NOT = COD-PACI
002440           MOVE 1 TO SW-FIN-CIT-W
002450        ELSE
002460           IF (CITA-PROGRAMADA OR CITA-CONFIRMADA)
002470              AND FECHA-CIT NOT < FECHA-HOY-W
002480              AND (FECHA-CIT < FECHA-PROX-W
002490                   OR (FECHA-CIT = FECHA-PROX-W
002500                       AND HORA-CIT < HORA-PROX-W))
002510              MOVE SUC-CIT   TO SUC-PROX-W
002520              MOVE FECHA-CIT TO FECHA-PROX-W
002530              MOVE HORA-CIT  TO HORA-PROX-W
002540           END-IF
002550        END-IF
002560     END-IF.

002570 GRABAR-LISTA.
002580     MOVE SUC-PROX-W    TO SUC-LCA.
002590     MOVE FECHA-PROX-W  TO FECHA-LCA.
002600     MOVE HORA-PROX-W   TO HORA-LCA.
002610     MOVE COD-PACI      TO PACI-LCA.
002620     MOVE DESCRIP-PACI  TO DESCRIP-LCA.
002630     MOVE TELEFONO-PACI TO TELEFONO-LCA.
002640     MOVE PUNTAJE-CAL-W TO PUNTAJE-LCA.
002650     MOVE AVISOS-CAL-W  TO AVISOS-LCA.
002660     WRITE REG-LCA INVALID KEY CONTINUE END-WRITE.
002670     IF SUC-PROX-W = "ZZ"
002680        ADD 1 TO TOT-SIN-CITA-W
002690     END-IF.

      *-----------------------------------------------------------------
      * REGISTRO DE TENDENCIA; UNA SEGUNDA CORRIDA EL MISMO DIA LO
      * REEMPLAZA
      *-----------------------------------------------------------------
002700 GRABAR-TENDENCIA.
002710     MOVE FECHA-HOY-W TO FECHA-TEN.
002720     READ ARCHIVO-TEND-CALIDAD
002730          INVALID KEY INITIALIZE REG-TEN
002740                      MOVE FECHA-HOY-W TO FECHA-TEN
002750     END-READ.
002760     MOVE HORA-HOY-W  TO HORA-TEN.
002770     MOVE TOT-EVAL-W  TO TOT-EVAL-TEN.
002780     MOVE TOT-ERROR-W TO TOT-ERROR-TEN.
002790     MOVE 0 TO PROMEDIO-TEN.
002800     IF TOT-EVAL-W > 0
002810        COMPUTE PROMEDIO-TEN ROUNDED =
002820                SUMA-PUNTAJE-W / TOT-EVAL-W
002830     END-IF.
002840     PERFORM PASAR-FALLA VARYING I FROM 1 BY 1 UNTIL I > 8.
002850     REWRITE REG-TEN
002860         INVALID KEY WRITE REG-TEN END-WRITE
002870     END-REWRITE.

002880 PASAR-FALLA.
002890     MOVE FALLAS-W (I) TO FALLAS-TEN (I).

      *-----------------------------------------------------------------
      * LISTA DE TRABAJO POR SEDE
      *-----------------------------------------------------------------
002900 IMPRIMIR-LISTA.
002910     CLOSE ARCHIVO-LISTA-CAL.
002920     OPEN INPUT ARCHIVO-LISTA-CAL.
002930     MOVE SPACES TO LIN-LISTA.
002940     STRING "LISTA DE CORRECCION DE DATOS DEL PACIENTE - "
002950            FECHA-HOY-W DELIMITED BY SIZE INTO LIN-LISTA.
002960     WRITE LIN-LISTA.
002970     MOVE SPACES TO LIN-LISTA.
002980     STRING "EVALUADOS: " TOT-EVAL-W "  CON ERRORES: "
002990            TOT-ERROR-W "  SIN CITA PROXIMA: " TOT-SIN-CITA-W
003000            DELIMITED BY SIZE INTO LIN-LISTA.
003010     WRITE LIN-LISTA.
003020     MOVE SPACES TO SUC-ANT-W.
003030     MOVE 0 TO SW-FIN-W.
003040     MOVE LOW-VALUES TO LLAVE-LCA.
003050     START ARCHIVO-LISTA-CAL KEY IS NOT LESS THAN LLAVE-LCA
003060           INVALID KEY MOVE 1 TO SW-FIN-W
003070     END-START.
003080     PERFORM IMPRIMIR-UN-PACIENTE UNTIL SW-FIN-W = 1.

003090 IMPRIMIR-UN-PACIENTE.
003100     READ ARCHIVO-LISTA-CAL NEXT
003110          AT END MOVE 1 TO SW-FIN-W
003120     END-READ.
003130     IF SW-FIN-W = 0
003140        IF SUC-LCA NOT = SUC-ANT-W
003150           PERFORM IMPRIMIR-SEDE
003160        END-IF
003170        MOVE SPACES       TO LIN-DETALLE-W
003180        IF SUC-LCA = "ZZ"
003190           MOVE 0         TO FECHA-DET HORA-DET
003200        ELSE
003210           MOVE FECHA-LCA TO FECHA-DET
003220           MOVE HORA-LCA  TO HORA-DET
003230        END-IF
003240        MOVE PACI-LCA     TO PACI-DET
003250        MOVE DESCRIP-LCA  TO DESCRIP-DET
003260        MOVE TELEFONO-LCA TO TELEFONO-DET
003270        MOVE PUNTAJE-LCA  TO PUNTAJE-DET
003280        MOVE AVISOS-LCA   TO AVISOS-DET
003290        MOVE LIN-DETALLE-W TO LIN-LISTA
003300        WRITE LIN-LISTA
003310        ADD 1 TO TOT-LISTADOS-W
003320     END-IF.

003330 IMPRIMIR-SEDE.
003340     MOVE SUC-LCA TO SUC-ANT-W.
003350     MOVE SPACES TO LIN-LISTA.
003360     WRITE LIN-LISTA.
003370     MOVE SUC-LCA TO SUC-SED.
003380     MOVE SPACES  TO TITULO-SED.
003390     IF SUC-LCA = "ZZ"
003400        MOVE "SIN CITA PROXIMA" TO TITULO-SED
003410     END-IF.
003420     MOVE LIN-SEDE-W TO LIN-LISTA.
003430     WRITE LIN-LISTA.

003440 CERRAR-ARCHIVOS.
003450     CLOSE ARCHIVO-PACIENTES ARCHIVO-CITAS ARCHIVO-LISTA-CAL
003460           ARCHIVO-TEND-CALIDAD REPORTE-LISTA.
003470     DISPLAY "PACIENTES EVALUADOS:   " TOT-EVAL-W.
003480     DISPLAY "CON ERRORES:           " TOT-ERROR-W.
003490     DISPLAY "EN LISTA DE TRABAJO:   " TOT-LISTADOS-W.
003500     DISPLAY "SIN CITA PROXIMA:      " TOT-SIN-CITA-W.
