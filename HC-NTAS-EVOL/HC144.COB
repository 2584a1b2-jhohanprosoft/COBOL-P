      *=================================================================
      * HISTORIA CLINICA - REGISTRO DE EVENTOS DE SEGURIDAD DEL
      * PACIENTE (INCIDENTES, EVENTOS ADVERSOS Y ERRORES DE
      * MEDICACION) CON ANALISIS POR PROTOCOLO DE LONDRES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS EVENTOS LLEGABAN EN FORMATO DE PAPEL Y EL COMITE DE
      * SEGURIDAD LOS TRANSCRIBIA A UNA HOJA DE CALCULO. CUALQUIER
      * USUARIO REPORTA AHORA EL EVENTO CONTRA EL PACIENTE Y SU FOLIO
      * (ARCHIVO-EVENTO-SEG, NUMERO CONSECUTIVO); EL COMITE LO
      * CLASIFICA, LO ANALIZA CON LOS FACTORES CONTRIBUTIVOS DEL
      * PROTOCOLO DE LONDRES Y LE FIJA PLANES DE ACCION (ARCHIVO-
      * ANALISIS-SEG) HASTA CERRARLO. LA SOSPECHA DE REACCION ADVERSA
      * A UN ARTICULO DE MAESTRO-ARTICULOS SALE EN EL PLANO FOREAM
      * DEL INVIMA Y EL EVENTO CON DISPOSITIVO MEDICO EN EL DE
      * TECNOVIGILANCIA (HC144-01); EL INDICADOR MENSUAL POR SERVICIO
      * ES HC144-02.
      * TIPOS: ME MEDICAMENTO, DM DISPOSITIVO MEDICO, CA CAIDA,
      *        UP ULCERA POR PRESION, IA INFECCION ASOCIADA,
      *        PR PROCEDIMIENTO O CIRUGIA, ID IDENTIFICACION,
      *        HE HEMOCOMPONENTE, OT OTRO.
      * CLASES: I INCIDENTE (SIN DANO), P EVENTO ADVERSO PREVENIBLE,
      *         N EVENTO ADVERSO NO PREVENIBLE.
      * SEVERIDAD: 0 SIN DANO, 1 LEVE, 2 MODERADO, 3 GRAVE, 4 MUERTE.
      * MODO "R" - REPORTA EL EVENTO Y DEVUELVE SU NUMERO.
      * MODO "C" - CLASIFICA (CLASE, SEVERIDAD, SOSPECHA DE RAM Y
      *            DESENLACE). SE PUEDE RECLASIFICAR ANTES DEL
      *            ANALISIS.
      * MODO "F" - AGREGA UN FACTOR CONTRIBUTIVO (LONDRES).
      * MODO "P" - AGREGA UN PLAN DE ACCION CON FECHA LIMITE.
      * MODO "M" - MARCA CUMPLIDO EL PLAN DE ACCION SECU-ANS-LNK.
      * MODO "K" - CIERRA EL EVENTO. EL EVENTO ADVERSO NO SE CIERRA
      *            SIN AL MENOS UN FACTOR Y UN PLAN DE ACCION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC144.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-EVENTO-SEG LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-EVENSEG-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS NRO-EVS
000140         ALTERNATE RECORD KEY IS PACI-EVS WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-EVS WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-ANALISIS-SEG LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-ANALSEG-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-ANS
000220         FILE STATUS IS OTR-STAT.

000230     SELECT HISTORIA-CLINICA LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-HCAPE-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-HC
000280         FILE STATUS IS OTR-STAT.

000290     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-ARTIC-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS COD-ART
000340         FILE STATUS IS OTR-STAT.

000350 DATA DIVISION.
000360 FILE SECTION.

000370 FD  ARCHIVO-EVENTO-SEG
000380     LABEL RECORD STANDARD.
000390 01  REG-EVS.
000400     02 NRO-EVS                 PIC 9(8).
000410     02 PACI-EVS                PIC X(15).
000420     02 FOLIO-EVS               PIC X(8).
000430     02 SERVHO-EVS              PIC X(4).
000440     02 FECHA-EVS               PIC 9(8).
000450     02 HORA-EVS                PIC 9(4).
000460     02 TIPO-EVS                PIC XX.
000470        88 TIPO-VALIDO          VALUE "ME" "DM" "CA" "UP" "IA"
000480                                      "PR" "ID" "HE" "OT".
000490        88 TIPO-MEDICAMENTO     VALUE "ME".
000500        88 TIPO-DISPOSITIVO     VALUE "DM".
000510     02 DESCRIP-EVS             PIC X(200).
000520     02 FECHA-REP-EVS           PIC 9(8).
000530     02 HORA-REP-EVS            PIC 9(4).
000540     02 USUARIO-REP-EVS         PIC X(4).
000550     02 MEDICAMENTO-EVS.
000560        03 COD-ART-EVS          PIC X(8).
000570        03 LOTE-ART-EVS         PIC X(15).
000580        03 DOSIS-ART-EVS        PIC X(30).
000590        03 VIA-ART-EVS          PIC X(10).
000600        03 FECHA-INI-ART-EVS    PIC 9(8).
000610        03 FECHA-FIN-ART-EVS    PIC 9(8).
000620     02 DISPOSITIVO-EVS.
000630        03 NOMBRE-DISP-EVS      PIC X(40).
000640        03 MARCA-DISP-EVS       PIC X(20).
000650        03 MODELO-DISP-EVS      PIC X(20).
000660        03 SERIE-DISP-EVS       PIC X(20).
000670        03 REG-SAN-DISP-EVS     PIC X(20).
000680     02 CLASIFICA-EVS.
000690        03 CLASE-EVS            PIC X.
000700           88 CLASE-VALIDA      VALUE "I" "P" "N".
000710           88 CLASE-INCIDENTE   VALUE "I".
000720        03 SEVERIDAD-EVS        PIC 9.
000730        03 SW-RAM-EVS           PIC X.
000740           88 SOSPECHA-RAM      VALUE "S".
000750        03 DESENLACE-EVS        PIC X.
000760           88 DESENLACE-VALIDO  VALUE "R" "S" "N" "M" "D".
000770        03 FECHA-CLAS-EVS       PIC 9(8).
000780        03 USUARIO-CLAS-EVS     PIC X(4).
000790     02 ANALISIS-EVS.
000800        03 ACCION-INSEGURA-EVS  PIC X(80).
000810        03 FECHA-ANAL-EVS       PIC 9(8).
000820        03 USUARIO-ANAL-EVS     PIC X(4).
000830        03 FACTORES-EVS         PIC 9(3).
000840        03 PLANES-EVS           PIC 9(3).
000850        03 PLANES-ABIERTOS-EVS  PIC 9(3).
000860     02 FECHA-CIERRE-EVS        PIC 9(8).
000870     02 USUARIO-CIERRE-EVS      PIC X(4).
000880     02 ESTADO-EVS              PIC X.
000890        88 EVENTO-REPORTADO     VALUE "R".
000900        88 EVENTO-CLASIFICADO   VALUE "C".
000910        88 EVENTO-EN-ANALISIS   VALUE "A".
000920        88 EVENTO-CERRADO       VALUE "K".
000930     02 ENVIO-INVIMA-EVS        PIC X.
000940        88 ENVIADO-INVIMA       VALUE "E".
000950     02 FECHA-ENVIO-EVS         PIC 9(8).

      * FACTORES: PA PACIENTE, TA TAREA Y TECNOLOGIA, IN INDIVIDUO,
      * EQ EQUIPO DE TRABAJO, AM AMBIENTE, OR ORGANIZACION Y
      * GERENCIA, CI CONTEXTO INSTITUCIONAL.
000960 FD  ARCHIVO-ANALISIS-SEG
000970     LABEL RECORD STANDARD.
000980 01  REG-ANS.
000990     02 LLAVE-ANS.
001000        03 NRO-ANS              PIC 9(8).
001010        03 TIPO-ANS             PIC X.
001020           88 REG-FACTOR        VALUE "F".
001030           88 REG-PLAN          VALUE "P".
001040        03 SECU-ANS             PIC 9(3).
001050     02 DATOS-ANS               PIC X(140).
001060     02 FACTOR-ANS REDEFINES DATOS-ANS.
001070        03 CATEGORIA-ANS        PIC XX.
001080           88 CATEGORIA-VALIDA  VALUE "PA" "TA" "IN" "EQ" "AM"
001090                                      "OR" "CI".
001100        03 DESCRIP-FAC-ANS      PIC X(80).
001110        03 FILLER               PIC X(58).
001120     02 PLAN-ANS REDEFINES DATOS-ANS.
001130        03 ACCION-ANS           PIC X(80).
001140        03 RESPONSABLE-ANS      PIC X(30).
001150        03 FECHA-LIMITE-ANS     PIC 9(8).
001160        03 ESTADO-PLAN-ANS      PIC X.
001170           88 PLAN-PENDIENTE    VALUE "P".
001180           88 PLAN-CUMPLIDO     VALUE "C".
001190        03 FECHA-CUMPLE-ANS     PIC 9(8).
001200        03 FILLER               PIC X(13).
001210     02 USUARIO-ANS             PIC X(4).
001220     02 FECHA-ANS               PIC 9(8).

001230 FD  HISTORIA-CLINICA
001240     LABEL RECORD STANDARD.
001250 01  REG-HC.
001260     02 LLAVE-HC.
001270        03 ID-HC                PIC X(15).
001280        03 FOLIO-HC             PIC X(8).
001290     02 EDAD-HC                 PIC 9(3).
001300     02 ESTADO-HC               PIC 9.
001310     02 FILLER                  PIC X(60).

001320 FD  MAESTRO-ARTICULOS
001330     LABEL RECORD STANDARD.
001340 01  REG-ART.
001350     02 COD-ART                 PIC X(8).
001360     02 DESCRIP-ART             PIC X(50).
001370     02 FILLER                  PIC X(68).

001380 WORKING-STORAGE SECTION.

001390 77  NOM-EVENSEG-W              PIC X(60)
001400     VALUE "D:\progelect\DATOS\SC-EVENSEG.DAT".
001410 77  NOM-ANALSEG-W              PIC X(60)
001420     VALUE "D:\progelect\DATOS\SC-ANALSEG.DAT".
001430 77  NOM-HCAPE-W                PIC X(60)
001440     VALUE "D:\progelect\DATOS\SC-HISTCLIN.DAT".
001450 77  NOM-ARTIC-W                PIC X(60)
001460     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
001470 77  OTR-STAT                   PIC XX.
001480 77  FECHA-HOY-W                PIC 9(8).
001490 77  HORA-HOY-W                 PIC 9(4).
001500 77  SW-VALIDO-W                PIC 9 VALUE 0.

001510 LINKAGE SECTION.
001520 01  MODO-LNK                   PIC X.
001530     88 MODO-REPORTAR           VALUE "R".
001540     88 MODO-CLASIFICAR         VALUE "C".
001550     88 MODO-FACTOR             VALUE "F".
001560     88 MODO-PLAN               VALUE "P".
001570     88 MODO-CUMPLIR            VALUE "M".
001580     88 MODO-CERRAR             VALUE "K".
001590 01  DATOS-EVEN-LNK.
001600     02 NRO-EVS-LNK             PIC 9(8).
001610     02 PACI-LNK                PIC X(15).
001620     02 FOLIO-LNK               PIC X(8).
001630     02 SERVHO-LNK              PIC X(4).
001640     02 FECHA-LNK               PIC 9(8).
001650     02 HORA-LNK                PIC 9(4).
001660     02 TIPO-LNK                PIC XX.
001670     02 DESCRIP-LNK             PIC X(200).
001680     02 MEDICAMENTO-LNK.
001690        03 COD-ART-LNK          PIC X(8).
001700        03 LOTE-ART-LNK         PIC X(15).
001710        03 DOSIS-ART-LNK        PIC X(30).
001720        03 VIA-ART-LNK          PIC X(10).
001730        03 FECHA-INI-ART-LNK    PIC 9(8).
001740        03 FECHA-FIN-ART-LNK    PIC 9(8).
001750     02 DISPOSITIVO-LNK.
001760        03 NOMBRE-DISP-LNK      PIC X(40).
001770        03 MARCA-DISP-LNK       PIC X(20).
001780        03 MODELO-DISP-LNK      PIC X(20).
001790        03 SERIE-DISP-LNK       PIC X(20).
001800        03 REG-SAN-DISP-LNK     PIC X(20).
001810     02 CLASE-LNK               PIC X.
001820     02 SEVERIDAD-LNK           PIC 9.
001830     02 SW-RAM-LNK              PIC X.
001840     02 DESENLACE-LNK           PIC X.
001850     02 ACCION-INSEGURA-LNK     PIC X(80).
001860     02 CATEGORIA-LNK           PIC XX.
001870     02 TEXTO-ANS-LNK           PIC X(80).
001880     02 RESPONSABLE-LNK         PIC X(30).
001890     02 FECHA-LIMITE-LNK        PIC 9(8).
001900     02 SECU-ANS-LNK            PIC 9(3).
001910     02 USUARIO-LNK             PIC X(4).
001920 01  RESULT-LNK                 PIC X.
001930     88 EVENTO-OK               VALUE "S".
001940     88 EVENTO-INVALIDO         VALUE "I".
001950     88 EVENTO-NO-EXISTE        VALUE "X".
001960     88 EVENTO-ESTADO           VALUE "T".
001970     88 EVENTO-SIN-ANALISIS     VALUE "P".
001980     88 EVENTO-NO-OK            VALUE "N".

001990 PROCEDURE DIVISION USING MODO-LNK DATOS-EVEN-LNK RESULT-LNK.

002000 MAINLINE.
002010     MOVE "N" TO RESULT-LNK.
002020     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002030     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
002040     PERFORM ABRIR-ARCHIVOS.
002050     EVALUATE TRUE
002060        WHEN MODO-REPORTAR
002070             PERFORM REPORTAR-EVENTO THRU FIN-REPORTAR
002080        WHEN MODO-CLASIFICAR
002090             PERFORM CLASIFICAR-EVENTO THRU FIN-CLASIFICAR
002100        WHEN MODO-FACTOR
002110             PERFORM AGREGAR-FACTOR THRU FIN-FACTOR
002120        WHEN MODO-PLAN
002130             PERFORM AGREGAR-PLAN THRU FIN-PLAN
002140        WHEN MODO-CUMPLIR
002150             PERFORM CUMPLIR-PLAN THRU FIN-CUMPLIR
002160        WHEN MODO-CERRAR
002170             PERFORM CERRAR-EVENTO THRU FIN-CERRAR
002180     END-EVALUATE.
002190     CLOSE ARCHIVO-EVENTO-SEG ARCHIVO-ANALISIS-SEG.
002200     EXIT PROGRAM.

002210 ABRIR-ARCHIVOS.
002220     OPEN I-O ARCHIVO-EVENTO-SEG.
002230     IF OTR-STAT = "35"
002240        OPEN OUTPUT ARCHIVO-EVENTO-SEG
002250        CLOSE ARCHIVO-EVENTO-SEG
002260        OPEN I-O ARCHIVO-EVENTO-SEG
002270     END-IF.
002280     OPEN I-O ARCHIVO-ANALISIS-SEG.
002290     IF OTR-STAT = "35"
002300        OPEN OUTPUT ARCHIVO-ANALISIS-SEG
002310        CLOSE ARCHIVO-ANALISIS-SEG
002320        OPEN I-O ARCHIVO-ANALISIS-SEG
002330     END-IF.

002340 LEER-EVENTO.
002350     MOVE NRO-EVS-LNK TO NRO-EVS.
002360     READ ARCHIVO-EVENTO-SEG
002370          INVALID KEY MOVE "X" TO RESULT-LNK
002380     END-READ.

      * EL FOLIO PUEDE ESTAR YA CERRADO: HAY EVENTOS QUE SE REPORTAN
      * DESPUES DEL EGRESO.
002390 REPORTAR-EVENTO.
002400     MOVE TIPO-LNK TO TIPO-EVS.
002410     IF NOT TIPO-VALIDO OR SERVHO-LNK = SPACES
002420        OR DESCRIP-LNK = SPACES OR FECHA-LNK = 0
002430        OR FECHA-LNK > FECHA-HOY-W
002440        MOVE "I" TO RESULT-LNK
002450        GO TO FIN-REPORTAR
002460     END-IF.
002470     IF TIPO-DISPOSITIVO AND NOMBRE-DISP-LNK = SPACES
002480        MOVE "I" TO RESULT-LNK
002490        GO TO FIN-REPORTAR
002500     END-IF.
002510     IF TIPO-MEDICAMENTO OR COD-ART-LNK NOT = SPACES
002520        PERFORM VALIDAR-ARTICULO
002530        IF SW-VALIDO-W = 0
002540           MOVE "I" TO RESULT-LNK
002550           GO TO FIN-REPORTAR
002560        END-IF
002570     END-IF.
002580     PERFORM VALIDAR-FOLIO.
002590     IF SW-VALIDO-W = 0
002600        MOVE "X" TO RESULT-LNK
002610        GO TO FIN-REPORTAR
002620     END-IF.
002630     PERFORM SIGUIENTE-NUMERO.
002640     INITIALIZE REG-EVS.
002650     MOVE NRO-EVS-LNK     TO NRO-EVS.
002660     MOVE PACI-LNK        TO PACI-EVS.
002670     MOVE FOLIO-LNK       TO FOLIO-EVS.
002680     MOVE SERVHO-LNK      TO SERVHO-EVS.
002690     MOVE FECHA-LNK       TO FECHA-EVS.
002700     MOVE HORA-LNK        TO HORA-EVS.
002710     MOVE TIPO-LNK        TO TIPO-EVS.
002720     MOVE DESCRIP-LNK     TO DESCRIP-EVS.
002730     MOVE FECHA-HOY-W     TO FECHA-REP-EVS.
002740     MOVE HORA-HOY-W      TO HORA-REP-EVS.
002750     MOVE USUARIO-LNK     TO USUARIO-REP-EVS.
002760     MOVE MEDICAMENTO-LNK TO MEDICAMENTO-EVS.
002770     MOVE DISPOSITIVO-LNK TO DISPOSITIVO-EVS.
002780     MOVE "N"             TO SW-RAM-EVS.
002790     MOVE "R"             TO ESTADO-EVS.
002800     MOVE SPACE           TO ENVIO-INVIMA-EVS.
002810     WRITE REG-EVS
002820         INVALID KEY GO TO FIN-REPORTAR
002830     END-WRITE.
002840     MOVE "S" TO RESULT-LNK.

002850 FIN-REPORTAR.
002860     EXIT.

002870 SIGUIENTE-NUMERO.
002880     MOVE 99999999 TO NRO-EVS.
002890     START ARCHIVO-EVENTO-SEG KEY IS <= NRO-EVS
002900           INVALID KEY MOVE 0 TO NRO-EVS
002910           NOT INVALID KEY
002920              READ ARCHIVO-EVENTO-SEG PREVIOUS
002930                   AT END MOVE 0 TO NRO-EVS
002940              END-READ
002950     END-START.
002960     COMPUTE NRO-EVS-LNK = NRO-EVS + 1.

002970 VALIDAR-FOLIO.
002980     MOVE 1 TO SW-VALIDO-W.
002990     OPEN INPUT HISTORIA-CLINICA.
003000     MOVE PACI-LNK  TO ID-HC.
003010     MOVE FOLIO-LNK TO FOLIO-HC.
003020     READ HISTORIA-CLINICA
003030          INVALID KEY MOVE 0 TO SW-VALIDO-W
003040     END-READ.
003050     CLOSE HISTORIA-CLINICA.

003060 VALIDAR-ARTICULO.
003070     MOVE 1 TO SW-VALIDO-W.
003080     OPEN INPUT MAESTRO-ARTICULOS.
003090     MOVE COD-ART-LNK TO COD-ART.
003100     READ MAESTRO-ARTICULOS
003110          INVALID KEY MOVE 0 TO SW-VALIDO-W
003120     END-READ.
003130     CLOSE MAESTRO-ARTICULOS.

      * EL INCIDENTE NO CAUSA DANO (SEVERIDAD 0); EL EVENTO ADVERSO
      * VA DE 1 A 4. LA SOSPECHA DE RAM PIDE EL ARTICULO Y EL
      * DESENLACE: R RECUPERADO, S CON SECUELAS, N NO RECUPERADO,
      * M MUERTE, D DESCONOCIDO.
003140 CLASIFICAR-EVENTO.
003150     PERFORM LEER-EVENTO.
003160     IF RESULT-LNK = "X"
003170        GO TO FIN-CLASIFICAR
003180     END-IF.
003190     IF NOT EVENTO-REPORTADO AND NOT EVENTO-CLASIFICADO
003200        MOVE "T" TO RESULT-LNK
003210        GO TO FIN-CLASIFICAR
003220     END-IF.
003230     MOVE CLASE-LNK     TO CLASE-EVS.
003240     MOVE DESENLACE-LNK TO DESENLACE-EVS.
003250     IF NOT CLASE-VALIDA OR SEVERIDAD-LNK > 4
003260        MOVE "I" TO RESULT-LNK
003270        GO TO FIN-CLASIFICAR
003280     END-IF.
003290     IF (CLASE-INCIDENTE AND SEVERIDAD-LNK NOT = 0)
003300        OR (NOT CLASE-INCIDENTE AND SEVERIDAD-LNK = 0)
003310        MOVE "I" TO RESULT-LNK
003320        GO TO FIN-CLASIFICAR
003330     END-IF.
003340     IF SW-RAM-LNK = "S"
003350        IF COD-ART-EVS = SPACES OR NOT DESENLACE-VALIDO
003360           MOVE "I" TO RESULT-LNK
003370           GO TO FIN-CLASIFICAR
003380        END-IF
003390        MOVE "S" TO SW-RAM-EVS
003400     ELSE
003410        MOVE "N" TO SW-RAM-EVS
003420     END-IF.
003430     MOVE SEVERIDAD-LNK TO SEVERIDAD-EVS.
003440     MOVE FECHA-HOY-W   TO FECHA-CLAS-EVS.
003450     MOVE USUARIO-LNK   TO USUARIO-CLAS-EVS.
003460     MOVE "C"           TO ESTADO-EVS.
003470     REWRITE REG-EVS
003480         INVALID KEY GO TO FIN-CLASIFICAR
003490     END-REWRITE.
003500     MOVE "S" TO RESULT-LNK.

003510 FIN-CLASIFICAR.
003520     EXIT.

      * EL PRIMER FACTOR O PLAN ABRE EL ANALISIS; LA ACCION INSEGURA
      * SE PUEDE AJUSTAR EN CADA LLAMADA.
003530 AGREGAR-FACTOR.
003540     PERFORM LEER-EVENTO.
003550     IF RESULT-LNK = "X"
003560        GO TO FIN-FACTOR
003570     END-IF.
003580     IF NOT EVENTO-CLASIFICADO AND NOT EVENTO-EN-ANALISIS
003590        MOVE "T" TO RESULT-LNK
003600        GO TO FIN-FACTOR
003610     END-IF.
003620     INITIALIZE REG-ANS.
003630     MOVE CATEGORIA-LNK TO CATEGORIA-ANS.
003640     IF NOT CATEGORIA-VALIDA OR TEXTO-ANS-LNK = SPACES
003650        MOVE "I" TO RESULT-LNK
003660        GO TO FIN-FACTOR
003670     END-IF.
003680     ADD 1 TO FACTORES-EVS.
003690     MOVE NRO-EVS       TO NRO-ANS.
003700     MOVE "F"           TO TIPO-ANS.
003710     MOVE FACTORES-EVS  TO SECU-ANS.
003720     MOVE TEXTO-ANS-LNK TO DESCRIP-FAC-ANS.
003730     MOVE USUARIO-LNK   TO USUARIO-ANS.
003740     MOVE FECHA-HOY-W   TO FECHA-ANS.
003750     WRITE REG-ANS
003760         INVALID KEY GO TO FIN-FACTOR
003770     END-WRITE.
003780     PERFORM MARCAR-ANALISIS.
003790     REWRITE REG-EVS
003800         INVALID KEY GO TO FIN-FACTOR
003810     END-REWRITE.
003820     MOVE SECU-ANS TO SECU-ANS-LNK.
003830     MOVE "S" TO RESULT-LNK.

003840 FIN-FACTOR.
003850     EXIT.

003860 AGREGAR-PLAN.
003870     PERFORM LEER-EVENTO.
003880     IF RESULT-LNK = "X"
003890        GO TO FIN-PLAN
003900     END-IF.
003910     IF NOT EVENTO-CLASIFICADO AND NOT EVENTO-EN-ANALISIS
003920        MOVE "T" TO RESULT-LNK
003930        GO TO FIN-PLAN
003940     END-IF.
003950     IF TEXTO-ANS-LNK = SPACES OR RESPONSABLE-LNK = SPACES
003960        OR FECHA-LIMITE-LNK < FECHA-HOY-W
003970        MOVE "I" TO RESULT-LNK
003980        GO TO FIN-PLAN
003990     END-IF.
004000     ADD 1 TO PLANES-EVS PLANES-ABIERTOS-EVS.
004010     INITIALIZE REG-ANS.
004020     MOVE NRO-EVS          TO NRO-ANS.
004030     MOVE "P"              TO TIPO-ANS.
004040     MOVE PLANES-EVS       TO SECU-ANS.
004050     MOVE TEXTO-ANS-LNK    TO ACCION-ANS.
004060     MOVE RESPONSABLE-LNK  TO RESPONSABLE-ANS.
004070     MOVE FECHA-LIMITE-LNK TO FECHA-LIMITE-ANS.
004080     MOVE "P"              TO ESTADO-PLAN-ANS.
004090     MOVE USUARIO-LNK      TO USUARIO-ANS.
004100     MOVE FECHA-HOY-W      TO FECHA-ANS.
004110     WRITE REG-ANS
004120         INVALID KEY GO TO FIN-PLAN
004130     END-WRITE.
004140     PERFORM MARCAR-ANALISIS.
004150     REWRITE REG-EVS
004160         INVALID KEY GO TO FIN-PLAN
004170     END-REWRITE.
004180     MOVE SECU-ANS TO SECU-ANS-LNK.
004190     MOVE "S" TO RESULT-LNK.

004200 FIN-PLAN.
004210     EXIT.

004220 MARCAR-ANALISIS.
004230     IF EVENTO-CLASIFICADO
004240        MOVE FECHA-HOY-W TO FECHA-ANAL-EVS
004250        MOVE USUARIO-LNK TO USUARIO-ANAL-EVS
004260        MOVE "A"         TO ESTADO-EVS
004270     END-IF.
004280     IF ACCION-INSEGURA-LNK NOT = SPACES
004290        MOVE ACCION-INSEGURA-LNK TO ACCION-INSEGURA-EVS
004300     END-IF.

      * EL PLAN SE PUEDE CUMPLIR AUN CON EL EVENTO CERRADO: EL
      * SEGUIMIENTO DE LOS PLANES SIGUE DESPUES DEL CIERRE.
004310 CUMPLIR-PLAN.
004320     PERFORM LEER-EVENTO.
004330     IF RESULT-LNK = "X"
004340        GO TO FIN-CUMPLIR
004350     END-IF.
004360     MOVE NRO-EVS      TO NRO-ANS.
004370     MOVE "P"          TO TIPO-ANS.
004380     MOVE SECU-ANS-LNK TO SECU-ANS.
004390     READ ARCHIVO-ANALISIS-SEG
004400          INVALID KEY
004410             MOVE "X" TO RESULT-LNK
004420             GO TO FIN-CUMPLIR
004430     END-READ.
004440     IF NOT PLAN-PENDIENTE
004450        MOVE "T" TO RESULT-LNK
004460        GO TO FIN-CUMPLIR
004470     END-IF.
004480     MOVE "C"         TO ESTADO-PLAN-ANS.
004490     MOVE FECHA-HOY-W TO FECHA-CUMPLE-ANS.
004500     REWRITE REG-ANS
004510         INVALID KEY GO TO FIN-CUMPLIR
004520     END-REWRITE.
004530     IF PLANES-ABIERTOS-EVS > 0
004540        SUBTRACT 1 FROM PLANES-ABIERTOS-EVS
004550     END-IF.
004560     REWRITE REG-EVS
004570         INVALID KEY GO TO FIN-CUMPLIR
004580     END-REWRITE.
004590     MOVE "S" TO RESULT-LNK.

004600 FIN-CUMPLIR.
004610     EXIT.

004620 CERRAR-EVENTO.
004630     PERFORM LEER-EVENTO.
004640     IF RESULT-LNK = "X"
004650        GO TO FIN-CERRAR
004660     END-IF.
004670     IF NOT EVENTO-CLASIFICADO AND NOT EVENTO-EN-ANALISIS
004680        MOVE "T" TO RESULT-LNK
004690        GO TO FIN-CERRAR
004700     END-IF.
004710     IF NOT CLASE-INCIDENTE
004720        AND (FACTORES-EVS = 0 OR PLANES-EVS = 0)
004730        MOVE "P" TO RESULT-LNK
004740        GO TO FIN-CERRAR
004750     END-IF.
004760     MOVE FECHA-HOY-W TO FECHA-CIERRE-EVS.
004770     MOVE USUARIO-LNK TO USUARIO-CIERRE-EVS.
004780     MOVE "K"         TO ESTADO-EVS.
004790     REWRITE REG-EVS
004800         INVALID KEY GO TO FIN-CERRAR
004810     END-REWRITE.
004820     MOVE "S" TO RESULT-LNK.

004830 FIN-CERRAR.
004840     EXIT.
