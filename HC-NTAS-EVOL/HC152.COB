      *=================================================================
      * HISTORIA CLINICA - CONTROL Y BITACORA DE ACCESO A LA HISTORIA
      * (RUPTURA DE CRISTAL)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * INDEX01 DEJA RASTRO DEL INGRESO AL SISTEMA PERO NO DE QUIEN
      * ABRIO LA HISTORIA DE QUE PACIENTE. TODA PANTALLA O PROCESO
      * QUE ABRA HISTORIA-CLINICA, EVOLUCION-HISTORIA O LOS DOCUMENTOS
      * ESCANEADOS (HC137) PASA POR AQUI ANTES DE MOSTRAR:
      *   CALL "HC152" USING MODO-LNK DATOS-ACCESO-LNK RESULT-LNK
      * MODO "U" - RELACIONA EL USUARIO CON SU CODIGO DE PROFESIONAL,
      *            EL SERVICIO HOSPITALARIO DONDE TRABAJA Y SU PROPIO
      *            DOCUMENTO (PARA DETECTAR ACCESO A SU FAMILIA).
      * MODO "P" - MARCA (ESTADO "A") O DESMARCA ("I") UN PACIENTE VIP.
      * MODO "A" - SOLICITA ABRIR: SI EL USUARIO ES PROFESIONAL
      *            TRATANTE (CITA DEL PACIENTE CON EL +/- 30 DIAS EN
      *            ARCHIVO-CITAS) O TRABAJA EN EL SERVICIO DONDE ESTA
      *            HOSPITALIZADO (ARCHIVO-CAMAS-HOSP) QUEDA REGISTRADO
      *            Y ABRE. SI NO, SIN MOTIVO-LNK DEVUELVE "M" Y NO
      *            ABRE; CON MOTIVO QUEDA COMO RUPTURA DE CRISTAL.
      * MODO "R" - REGISTRA UN ACCESO YA AUTORIZADO POR OTRA VIA (EL
      *            EXPORTE CERTIFICADO DE HC126) CON SU MOTIVO.
      * LA BITACORA ES ARCHIVO-ACCESO-HC (SC-ACCESOHC.DAT) POR
      * PACIENTE + FECHA + HORA + USUARIO. EL INFORME MENSUAL DE
      * ACCESOS INUSUALES ES HC152-01 Y LA LISTA PARA EL PACIENTE
      * HC152-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC152.
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

000220     SELECT ARCHIVO-PACI-VIP LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PACIVIP-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS PACI-VIP
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-CAMAS-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS COD-CAM
000330         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000340         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000350         FILE STATUS IS OTR-STAT.

000360     SELECT ARCHIVO-CITAS LOCK MODE IS AUTOMATIC
000370         ASSIGN NOM-CITAS-W
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS LLAVE-CIT
000410         ALTERNATE RECORD KEY IS FECHA-CIT WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS PACI-CIT WITH DUPLICATES
000430         FILE STATUS IS OTR-STAT.

000440 DATA DIVISION.
000450 FILE SECTION.

000460 FD  ARCHIVO-ACCESO-HC
000470     LABEL RECORD STANDARD.
000480 01  REG-ACC.
000490     02 LLAVE-ACC.
000500        03 PACI-ACC             PIC X(15).
000510        03 FECHA-ACC            PIC 9(8).
000520        03 HORA-ACC             PIC 9(6).
000530        03 USU-ACC              PIC X(4).
000540        03 SECU-ACC             PIC 9(2).
000550     02 FECHA-REG-ACC           PIC 9(8).
000560     02 FOLIO-ACC               PIC X(8).
000570     02 ORIGEN-ACC              PIC X.
000580        88 ACC-HISTORIA         VALUE "H".
000590        88 ACC-EVOLUCION        VALUE "E".
000600        88 ACC-DOCUMENTOS       VALUE "D".
000610        88 ACC-EXPORTE          VALUE "X".
000620     02 TIPO-ACC                PIC X.
000630        88 ACC-TRATANTE         VALUE "T".
000640        88 ACC-SERVICIO         VALUE "S".
000650        88 ACC-RUPTURA          VALUE "G".
000660        88 ACC-AUTORIZADO       VALUE "L".
000670     02 MOTIVO-ACC              PIC X(60).

000680 FD  ARCHIVO-USU-CLINICO
000690     LABEL RECORD STANDARD.
000700 01  REG-UCL.
000710     02 COD-USU-UCL             PIC X(4).
000720     02 PROF-UCL                PIC X(6).
000730     02 SERVHO-UCL              PIC X(4).
000740     02 ID-PERSONA-UCL          PIC X(15).

000750 FD  ARCHIVO-PACI-VIP
000760     LABEL RECORD STANDARD.
000770 01  REG-VIP.
000780     02 PACI-VIP                PIC X(15).
000790     02 MOTIVO-VIP              PIC X(30).
000800     02 ESTADO-VIP              PIC X.
000810        88 VIP-ACTIVO           VALUE "A".
000820     02 FECHA-VIP               PIC 9(8).

000830 FD  ARCHIVO-CAMAS-HOSP
000840     LABEL RECORD STANDARD.
000850 01  REG-CAM.
000860     02 COD-CAM                 PIC X(6).
000870     02 SERVHO-CAM              PIC X(4).
000880     02 ESTADO-CAM              PIC X.
000890        88 CAMA-OCUPADA         VALUE "O".
000900     02 PACI-CAM                PIC X(15).
000910     02 FOLIO-CAM               PIC X(8).
000920     02 FECHA-INGRESO-CAM       PIC 9(8).

000930 FD  ARCHIVO-CITAS
000940     LABEL RECORD STANDARD.
000950 01  REG-CIT.
000960     02 LLAVE-CIT.
000970        03 SUC-CIT              PIC XX.
000980        03 CL-CIT               PIC 9.
000990        03 NRO-CIT              PIC 9(6).
001000     02 FECHA-CIT               PIC 9(8).
001010     02 HORA-CIT                PIC 9(4).
001020     02 MEDICO-CIT              PIC X(6).
001030     02 ATIENDE-PROF-CIT        PIC X(6).
001040     02 PACI-CIT                PIC X(15).
001050     02 COD-RESULT-CIT          PIC 9.
001060     02 FECHA-RESULT-CIT        PIC 9(8).
001070     02 HORA-RESULT-CIT         PIC 9(4).
001080     02 USUARIO-RESULT-CIT      PIC X(4).
001090     02 DURA-CIT                PIC 9(3).
001100     02 MODALIDAD-CIT           PIC X.
001110     02 FECHA-SOLIC-CIT         PIC 9(8).
001120     02 NRO-SERIE-CIT           PIC 9(6).
001130     02 NRO-SESION-CIT          PIC 9(2).
001140     02 AUTO-AGEND-CIT          PIC X.
001150     02 COD-CONFIRMA-CIT        PIC 9(6).
001160     02 FILLER                  PIC X(23).

001170 WORKING-STORAGE SECTION.

001180 77  NOM-ACCESOHC-W             PIC X(60)
001190     VALUE "D:\progelect\DATOS\SC-ACCESOHC.DAT".
001200 77  NOM-USUCLIN-W              PIC X(60)
001210     VALUE "D:\progelect\DATOS\SC-USUCLIN.DAT".
001220 77  NOM-PACIVIP-W              PIC X(60)
001230     VALUE "D:\progelect\DATOS\SC-PACIVIP.DAT".
001240 77  NOM-CAMAS-W                PIC X(60)
001250     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001260 77  NOM-CITAS-W                PIC X(60)
001270     VALUE "D:\progelect\DATOS\SC-ARCHCIT.DAT".
001280 77  OTR-STAT                   PIC XX.
001290 77  SW-FIN-W                   PIC 9 VALUE 0.
001300 77  SW-GRABADO-W               PIC 9 VALUE 0.
001310 77  TIPO-ACCESO-W              PIC X VALUE SPACE.
001320 77  FECHA-HOY-W                PIC 9(8) VALUE 0.
001330 77  HORA-HOY-W                 PIC 9(6) VALUE 0.
001340 77  FECHA-DESDE-W              PIC 9(8) VALUE 0.
001350 77  FECHA-HASTA-W              PIC 9(8) VALUE 0.
001360 77  DIAS-TRATANTE-W            PIC 9(3) VALUE 30.

001370 LINKAGE SECTION.
001380 01  MODO-LNK                   PIC X.
001390     88 MODO-USUARIO            VALUE "U".
001400     88 MODO-VIP                VALUE "P".
001410     88 MODO-ABRIR              VALUE "A".
001420     88 MODO-REGISTRAR          VALUE "R".
001430 01  DATOS-ACCESO-LNK.
001440     02 USUARIO-LNK             PIC X(4).
001450     02 PACI-LNK                PIC X(15).
001460     02 FOLIO-LNK               PIC X(8).
001470     02 ORIGEN-LNK              PIC X.
001480        88 ORIGEN-VALIDO        VALUE "H" "E" "D" "X".
001490     02 MOTIVO-LNK              PIC X(60).
001500     02 PROF-LNK                PIC X(6).
001510     02 SERVHO-LNK              PIC X(4).
001520     02 ID-PERSONA-LNK          PIC X(15).
001530     02 ESTADO-LNK              PIC X.
001540 01  RESULT-LNK                 PIC X.
001550     88 ACCESO-OK               VALUE "S".
001560     88 ACCESO-PIDE-MOTIVO      VALUE "M".
001570     88 ACCESO-INVALIDO         VALUE "I".
001580     88 ACCESO-NO-OK            VALUE "N".

001590 PROCEDURE DIVISION USING MODO-LNK DATOS-ACCESO-LNK RESULT-LNK.

001600 MAINLINE.
001610     MOVE "N" TO RESULT-LNK.
001620     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001630     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
001640     EVALUATE TRUE
001650        WHEN MODO-USUARIO
001660             PERFORM GRABAR-USUARIO THRU FIN-GRABAR-USUARIO
001670        WHEN MODO-VIP
001680             PERFORM GRABAR-VIP THRU FIN-GRABAR-VIP
001690        WHEN MODO-ABRIR
001700             PERFORM SOLICITAR-ACCESO THRU FIN-SOLICITAR-ACCESO
001710        WHEN MODO-REGISTRAR
001720             PERFORM REGISTRAR-AUTORIZADO
001730                THRU FIN-REGISTRAR-AUTORIZADO
001740     END-EVALUATE.
001750     EXIT PROGRAM.

      *=================================================================
      * MAESTROS: USUARIO CLINICO Y PACIENTES VIP
      *=================================================================
001760 GRABAR-USUARIO.
001770     IF USUARIO-LNK = SPACES
001780        MOVE "I" TO RESULT-LNK
001790        GO TO FIN-GRABAR-USUARIO
001800     END-IF.
001810     OPEN I-O ARCHIVO-USU-CLINICO.
001820     IF OTR-STAT = "35"
001830        OPEN OUTPUT ARCHIVO-USU-CLINICO
001840        CLOSE ARCHIVO-USU-CLINICO
001850        OPEN I-O ARCHIVO-USU-CLINICO
001860     END-IF.
001870     MOVE USUARIO-LNK    TO COD-USU-UCL.
001880     MOVE PROF-LNK       TO PROF-UCL.
001890     MOVE SERVHO-LNK     TO SERVHO-UCL.
001900     MOVE ID-PERSONA-LNK TO ID-PERSONA-UCL.
001910     REWRITE REG-UCL
001920         INVALID KEY WRITE REG-UCL END-WRITE
001930     END-REWRITE.
001940     CLOSE ARCHIVO-USU-CLINICO.
001950     MOVE "S" TO RESULT-LNK.

001960 FIN-GRABAR-USUARIO.
001970     EXIT.

001980 GRABAR-VIP.
001990     IF PACI-LNK = SPACES
002000        OR (ESTADO-LNK NOT = "A" AND ESTADO-LNK NOT = "I")
002010        MOVE "I" TO RESULT-LNK
002020        GO TO FIN-GRABAR-VIP
002030     END-IF.
002040     OPEN I-O ARCHIVO-PACI-VIP.
002050     IF OTR-STAT = "35"
002060        OPEN OUTPUT ARCHIVO-PACI-VIP
002070        CLOSE ARCHIVO-PACI-VIP
002080        OPEN I-O ARCHIVO-PACI-VIP
002090     END-IF.
002100     MOVE PACI-LNK         TO PACI-VIP.
002110     MOVE MOTIVO-LNK(1:30) TO MOTIVO-VIP.
002120     MOVE ESTADO-LNK       TO ESTADO-VIP.
002130     MOVE FECHA-HOY-W      TO FECHA-VIP.
002140     REWRITE REG-VIP
002150         INVALID KEY WRITE REG-VIP END-WRITE
002160     END-REWRITE.
002170     CLOSE ARCHIVO-PACI-VIP.
002180     MOVE "S" TO RESULT-LNK.

002190 FIN-GRABAR-VIP.
002200     EXIT.

      *=================================================================
      * SOLICITUD DE APERTURA
      *=================================================================
002210 SOLICITAR-ACCESO.
002220     IF USUARIO-LNK = SPACES OR PACI-LNK = SPACES
002230        OR NOT ORIGEN-VALIDO
002240        MOVE "I" TO RESULT-LNK
002250        GO TO FIN-SOLICITAR-ACCESO
002260     END-IF.
002270     MOVE SPACE  TO TIPO-ACCESO-W.
002280     MOVE SPACES TO PROF-UCL SERVHO-UCL.
002290     OPEN INPUT ARCHIVO-USU-CLINICO.
002300     IF OTR-STAT = "00"
002310        MOVE USUARIO-LNK TO COD-USU-UCL
002320        READ ARCHIVO-USU-CLINICO
002330             INVALID KEY MOVE SPACES TO PROF-UCL SERVHO-UCL
002340        END-READ
002350        CLOSE ARCHIVO-USU-CLINICO
002360     END-IF.
002370     IF PROF-UCL NOT = SPACES
002380        PERFORM BUSCAR-TRATANTE
002390     END-IF.
002400     IF TIPO-ACCESO-W = SPACE AND SERVHO-UCL NOT = SPACES
002410        PERFORM BUSCAR-SERVICIO
002420     END-IF.
002430     IF TIPO-ACCESO-W = SPACE
002440        IF MOTIVO-LNK = SPACES
002450           MOVE "M" TO RESULT-LNK
002460           GO TO FIN-SOLICITAR-ACCESO
002470        END-IF
002480        MOVE "G" TO TIPO-ACCESO-W
002490     END-IF.
002500     PERFORM GRABAR-ACCESO.
002510     IF SW-GRABADO-W = 1
002520        MOVE "S" TO RESULT-LNK
002530     END-IF.

002540 FIN-SOLICITAR-ACCESO.
002550     EXIT.

      *    TRATANTE: EL PROFESIONAL TIENE O TUVO CITA CON EL PACIENTE
      *    DENTRO DE LOS DIAS-TRATANTE-W ALREDEDOR DE HOY.
002560 BUSCAR-TRATANTE.
002570     COMPUTE FECHA-DESDE-W = FUNCTION DATE-OF-INTEGER(
002580             FUNCTION INTEGER-OF-DATE(FECHA-HOY-W)
002590             - DIAS-TRATANTE-W).
002600     COMPUTE FECHA-HASTA-W = FUNCTION DATE-OF-INTEGER(
002610             FUNCTION INTEGER-OF-DATE(FECHA-HOY-W)
002620             + DIAS-TRATANTE-W).
002630     OPEN INPUT ARCHIVO-CITAS.
002640     IF OTR-STAT = "00"
002650        MOVE 0        TO SW-FIN-W
002660        MOVE PACI-LNK TO PACI-CIT
002670        START ARCHIVO-CITAS KEY IS = PACI-CIT
002680              INVALID KEY MOVE 1 TO SW-FIN-W
002690        END-START
002700        PERFORM REVISAR-CITA UNTIL SW-FIN-W = 1
002710        CLOSE ARCHIVO-CITAS
002720     END-IF.

002730 REVISAR-CITA.
002740     READ ARCHIVO-CITAS NEXT
002750          AT END MOVE 1 TO SW-FIN-W
002760     END-READ.
002770     IF SW-FIN-W = 0
002780        IF PACI-CIT NOT = PACI-LNK
002790           MOVE 1 TO SW-FIN-W
002800        ELSE
002810           IF (MEDICO-CIT = PROF-UCL
002820               OR ATIENDE-PROF-CIT = PROF-UCL)
002830              AND FECHA-CIT >= FECHA-DESDE-W
002840              AND FECHA-CIT <= FECHA-HASTA-W
002850              MOVE "T" TO TIPO-ACCESO-W
002860              MOVE 1   TO SW-FIN-W
002870           END-IF
002880        END-IF
002890     END-IF.

      *    SERVICIO: EL PACIENTE OCUPA UNA CAMA DEL SERVICIO DONDE
      *    TRABAJA EL USUARIO.
002900 BUSCAR-SERVICIO.
002910     OPEN INPUT ARCHIVO-CAMAS-HOSP.
002920     IF OTR-STAT = "00"
002930        MOVE 0        TO SW-FIN-W
002940        MOVE PACI-LNK TO PACI-CAM
002950        START ARCHIVO-CAMAS-HOSP KEY IS = PACI-CAM
002960              INVALID KEY MOVE 1 TO SW-FIN-W
002970        END-START
002980        PERFORM REVISAR-CAMA UNTIL SW-FIN-W = 1
002990        CLOSE ARCHIVO-CAMAS-HOSP
003000     END-IF.

003010 REVISAR-CAMA.
003020     READ ARCHIVO-CAMAS-HOSP NEXT
003030          AT END MOVE 1 TO SW-FIN-W
003040     END-READ.
003050     IF SW-FIN-W = 0
003060        IF PACI-CAM NOT = PACI-LNK
003070           MOVE 1 TO SW-FIN-W
003080        ELSE
003090           IF CAMA-OCUPADA AND SERVHO-CAM = SERVHO-UCL
003100              MOVE "S" TO TIPO-ACCESO-W
003110              MOVE 1   TO SW-FIN-W
003120           END-IF
003130        END-IF
003140     END-IF.

      *=================================================================
      * ACCESO AUTORIZADO POR OTRA VIA (EXPORTE CERTIFICADO)
      *=================================================================
003150 REGISTRAR-AUTORIZADO.
003160     IF USUARIO-LNK = SPACES OR PACI-LNK = SPACES
003170        OR NOT ORIGEN-VALIDO OR MOTIVO-LNK = SPACES
003180        MOVE "I" TO RESULT-LNK
003190        GO TO FIN-REGISTRAR-AUTORIZADO
003200     END-IF.
003210     MOVE "L" TO TIPO-ACCESO-W.
003220     PERFORM GRABAR-ACCESO.
003230     IF SW-GRABADO-W = 1
003240        MOVE "S" TO RESULT-LNK
003250     END-IF.

003260 FIN-REGISTRAR-AUTORIZADO.
003270     EXIT.

      *=================================================================
      * BITACORA: SI EL MISMO USUARIO ABRE DOS VECES EL MISMO PACIENTE
      * EN EL MISMO SEGUNDO SE SUBE LA SECUENCIA
      *=================================================================
003280 GRABAR-ACCESO.
003290     MOVE 0 TO SW-GRABADO-W.
003300     OPEN I-O ARCHIVO-ACCESO-HC.
003310     IF OTR-STAT = "35"
003320        OPEN OUTPUT ARCHIVO-ACCESO-HC
003330        CLOSE ARCHIVO-ACCESO-HC
003340        OPEN I-O ARCHIVO-ACCESO-HC
003350     END-IF.
003360     INITIALIZE REG-ACC.
003370     MOVE PACI-LNK      TO PACI-ACC.
003380     MOVE FECHA-HOY-W   TO FECHA-ACC FECHA-REG-ACC.
003390     MOVE HORA-HOY-W    TO HORA-ACC.
003400     MOVE USUARIO-LNK   TO USU-ACC.
003410     MOVE 0             TO SECU-ACC.
003420     MOVE FOLIO-LNK     TO FOLIO-ACC.
003430     MOVE ORIGEN-LNK    TO ORIGEN-ACC.
003440     MOVE TIPO-ACCESO-W TO TIPO-ACC.
003450     MOVE MOTIVO-LNK    TO MOTIVO-ACC.
003460     PERFORM ESCRIBIR-ACCESO UNTIL SW-GRABADO-W > 0.
003470     CLOSE ARCHIVO-ACCESO-HC.
003480     IF SW-GRABADO-W NOT = 1
003490        MOVE 0 TO SW-GRABADO-W
003500     END-IF.

003510 ESCRIBIR-ACCESO.
003520     WRITE REG-ACC
003530           INVALID KEY
003540               IF OTR-STAT = "22" AND SECU-ACC < 99
003550                  ADD 1 TO SECU-ACC
003560               ELSE
003570                  MOVE 9 TO SW-GRABADO-W
003580               END-IF
003590           NOT INVALID KEY
003600               MOVE 1 TO SW-GRABADO-W
003610     END-WRITE.
