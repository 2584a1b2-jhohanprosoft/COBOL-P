      *=================================================================
      * SALUD - SIAU: REGISTRO DE PQRS CON TERMINO LEGAL DE RESPUESTA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LAS PETICIONES, QUEJAS, RECLAMOS, SUGERENCIAS Y FELICITACIONES
      * LLEGABAN POR CORREO, WEB Y BUZON Y SE LLEVABAN EN UNA HOJA DE
      * CALCULO; SE VENCIA EL TERMINO DE 15 DIAS HABILES. SE LLEVAN EN
      * ARCHIVO-PQRS (SC-PQRS.DAT) LIGADAS AL PACIENTE Y, SI APLICA, A
      * LA CITA (ARCHIVO-CITAS), A LA ATENCION (HISTORIA-CLINICA) Y AL
      * PROFESIONAL, CON TIPO, ATRIBUTO DE CALIDAD, DEPENDENCIA
      * RESPONSABLE (ARCHIVO-DEPENDENCIAS) Y FECHA DE VENCIMIENTO EN
      * DIAS HABILES (CALL SAL7C36-01).
      * MODO "F" - GRABA UN FESTIVO (FECHA-LNK, DESCRIP-LNK).
      * MODO "R" - RADICA; DEVUELVE NRO-LNK Y FECHA-VENCE-LNK. SIN
      *            DIAS-TERMINO-LNK QUEDA EL TERMINO LEGAL DE 15 DIAS.
      *            EL PACIENTE PUEDE IR EN BLANCO (BUZON ANONIMO).
      * MODO "S" - REGISTRA LA RESPUESTA ENVIADA Y SU MEDIO.
      * MODO "X" - ANULA (RADICADA POR ERROR), CON OBSERVACION EN
      *            RESPUESTA-LNK.
      * EL AVISO DE LAS QUE ESTAN POR VENCER LO HACE SAL7C36-02, LA
      * ENCUESTA DE SATISFACCION SAL7C36-03 Y EL INFORME TRIMESTRAL A
      * SUPERSALUD SAL7C36-04.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - HABEAS DATA: LA RESPUESTA POR
      *         CORREO (MEDIO "C") O TELEFONO (MEDIO "T") A UNA PQRS
      *         CON PACIENTE SOLO SE REGISTRA SI EL PACIENTE AUTORIZO
      *         LA FINALIDAD RESULTADOS Y DOCUMENTOS POR ESE CANAL
      *         (SAL7C37 MODO "C"); SI NO, DEVUELVE "A" Y LA PQRS
      *         SIGUE ABIERTA PARA RESPONDERLA POR MEDIO FISICO O WEB.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C36.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PQRS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PQRS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PQRS
000140         ALTERNATE RECORD KEY IS PACI-PQRS WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-VENCE-PQRS
000160            WITH DUPLICATES
000170         ALTERNATE RECORD KEY IS FECHA-RADICA-PQRS
000180            WITH DUPLICATES
000190         FILE STATUS IS OTR-STAT.

000200     SELECT ARCHIVO-FESTIVOS LOCK MODE IS AUTOMATIC
000210         ASSIGN NOM-FESTIVOS-W
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS FECHA-FEST
000250         FILE STATUS IS OTR-STAT.

000260     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000270         ASSIGN NOM-PACIE-W
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS COD-PACI
000310         FILE STATUS IS OTR-STAT.

000320     SELECT ARCHIVO-CITAS LOCK MODE IS AUTOMATIC
000330         ASSIGN NOM-CITAS-W
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS LLAVE-CIT
000370         ALTERNATE RECORD KEY IS FECHA-CIT WITH DUPLICATES
000380         ALTERNATE RECORD KEY IS PACI-CIT WITH DUPLICATES
000390         FILE STATUS IS OTR-STAT.

000400     SELECT HISTORIA-CLINICA LOCK MODE IS AUTOMATIC
000410         ASSIGN NOM-HCAPE-W
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LLAVE-HC
000450         FILE STATUS IS OTR-STAT.

000460     SELECT ARCHIVO-DEPENDENCIAS LOCK MODE IS AUTOMATIC
000470         ASSIGN NOM-DEPEND-W
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LLAVE-DEPEN
000510         FILE STATUS IS OTR-STAT.

000520 DATA DIVISION.
000530 FILE SECTION.

000540 FD  ARCHIVO-PQRS
000550     LABEL RECORD STANDARD.
000560 01  REG-PQRS.
000570     02 LLAVE-PQRS.
000580        03 NRO-PQRS             PIC 9(8).
000590     02 FECHA-RADICA-PQRS       PIC 9(8).
000600     02 HORA-RADICA-PQRS        PIC 9(4).
000610     02 CANAL-PQRS              PIC X.
000620     02 TIPO-PQRS               PIC X.
000630        88 PQRS-PETICION        VALUE "P".
000640        88 PQRS-QUEJA           VALUE "Q".
000650        88 PQRS-RECLAMO         VALUE "R".
000660        88 PQRS-SUGERENCIA      VALUE "S".
000670        88 PQRS-FELICITACION    VALUE "F".
000680     02 ATRIBUTO-PQRS           PIC 9.
000690     02 PACI-PQRS               PIC X(15).
000700     02 CITA-PQRS               PIC X(9).
000710     02 ID-HC-PQRS              PIC X(15).
000720     02 FOLIO-HC-PQRS           PIC X(8).
000730     02 PROF-PQRS               PIC X(6).
000740     02 DEPEN-PQRS              PIC 9(3).
000750     02 DESCRIP-PQRS            PIC X(200).
000760     02 DIAS-TERMINO-PQRS       PIC 9(3).
000770     02 FECHA-VENCE-PQRS        PIC 9(8).
000780     02 ESTADO-PQRS             PIC X.
000790        88 PQRS-ABIERTA         VALUE "A".
000800        88 PQRS-RESPONDIDA      VALUE "R".
000810        88 PQRS-ANULADA         VALUE "X".
000820     02 ESCALA-PQRS             PIC 9.
000830        88 PQRS-SIN-ESCALAR     VALUE 0.
000840        88 PQRS-AVISO-VENCE     VALUE 1.
000850        88 PQRS-ESCALA-VENCIDA  VALUE 2.
000860     02 FECHA-ESCALA-PQRS       PIC 9(8).
000870     02 FECHA-RESP-PQRS         PIC 9(8).
000880     02 RESPUESTA-PQRS          PIC X(200).
000890     02 MEDIO-RESP-PQRS         PIC X.
000900     02 OPER-RADICA-PQRS        PIC X(4).
000910     02 OPER-RESP-PQRS          PIC X(4).
000920     02 FILLER                  PIC X(20).

000930 FD  ARCHIVO-FESTIVOS
000940     LABEL RECORD STANDARD.
000950 01  REG-FEST.
000960     02 FECHA-FEST              PIC 9(8).
000970     02 DESCRIP-FEST            PIC X(30).

000980 FD  ARCHIVO-PACIENTES
000990     LABEL RECORD STANDARD.
001000 01  REG-PACI.
001010     02 COD-PACI                PIC X(15).
001020     02 DESCRIP-PACI            PIC X(40).
001030     02 EPS-PACI                PIC X(6).
001040     02 ID-COTIZ-PACI           PIC X(15).
001050     02 ESTADO-PACI             PIC X.
001060     02 FUSIONADO-EN-PACI       PIC X(15).
001070     02 FECHA-FUSION-PACI       PIC 9(8).
001080     02 TELEFONO-PACI           PIC X(15).
001090     02 FECHA-NAC-PACI          PIC 9(8).
001100     02 SEXO-PACI               PIC X.
001110     02 PLAN-PACI               PIC XX.
001120     02 NIVEL-INGRESO-PACI      PIC 9.
001130     02 FILLER                  PIC X(9).

001140 FD  ARCHIVO-CITAS
001150     LABEL RECORD STANDARD.
001160 01  REG-CIT.
001170     02 LLAVE-CIT.
001180        03 SUC-CIT              PIC XX.
001190        03 CL-CIT               PIC 9.
001200        03 NRO-CIT              PIC 9(6).
001210     02 FECHA-CIT               PIC 9(8).
001220     02 HORA-CIT                PIC 9(4).
001230     02 MEDICO-CIT              PIC X(6).
001240     02 ATIENDE-PROF-CIT        PIC X(6).
001250     02 PACI-CIT                PIC X(15).
001260     02 COD-RESULT-CIT          PIC 9.
001270     02 FECHA-RESULT-CIT        PIC 9(8).
001280     02 HORA-RESULT-CIT         PIC 9(4).
001290     02 USUARIO-RESULT-CIT      PIC X(4).
001300     02 DURA-CIT                PIC 9(3).
001310     02 MODALIDAD-CIT           PIC X.
001320     02 FECHA-SOLIC-CIT         PIC 9(8).
001330     02 NRO-SERIE-CIT           PIC 9(6).
001340     02 NRO-SESION-CIT          PIC 9(2).
001350     02 AUTO-AGEND-CIT          PIC X.
001360     02 COD-CONFIRMA-CIT        PIC 9(6).
001370     02 FILLER                  PIC X(23).

001380 FD  HISTORIA-CLINICA
001390     LABEL RECORD STANDARD.
001400 01  REG-HC.
001410     02 LLAVE-HC.
001420        03 ID-HC                PIC X(15).
001430        03 FOLIO-HC             PIC X(8).
001440     02 EDAD-HC                 PIC 9(3).
001450     02 ESTADO-HC               PIC 9.
001460     02 FILLER                  PIC X(60).

001470 FD  ARCHIVO-DEPENDENCIAS
001480     LABEL RECORD STANDARD.
001490 01  REG-DEPEN.
001500     02 LLAVE-DEPEN.
001510        03 COD-DEPEN            PIC 9(3).
001520     02 DESCRIP-DEPEN           PIC X(30).
001530     02 CONF-IMPRES-DEPEN       PIC 99.
001540     02 DEPEN-PADRE-DEPEN       PIC 9(3).
001550     02 OPER-APRUEBA-DEPEN      PIC X(4).

001560 WORKING-STORAGE SECTION.

001570 77  NOM-PQRS-W                 PIC X(60)
001580     VALUE "D:\progelect\DATOS\SC-PQRS.DAT".
001590 77  NOM-FESTIVOS-W             PIC X(60)
001600     VALUE "D:\progelect\DATOS\SC-FESTIVOS.DAT".
001610 77  NOM-PACIE-W                PIC X(60)
001620     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001630 77  NOM-CITAS-W                PIC X(60)
001640     VALUE "D:\progelect\DATOS\SC-ARCHCIT.DAT".
001650 77  NOM-HCAPE-W                PIC X(60)
001660     VALUE "D:\progelect\DATOS\SC-HISTCLIN.DAT".
001670 77  NOM-DEPEND-W               PIC X(60)
001680     VALUE "D:\progelect\DATOS\SC-DEPEN.DAT".
001690 77  OTR-STAT                   PIC XX.
001700 77  FECHA-EVENTO-W             PIC 9(8) VALUE 0.
001710 77  HORA-EVENTO-W              PIC 9(4) VALUE 0.
001720 77  NRO-SIGUIENTE-W            PIC 9(8) VALUE 0.
001730 77  TERMINO-LEGAL-W            PIC 9(3) VALUE 15.
001740 77  SW-VALIDO-W                PIC X VALUE SPACE.

      * PARAMETROS PARA SAL7C37 (CONSULTAR AUTORIZACION DE DATOS)
001741 77  MODO-AUT-W                 PIC X VALUE "C".
001742 01  DATOS-AUT-W.
001743     02 PACI-AUT-W              PIC X(15).
001744     02 FINALIDAD-AUT-W         PIC X VALUE "D".
001745     02 CANAL-AUT-W             PIC X.
001746     02 MEDIO-CAPTURA-AUT-W     PIC X VALUE SPACE.
001747     02 FECHA-AUT-W             PIC 9(8) VALUE 0.
001748     02 SOPORTE-AUT-W           PIC X(30) VALUE SPACES.
001749     02 OPER-AUT-W              PIC X(4) VALUE SPACES.
001750 77  RESULT-AUT-W               PIC X.
001751     88 AUT-CANAL-OK-W          VALUE "S".

001752 LINKAGE SECTION.
001760 01  MODO-LNK                   PIC X.
001770     88 MODO-FESTIVO            VALUE "F".
001780     88 MODO-RADICAR            VALUE "R".
001790     88 MODO-RESPONDER          VALUE "S".
001800     88 MODO-ANULAR             VALUE "X".
001810 01  DATOS-PQRS-LNK.
001820     02 NRO-LNK                 PIC 9(8).
001830     02 FECHA-LNK               PIC 9(8).
001840     02 HORA-LNK                PIC 9(4).
001850     02 CANAL-LNK               PIC X.
001860        88 CANAL-VALIDO         VALUE "C" "W" "B" "P" "T".
001870     02 TIPO-LNK                PIC X.
001880        88 TIPO-VALIDO          VALUE "P" "Q" "R" "S" "F".
001890     02 ATRIBUTO-LNK            PIC 9.
001900        88 ATRIBUTO-VALIDO      VALUE 1 THRU 6.
001910     02 PACI-LNK                PIC X(15).
001920     02 CITA-LNK                PIC X(9).
001930     02 ID-HC-LNK               PIC X(15).
001940     02 FOLIO-HC-LNK            PIC X(8).
001950     02 PROF-LNK                PIC X(6).
001960     02 DEPEN-LNK               PIC 9(3).
001970     02 DESCRIP-LNK             PIC X(200).
001980     02 DIAS-TERMINO-LNK        PIC 9(3).
001990     02 FECHA-VENCE-LNK         PIC 9(8).
002000     02 RESPUESTA-LNK           PIC X(200).
002010     02 MEDIO-RESP-LNK          PIC X.
002020        88 MEDIO-RESP-VALIDO    VALUE "C" "F" "T" "W".
002030     02 OPER-LNK                PIC X(4).
002040 01  RESULT-LNK                 PIC X.
002050     88 PQRS-OK                 VALUE "S".
002060     88 PQRS-INVALIDA           VALUE "I".
002070     88 PQRS-NO-EXISTE          VALUE "E".
002080     88 PQRS-NO-OK              VALUE "N".
002081     88 PQRS-SIN-AUTORIZ        VALUE "A".

002090 PROCEDURE DIVISION USING MODO-LNK DATOS-PQRS-LNK RESULT-LNK.

002100 MAINLINE.
002110     MOVE "N" TO RESULT-LNK.
002120     IF FECHA-LNK = 0
002130        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-EVENTO-W
002140        MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-EVENTO-W
002150     ELSE
002160        MOVE FECHA-LNK TO FECHA-EVENTO-W
002170        MOVE HORA-LNK  TO HORA-EVENTO-W
002180     END-IF.
002190     EVALUATE TRUE
002200        WHEN MODO-FESTIVO
002210             PERFORM GRABAR-FESTIVO THRU FIN-GRABAR-FESTIVO
002220        WHEN MODO-RADICAR
002230             PERFORM RADICAR-PQRS THRU FIN-RADICAR-PQRS
002240        WHEN MODO-RESPONDER
002250             PERFORM RESPONDER-PQRS THRU FIN-RESPONDER-PQRS
002260        WHEN MODO-ANULAR
002270             PERFORM ANULAR-PQRS THRU FIN-ANULAR-PQRS
002280     END-EVALUATE.
002290     EXIT PROGRAM.

002300 ABRIR-PQRS.
002310     OPEN I-O ARCHIVO-PQRS.
002320     IF OTR-STAT = "35"
002330        OPEN OUTPUT ARCHIVO-PQRS
002340        CLOSE ARCHIVO-PQRS
002350        OPEN I-O ARCHIVO-PQRS
002360     END-IF.

      *=================================================================
      * FESTIVOS: LOS DIAS QUE NO CUENTAN PARA EL TERMINO
      *=================================================================
002370 GRABAR-FESTIVO.
002380     IF FECHA-LNK = 0
002390        MOVE "I" TO RESULT-LNK
002400        GO TO FIN-GRABAR-FESTIVO
002410     END-IF.
002420     OPEN I-O ARCHIVO-FESTIVOS.
002430     IF OTR-STAT = "35"
002440        OPEN OUTPUT ARCHIVO-FESTIVOS
002450        CLOSE ARCHIVO-FESTIVOS
002460        OPEN I-O ARCHIVO-FESTIVOS
002470     END-IF.
002480     MOVE FECHA-LNK         TO FECHA-FEST.
002490     MOVE DESCRIP-LNK(1:30) TO DESCRIP-FEST.
002500     REWRITE REG-FEST
002510         INVALID KEY WRITE REG-FEST END-WRITE
002520     END-REWRITE.
002530     CLOSE ARCHIVO-FESTIVOS.
002540     MOVE "S" TO RESULT-LNK.

002550 FIN-GRABAR-FESTIVO.
002560     EXIT.

      *=================================================================
      * RADICACION
      *=================================================================
002570 RADICAR-PQRS.
002580     IF NOT TIPO-VALIDO
002590        OR NOT CANAL-VALIDO
002600        OR NOT ATRIBUTO-VALIDO
002610        OR DEPEN-LNK = 0
002620        OR DESCRIP-LNK = SPACES
002630        MOVE "I" TO RESULT-LNK
002640        GO TO FIN-RADICAR-PQRS
002650     END-IF.
002660     PERFORM VALIDAR-REFERENCIAS THRU FIN-VALIDAR-REFERENCIAS.
002670     IF SW-VALIDO-W NOT = "S"
002680        MOVE SW-VALIDO-W TO RESULT-LNK
002690        GO TO FIN-RADICAR-PQRS
002700     END-IF.
002710     IF DIAS-TERMINO-LNK = 0
002720        MOVE TERMINO-LEGAL-W TO DIAS-TERMINO-LNK
002730     END-IF.
002740     CALL "SAL7C36-01" USING FECHA-EVENTO-W DIAS-TERMINO-LNK
002750                             FECHA-VENCE-LNK.
002760     PERFORM ABRIR-PQRS.
002770     PERFORM BUSCAR-ULTIMO-NRO.
002780     INITIALIZE REG-PQRS.
002790     MOVE NRO-SIGUIENTE-W  TO NRO-PQRS NRO-LNK.
002800     MOVE FECHA-EVENTO-W   TO FECHA-RADICA-PQRS.
002810     MOVE HORA-EVENTO-W    TO HORA-RADICA-PQRS.
002820     MOVE CANAL-LNK        TO CANAL-PQRS.
002830     MOVE TIPO-LNK         TO TIPO-PQRS.
002840     MOVE ATRIBUTO-LNK     TO ATRIBUTO-PQRS.
002850     MOVE PACI-LNK         TO PACI-PQRS.
002860     MOVE CITA-LNK         TO CITA-PQRS.
002870     MOVE ID-HC-LNK        TO ID-HC-PQRS.
002880     MOVE FOLIO-HC-LNK     TO FOLIO-HC-PQRS.
002890     MOVE PROF-LNK         TO PROF-PQRS.
002900     MOVE DEPEN-LNK        TO DEPEN-PQRS.
002910     MOVE DESCRIP-LNK      TO DESCRIP-PQRS.
002920     MOVE DIAS-TERMINO-LNK TO DIAS-TERMINO-PQRS.
002930     MOVE FECHA-VENCE-LNK  TO FECHA-VENCE-PQRS.
002940     MOVE "A"              TO ESTADO-PQRS.
002950     MOVE 0                TO ESCALA-PQRS.
002960     MOVE OPER-LNK         TO OPER-RADICA-PQRS.
002970     WRITE REG-PQRS
002980           INVALID KEY
002990               CLOSE ARCHIVO-PQRS
003000               GO TO FIN-RADICAR-PQRS
003010     END-WRITE.
003020     CLOSE ARCHIVO-PQRS.
003030     MOVE "S" TO RESULT-LNK.

003040 FIN-RADICAR-PQRS.
003050     EXIT.

003060 BUSCAR-ULTIMO-NRO.
003070     MOVE 99999999 TO NRO-PQRS.
003080     MOVE 0        TO NRO-SIGUIENTE-W.
003090     START ARCHIVO-PQRS KEY IS <= LLAVE-PQRS
003100           INVALID KEY MOVE 0 TO NRO-SIGUIENTE-W
003110           NOT INVALID KEY
003120               READ ARCHIVO-PQRS PREVIOUS
003130                    AT END MOVE 0 TO NRO-SIGUIENTE-W
003140                    NOT AT END MOVE NRO-PQRS TO NRO-SIGUIENTE-W
003150               END-READ
003160     END-START.
003170     ADD 1 TO NRO-SIGUIENTE-W.

      *    EL PACIENTE, LA CITA Y LA ATENCION SON OPCIONALES PERO SI
      *    VIENEN DEBEN EXISTIR; LA DEPENDENCIA ES OBLIGATORIA.
003180 VALIDAR-REFERENCIAS.
003190     MOVE "E" TO SW-VALIDO-W.
003200     OPEN INPUT ARCHIVO-DEPENDENCIAS.
003210     IF OTR-STAT NOT = "00"
003220        GO TO FIN-VALIDAR-REFERENCIAS
003230     END-IF.
003240     MOVE DEPEN-LNK TO COD-DEPEN.
003250     READ ARCHIVO-DEPENDENCIAS
003260          INVALID KEY MOVE "23" TO OTR-STAT
003270     END-READ.
003280     CLOSE ARCHIVO-DEPENDENCIAS.
003290     IF OTR-STAT NOT = "00"
003300        GO TO FIN-VALIDAR-REFERENCIAS
003310     END-IF.
003320     IF PACI-LNK NOT = SPACES
003330        OPEN INPUT ARCHIVO-PACIENTES
003340        MOVE PACI-LNK TO COD-PACI
003350        READ ARCHIVO-PACIENTES
003360             INVALID KEY MOVE "23" TO OTR-STAT
003370        END-READ
003380        CLOSE ARCHIVO-PACIENTES
003390        IF OTR-STAT NOT = "00"
003400           GO TO FIN-VALIDAR-REFERENCIAS
003410        END-IF
003420     END-IF.
003430     IF CITA-LNK NOT = SPACES
003440        OPEN INPUT ARCHIVO-CITAS
003450        MOVE CITA-LNK TO LLAVE-CIT
003460        READ ARCHIVO-CITAS
003470             INVALID KEY MOVE "23" TO OTR-STAT
003480        END-READ
003490        CLOSE ARCHIVO-CITAS
003500        IF OTR-STAT NOT = "00"
003510           GO TO FIN-VALIDAR-REFERENCIAS
003520        END-IF
003530        IF PACI-LNK NOT = SPACES AND PACI-CIT NOT = PACI-LNK
003540           MOVE "I" TO SW-VALIDO-W
003550           GO TO FIN-VALIDAR-REFERENCIAS
003560        END-IF
003570        IF PROF-LNK = SPACES
003580           MOVE ATIENDE-PROF-CIT TO PROF-LNK
003590        END-IF
003600     END-IF.
003610     IF ID-HC-LNK NOT = SPACES
003620        OPEN INPUT HISTORIA-CLINICA
003630        MOVE ID-HC-LNK    TO ID-HC
003640        MOVE FOLIO-HC-LNK TO FOLIO-HC
003650        READ HISTORIA-CLINICA
003660             INVALID KEY MOVE "23" TO OTR-STAT
003670        END-READ
003680        CLOSE HISTORIA-CLINICA
003690        IF OTR-STAT NOT = "00"
003700           GO TO FIN-VALIDAR-REFERENCIAS
003710        END-IF
003720     END-IF.
003730     MOVE "S" TO SW-VALIDO-W.

003740 FIN-VALIDAR-REFERENCIAS.
003750     EXIT.

      *=================================================================
      * RESPUESTA Y ANULACION
      *=================================================================
003760 RESPONDER-PQRS.
003770     IF RESPUESTA-LNK = SPACES OR NOT MEDIO-RESP-VALIDO
003780        MOVE "I" TO RESULT-LNK
003790        GO TO FIN-RESPONDER-PQRS
003800     END-IF.
003810     PERFORM ABRIR-PQRS.
003820     MOVE NRO-LNK TO NRO-PQRS.
003830     READ ARCHIVO-PQRS
003840          INVALID KEY
003850              MOVE "E" TO RESULT-LNK
003860              CLOSE ARCHIVO-PQRS
003870              GO TO FIN-RESPONDER-PQRS
003880     END-READ.
003890     IF NOT PQRS-ABIERTA
003900        MOVE "I" TO RESULT-LNK
003910        CLOSE ARCHIVO-PQRS
003920        GO TO FIN-RESPONDER-PQRS
003930     END-IF.
003931     IF PACI-PQRS NOT = SPACES
003932        AND (MEDIO-RESP-LNK = "C" OR MEDIO-RESP-LNK = "T")
003933        MOVE PACI-PQRS TO PACI-AUT-W
003934        IF MEDIO-RESP-LNK = "C"
003935           MOVE "E" TO CANAL-AUT-W
003936        ELSE
003937           MOVE "T" TO CANAL-AUT-W
003938        END-IF
003939        CALL "SAL7C37" USING MODO-AUT-W DATOS-AUT-W
003940                             RESULT-AUT-W
003941        IF NOT AUT-CANAL-OK-W
003942           MOVE "A" TO RESULT-LNK
003943           CLOSE ARCHIVO-PQRS
003944           GO TO FIN-RESPONDER-PQRS
003945        END-IF
003946     END-IF.
003947     MOVE "R"            TO ESTADO-PQRS.
003950     MOVE FECHA-EVENTO-W TO FECHA-RESP-PQRS.
003960     MOVE RESPUESTA-LNK  TO RESPUESTA-PQRS.
003970     MOVE MEDIO-RESP-LNK TO MEDIO-RESP-PQRS.
003980     MOVE OPER-LNK       TO OPER-RESP-PQRS.
003990     REWRITE REG-PQRS
004000             INVALID KEY
004010                 CLOSE ARCHIVO-PQRS
004020                 GO TO FIN-RESPONDER-PQRS
004030     END-REWRITE.
004040     CLOSE ARCHIVO-PQRS.
004050     MOVE FECHA-VENCE-PQRS TO FECHA-VENCE-LNK.
004060     MOVE "S" TO RESULT-LNK.

004070 FIN-RESPONDER-PQRS.
004080     EXIT.

004090 ANULAR-PQRS.
004100     IF RESPUESTA-LNK = SPACES
004110        MOVE "I" TO RESULT-LNK
004120        GO TO FIN-ANULAR-PQRS
004130     END-IF.
004140     PERFORM ABRIR-PQRS.
004150     MOVE NRO-LNK TO NRO-PQRS.
004160     READ ARCHIVO-PQRS
004170          INVALID KEY
004180              MOVE "E" TO RESULT-LNK
004190              CLOSE ARCHIVO-PQRS
004200              GO TO FIN-ANULAR-PQRS
004210     END-READ.
004220     IF NOT PQRS-ABIERTA
004230        MOVE "I" TO RESULT-LNK
004240        CLOSE ARCHIVO-PQRS
004250        GO TO FIN-ANULAR-PQRS
004260     END-IF.
004270     MOVE "X"            TO ESTADO-PQRS.
004280     MOVE FECHA-EVENTO-W TO FECHA-RESP-PQRS.
004290     MOVE RESPUESTA-LNK  TO RESPUESTA-PQRS.
004300     MOVE OPER-LNK       TO OPER-RESP-PQRS.
004310     REWRITE REG-PQRS
004320             INVALID KEY
004330                 CLOSE ARCHIVO-PQRS
004340                 GO TO FIN-ANULAR-PQRS
004350     END-REWRITE.
004360     CLOSE ARCHIVO-PQRS.
004370     MOVE "S" TO RESULT-LNK.

004380 FIN-ANULAR-PQRS.
004390     EXIT.
