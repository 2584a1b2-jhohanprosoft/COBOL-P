      *=================================================================
      * SALUD - HABEAS DATA: SOLICITUDES DEL TITULAR (LEY 1581)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * REGISTRO DE LAS CONSULTAS Y RECLAMOS QUE EL PACIENTE (O SU
      * REPRESENTANTE O CAUSAHABIENTE) PRESENTA SOBRE SUS DATOS, EN
      * ARCHIVO-SOLIC-TITULAR (SC-SOLTITULAR.DAT), CON EL TERMINO
      * LEGAL EN DIAS HABILES (CALL SAL7C36-01):
      *   C - CONSULTA (ART. 14): 10 DIAS, PRORROGABLE 5.
      *   A - CORRECCION O ACTUALIZACION (ART. 15): 15 DIAS,
      *       PRORROGABLE 8.
      *   S - SUPRESION (ART. 15): 15 DIAS, PRORROGABLE 8.
      *   V - REVOCATORIA DE LA AUTORIZACION (ART. 15): IGUAL.
      * MODO "R" - RADICA; DEVUELVE NRO-LNK Y FECHA-VENCE-LNK.
      * MODO "P" - PRORROGA UNA SOLA VEZ, CON MOTIVO (SE LE DEBE
      *            INFORMAR AL TITULAR ANTES DEL VENCIMIENTO).
      * MODO "S" - REGISTRA LA RESPUESTA Y LA DECISION (A ATENDIDA,
      *            N NEGADA). UNA SUPRESION O REVOCATORIA ATENDIDA
      *            DEJA EN "N" LAS TRES FINALIDADES DEL PACIENTE
      *            (CALL SAL7C37 MODO "G", MEDIO "S"); LA HISTORIA
      *            CLINICA NO SE SUPRIME, TIENE SU PROPIA RETENCION.
      * RESULT-LNK: "S" OK, "I" DATOS INVALIDOS O ESTADO QUE NO LO
      * PERMITE, "E" NO EXISTE (SOLICITUD O PACIENTE), "N" FALLA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C37-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-SOLIC-TITULAR LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-SOLTIT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-SOLT
000140         ALTERNATE RECORD KEY IS PACI-SOLT WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-VENCE-SOLT
000160            WITH DUPLICATES
000170         ALTERNATE RECORD KEY IS FECHA-RADICA-SOLT
000180            WITH DUPLICATES
000190         FILE STATUS IS OTR-STAT.

000200     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000210         ASSIGN NOM-PACIE-W
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS COD-PACI
000250         FILE STATUS IS OTR-STAT.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-SOLIC-TITULAR
000290     LABEL RECORD STANDARD.
000300 01  REG-SOLT.
000310     02 LLAVE-SOLT.
000320        03 NRO-SOLT             PIC 9(8).
000330     02 FECHA-RADICA-SOLT       PIC 9(8).
000340     02 HORA-RADICA-SOLT        PIC 9(4).
000350     02 PACI-SOLT               PIC X(15).
000360     02 SOLICITANTE-SOLT        PIC X(40).
000370     02 CALIDAD-SOLT            PIC X.
000380     02 TIPO-SOLT               PIC X.
000390        88 SOLT-CONSULTA        VALUE "C".
000400        88 SOLT-CORRECCION      VALUE "A".
000410        88 SOLT-SUPRESION       VALUE "S".
000420        88 SOLT-REVOCATORIA     VALUE "V".
000430     02 CANAL-SOLT              PIC X.
000440     02 DESCRIP-SOLT            PIC X(200).
000450     02 DIAS-TERMINO-SOLT       PIC 9(3).
000460     02 FECHA-VENCE-SOLT        PIC 9(8).
000470     02 PRORROGA-SOLT           PIC 9.
000480        88 SOLT-PRORROGADA      VALUE 1.
000490     02 MOTIVO-PRORROGA-SOLT    PIC X(60).
000500     02 ESTADO-SOLT             PIC X.
000510        88 SOLT-ABIERTA         VALUE "A".
000520        88 SOLT-RESPONDIDA      VALUE "R".
000530     02 DECISION-SOLT           PIC X.
000540     02 FECHA-RESP-SOLT         PIC 9(8).
000550     02 RESPUESTA-SOLT          PIC X(200).
000560     02 OPER-RADICA-SOLT        PIC X(4).
000570     02 OPER-RESP-SOLT          PIC X(4).
000580     02 FILLER                  PIC X(20).

000590 FD  ARCHIVO-PACIENTES
000600     LABEL RECORD STANDARD.
000610 01  REG-PACI.
000620     02 COD-PACI                PIC X(15).
000630     02 DESCRIP-PACI            PIC X(40).
000640     02 EPS-PACI                PIC X(6).
000650     02 ID-COTIZ-PACI           PIC X(15).
000660     02 ESTADO-PACI             PIC X.
000670     02 FUSIONADO-EN-PACI       PIC X(15).
000680     02 FECHA-FUSION-PACI       PIC 9(8).
000690     02 TELEFONO-PACI           PIC X(15).
000700     02 FECHA-NAC-PACI          PIC 9(8).
000710     02 SEXO-PACI               PIC X.
000720     02 PLAN-PACI               PIC XX.
000730     02 NIVEL-INGRESO-PACI      PIC 9.
000740     02 AUTORIZA-PACI.
000750        03 AUT-RECORDAT-PACI    PIC X.
000760        03 AUT-RESULTADOS-PACI  PIC X.
000770        03 AUT-MERCADEO-PACI    PIC X.
000780     02 FILLER                  PIC X(6).

000790 WORKING-STORAGE SECTION.

000800 77  NOM-SOLTIT-W               PIC X(60)
000810     VALUE "D:\progelect\DATOS\SC-SOLTITULAR.DAT".
000820 77  NOM-PACIE-W                PIC X(60)
000830     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000840 77  OTR-STAT                   PIC XX.
000850 77  FECHA-EVENTO-W             PIC 9(8) VALUE 0.
000860 77  HORA-EVENTO-W              PIC 9(4) VALUE 0.
000870 77  NRO-SIGUIENTE-W            PIC 9(8) VALUE 0.
000880 77  DIAS-PRORROGA-W            PIC 9(3) VALUE 0.
000890 77  FECHA-VENCE-W              PIC 9(8) VALUE 0.
000900 77  I                          PIC 9 VALUE 0.

      * PARAMETROS PARA SAL7C37 (REVOCATORIA DE LAS AUTORIZACIONES)
000910 77  MODO-AUT-W                 PIC X VALUE "G".
000920 77  RESULT-AUT-W               PIC X.
000930 01  DATOS-AUT-W.
000940     02 PACI-AUT-W              PIC X(15).
000950     02 FINALIDAD-AUT-W         PIC X.
000960     02 CANAL-AUT-W             PIC X.
000970     02 MEDIO-CAPTURA-AUT-W     PIC X.
000980     02 FECHA-AUT-W             PIC 9(8).
000990     02 SOPORTE-AUT-W           PIC X(30).
001000     02 OPER-AUT-W              PIC X(4).
001010 01  FINALIDADES-W              PIC X(3) VALUE "RDM".
001020 01  FILLER REDEFINES FINALIDADES-W.
001030     02 FINALIDAD-TAB-W         PIC X OCCURS 3.

001040 LINKAGE SECTION.
001050 01  MODO-LNK                   PIC X.
001060     88 MODO-RADICAR            VALUE "R".
001070     88 MODO-PRORROGAR          VALUE "P".
001080     88 MODO-RESPONDER          VALUE "S".
001090 01  DATOS-SOLT-LNK.
001100     02 NRO-LNK                 PIC 9(8).
001110     02 FECHA-LNK               PIC 9(8).
001120     02 HORA-LNK                PIC 9(4).
001130     02 PACI-LNK                PIC X(15).
001140     02 SOLICITANTE-LNK         PIC X(40).
001150     02 CALIDAD-LNK             PIC X.
001160        88 CALIDAD-VALIDA       VALUE "T" "R" "C".
001170     02 TIPO-LNK                PIC X.
001180        88 TIPO-CONSULTA        VALUE "C".
001190        88 TIPO-VALIDO          VALUE "C" "A" "S" "V".
001200     02 CANAL-LNK               PIC X.
001210        88 CANAL-VALIDO         VALUE "C" "P" "W" "F".
001220     02 DESCRIP-LNK             PIC X(200).
001230     02 FECHA-VENCE-LNK         PIC 9(8).
001240     02 MOTIVO-PRORROGA-LNK     PIC X(60).
001250     02 DECISION-LNK            PIC X.
001260        88 DECISION-VALIDA      VALUE "A" "N".
001270     02 RESPUESTA-LNK           PIC X(200).
001280     02 OPER-LNK                PIC X(4).
001290 01  RESULT-LNK                 PIC X.
001300     88 SOLT-OK                 VALUE "S".
001310     88 SOLT-INVALIDA           VALUE "I".
001320     88 SOLT-NO-EXISTE          VALUE "E".
001330     88 SOLT-NO-OK              VALUE "N".

001340 PROCEDURE DIVISION USING MODO-LNK DATOS-SOLT-LNK RESULT-LNK.

001350 MAINLINE.
001360     MOVE "N" TO RESULT-LNK.
001370     IF FECHA-LNK = 0
001380        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-EVENTO-W
001390        MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-EVENTO-W
001400     ELSE
001410        MOVE FECHA-LNK TO FECHA-EVENTO-W
001420        MOVE HORA-LNK  TO HORA-EVENTO-W
001430     END-IF.
001440     EVALUATE TRUE
001450        WHEN MODO-RADICAR
001460             PERFORM RADICAR-SOLICITUD THRU FIN-RADICAR-SOLICITUD
001470        WHEN MODO-PRORROGAR
001480             PERFORM PRORROGAR-SOLICITUD
001490                THRU FIN-PRORROGAR-SOLICITUD
001500        WHEN MODO-RESPONDER
001510             PERFORM RESPONDER-SOLICITUD
001520                THRU FIN-RESPONDER-SOLICITUD
001530     END-EVALUATE.
001540     EXIT PROGRAM.

001550 ABRIR-SOLICITUDES.
001560     OPEN I-O ARCHIVO-SOLIC-TITULAR.
001570     IF OTR-STAT = "35"
001580        OPEN OUTPUT ARCHIVO-SOLIC-TITULAR
001590        CLOSE ARCHIVO-SOLIC-TITULAR
001600        OPEN I-O ARCHIVO-SOLIC-TITULAR
001610     END-IF.

      *=================================================================
      * RADICACION
      *=================================================================
001620 RADICAR-SOLICITUD.
001630     IF PACI-LNK = SPACES
001640        OR SOLICITANTE-LNK = SPACES
001650        OR DESCRIP-LNK = SPACES
001660        OR NOT CALIDAD-VALIDA
001670        OR NOT TIPO-VALIDO
001680        OR NOT CANAL-VALIDO
001690        MOVE "I" TO RESULT-LNK
001700        GO TO FIN-RADICAR-SOLICITUD
001710     END-IF.
001720     OPEN INPUT ARCHIVO-PACIENTES.
001730     MOVE PACI-LNK TO COD-PACI.
001740     READ ARCHIVO-PACIENTES
001750          INVALID KEY MOVE "23" TO OTR-STAT
001760     END-READ.
001770     CLOSE ARCHIVO-PACIENTES.
001780     IF OTR-STAT NOT = "00"
001790        MOVE "E" TO RESULT-LNK
001800        GO TO FIN-RADICAR-SOLICITUD
001810     END-IF.
001820     PERFORM ABRIR-SOLICITUDES.
001830     MOVE 99999999 TO NRO-SOLT.
001840     MOVE 0        TO NRO-SIGUIENTE-W.
001850     START ARCHIVO-SOLIC-TITULAR KEY IS <= LLAVE-SOLT
001860           INVALID KEY MOVE 0 TO NRO-SIGUIENTE-W
001870           NOT INVALID KEY
001880               READ ARCHIVO-SOLIC-TITULAR PREVIOUS
001890                    AT END MOVE 0 TO NRO-SIGUIENTE-W
001900                    NOT AT END MOVE NRO-SOLT TO NRO-SIGUIENTE-W
001910               END-READ
001920     END-START.
001930     ADD 1 TO NRO-SIGUIENTE-W.
001940     INITIALIZE REG-SOLT.
001950     IF TIPO-CONSULTA
001960        MOVE 10 TO DIAS-TERMINO-SOLT
001970     ELSE
001980        MOVE 15 TO DIAS-TERMINO-SOLT
001990     END-IF.
002000     CALL "SAL7C36-01" USING FECHA-EVENTO-W DIAS-TERMINO-SOLT
002010                             FECHA-VENCE-W.
002020     MOVE NRO-SIGUIENTE-W TO NRO-SOLT NRO-LNK.
002030     MOVE FECHA-EVENTO-W  TO FECHA-RADICA-SOLT.
002040     MOVE HORA-EVENTO-W   TO HORA-RADICA-SOLT.
002050     MOVE PACI-LNK        TO PACI-SOLT.
002060     MOVE SOLICITANTE-LNK TO SOLICITANTE-SOLT.
002070     MOVE CALIDAD-LNK     TO CALIDAD-SOLT.
002080     MOVE TIPO-LNK        TO TIPO-SOLT.
002090     MOVE CANAL-LNK       TO CANAL-SOLT.
002100     MOVE DESCRIP-LNK     TO DESCRIP-SOLT.
002110     MOVE FECHA-VENCE-W   TO FECHA-VENCE-SOLT FECHA-VENCE-LNK.
002120     MOVE 0               TO PRORROGA-SOLT.
002130     MOVE "A"             TO ESTADO-SOLT.
002140     MOVE OPER-LNK        TO OPER-RADICA-SOLT.
002150     WRITE REG-SOLT
002160           INVALID KEY
002170               CLOSE ARCHIVO-SOLIC-TITULAR
002180               GO TO FIN-RADICAR-SOLICITUD
002190     END-WRITE.
002200     CLOSE ARCHIVO-SOLIC-TITULAR.
002210     MOVE "S" TO RESULT-LNK.

002220 FIN-RADICAR-SOLICITUD.
002230     EXIT.

      *=================================================================
      * PRORROGA: UNA SOLA VEZ Y ANTES DE VENCER; EL NUEVO TERMINO SE
      * CUENTA DESDE EL VENCIMIENTO ORIGINAL
      *=================================================================
002240 PRORROGAR-SOLICITUD.
002250     IF MOTIVO-PRORROGA-LNK = SPACES
002260        MOVE "I" TO RESULT-LNK
002270        GO TO FIN-PRORROGAR-SOLICITUD
002280     END-IF.
002290     PERFORM ABRIR-SOLICITUDES.
002300     MOVE NRO-LNK TO NRO-SOLT.
002310     READ ARCHIVO-SOLIC-TITULAR
002320          INVALID KEY
002330              MOVE "E" TO RESULT-LNK
002340              CLOSE ARCHIVO-SOLIC-TITULAR
002350              GO TO FIN-PRORROGAR-SOLICITUD
002360     END-READ.
002370     IF NOT SOLT-ABIERTA OR SOLT-PRORROGADA
002380        OR FECHA-EVENTO-W > FECHA-VENCE-SOLT
002390        MOVE "I" TO RESULT-LNK
002400        CLOSE ARCHIVO-SOLIC-TITULAR
002410        GO TO FIN-PRORROGAR-SOLICITUD
002420     END-IF.
002430     IF SOLT-CONSULTA
002440        MOVE 5 TO DIAS-PRORROGA-W
002450     ELSE
002460        MOVE 8 TO DIAS-PRORROGA-W
002470     END-IF.
002480     CALL "SAL7C36-01" USING FECHA-VENCE-SOLT DIAS-PRORROGA-W
002490                             FECHA-VENCE-W.
002500     MOVE FECHA-VENCE-W       TO FECHA-VENCE-SOLT FECHA-VENCE-LNK.
002510     ADD DIAS-PRORROGA-W      TO DIAS-TERMINO-SOLT.
002520     MOVE 1                   TO PRORROGA-SOLT.
002530     MOVE MOTIVO-PRORROGA-LNK TO MOTIVO-PRORROGA-SOLT.
002540     REWRITE REG-SOLT
002550             INVALID KEY
002560                 CLOSE ARCHIVO-SOLIC-TITULAR
002570                 GO TO FIN-PRORROGAR-SOLICITUD
002580     END-REWRITE.
002590     CLOSE ARCHIVO-SOLIC-TITULAR.
002600     MOVE "S" TO RESULT-LNK.

002610 FIN-PRORROGAR-SOLICITUD.
002620     EXIT.

      *=================================================================
      * RESPUESTA
      *=================================================================
002630 RESPONDER-SOLICITUD.
002640     IF RESPUESTA-LNK = SPACES OR NOT DECISION-VALIDA
002650        MOVE "I" TO RESULT-LNK
002660        GO TO FIN-RESPONDER-SOLICITUD
002670     END-IF.
002680     PERFORM ABRIR-SOLICITUDES.
002690     MOVE NRO-LNK TO NRO-SOLT.
002700     READ ARCHIVO-SOLIC-TITULAR
002710          INVALID KEY
002720              MOVE "E" TO RESULT-LNK
002730              CLOSE ARCHIVO-SOLIC-TITULAR
002740              GO TO FIN-RESPONDER-SOLICITUD
002750     END-READ.
002760     IF NOT SOLT-ABIERTA
002770        MOVE "I" TO RESULT-LNK
002780        CLOSE ARCHIVO-SOLIC-TITULAR
002790        GO TO FIN-RESPONDER-SOLICITUD
002800     END-IF.
002810     MOVE "R"            TO ESTADO-SOLT.
002820     MOVE DECISION-LNK   TO DECISION-SOLT.
002830     MOVE FECHA-EVENTO-W TO FECHA-RESP-SOLT.
002840     MOVE RESPUESTA-LNK  TO RESPUESTA-SOLT.
002850     MOVE OPER-LNK       TO OPER-RESP-SOLT.
002860     REWRITE REG-SOLT
002870             INVALID KEY
002880                 CLOSE ARCHIVO-SOLIC-TITULAR
002890                 GO TO FIN-RESPONDER-SOLICITUD
002900     END-REWRITE.
002910     CLOSE ARCHIVO-SOLIC-TITULAR.
002920     IF DECISION-LNK = "A"
002930        AND (SOLT-SUPRESION OR SOLT-REVOCATORIA)
002940        PERFORM REVOCAR-FINALIDAD VARYING I FROM 1 BY 1
002950                UNTIL I > 3
002960     END-IF.
002970     MOVE FECHA-VENCE-SOLT TO FECHA-VENCE-LNK.
002980     MOVE "S" TO RESULT-LNK.

002990 FIN-RESPONDER-SOLICITUD.
003000     EXIT.

003010 REVOCAR-FINALIDAD.
003020     INITIALIZE DATOS-AUT-W.
003030     MOVE PACI-SOLT          TO PACI-AUT-W.
003040     MOVE FINALIDAD-TAB-W (I) TO FINALIDAD-AUT-W.
003050     MOVE "N"                TO CANAL-AUT-W.
003060     MOVE "S"                TO MEDIO-CAPTURA-AUT-W.
003070     MOVE FECHA-EVENTO-W     TO FECHA-AUT-W.
003080     MOVE SPACES             TO SOPORTE-AUT-W.
003090     STRING "SOLICITUD TITULAR " NRO-SOLT
003100            DELIMITED BY SIZE INTO SOPORTE-AUT-W
003110     END-STRING.
003120     MOVE OPER-LNK           TO OPER-AUT-W.
003130     CALL "SAL7C37" USING MODO-AUT-W DATOS-AUT-W RESULT-AUT-W.
