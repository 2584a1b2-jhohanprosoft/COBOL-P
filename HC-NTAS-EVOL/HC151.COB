      *=================================================================
      * HISTORIA CLINICA - REMISION DE PACIENTES A OTRA IPS (CRUE)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO UN PACIENTE DE URGENCIAS U HOSPITALIZACION SE REMITE A
      * UNA IPS DE MAYOR NIVEL, EL COORDINADOR LLAMABA Y ANOTABA LAS
      * HORAS EN UN CUADERNO; SOLO EXISTIA LA CONTRARREFERENCIA
      * (ARCHIVO-CONTRAREFER). ESTE COMPONENTE LLEVA LA REMISION DE
      * SALIDA, UNA POR ATENCION (ID + FOLIO DE LA HISTORIA):
      * - ARCHIVO-REMISION: MOTIVO, CIE-10, ESPECIALIDAD Y NIVEL
      *   REQUERIDOS, HORA DE LA DECISION, IPS QUE ACEPTO, CASO CRUE,
      *   AMBULANCIA Y HORAS DE SALIDA Y DE LLEGADA.
      * - ARCHIVO-REM-CONTACTO: CADA IPS LLAMADA CON LA HORA Y LA
      *   RESPUESTA ("A" ACEPTA, "R" RECHAZA, "C" SIN CAMA, "P" QUEDA
      *   DE DEVOLVER LA LLAMADA).
      * SE INVOCA ASI (FECHA Y HORA EN CERO = AHORA):
      * MODO "R" - REGISTRA LA DECISION DE REMITIR.
      * MODO "C" - REGISTRA UNA IPS CONTACTADA; LA PRIMERA QUE ACEPTA
      *            QUEDA COMO DESTINO.
      * MODO "D" - GRABA EL CASO CRUE Y LA AMBULANCIA ASIGNADA.
      * MODO "S" - SALIDA DEL PACIENTE (DEBE ESTAR ACEPTADA).
      * MODO "L" - LLEGADA A LA IPS DESTINO.
      * MODO "X" - CANCELA LA REMISION (EL PACIENTE MEJORO, FALLECIO
      *            O LA FAMILIA DESISTIO; EL MOTIVO VA EN OBSERV-LNK).
      * LA HOJA QUE VIAJA CON EL PACIENTE LA ARMA HC151-01 Y LA
      * OPORTUNIDAD MENSUAL POR ENTIDAD Y ESPECIALIDAD HC151-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC151.
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

000170     SELECT ARCHIVO-REM-CONTACTO LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-REMCONT-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-RCON
000220         FILE STATUS IS OTR-STAT.

000230     SELECT HISTORIA-CLINICA LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-HCAPE-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-HC
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-PACIE-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS COD-PACI
000340         FILE STATUS IS OTR-STAT.

000350 DATA DIVISION.
000360 FILE SECTION.

000370 FD  ARCHIVO-REMISION
000380     LABEL RECORD STANDARD.
000390 01  REG-REM.
000400     02 LLAVE-REM.
000410        03 ID-REM               PIC X(15).
000420        03 FOLIO-REM            PIC X(8).
000430     02 FECHA-DECISION-REM      PIC 9(8).
000440     02 HORA-DECISION-REM       PIC 9(4).
000450     02 MEDICO-REM              PIC 9(10).
000460     02 EPS-REM                 PIC X(6).
000470     02 MOTIVO-REM              PIC X(80).
000480     02 CIE-REM                 PIC X(4).
000490     02 ESPEC-REM               PIC X(3).
000500     02 NIVEL-REM               PIC 9.
000510     02 ESTADO-REM              PIC X.
000520        88 REM-EN-GESTION       VALUE "G".
000530        88 REM-ACEPTADA         VALUE "A".
000540        88 REM-EN-TRASLADO      VALUE "T".
000550        88 REM-FINALIZADA       VALUE "F".
000560        88 REM-CANCELADA        VALUE "X".
000570     02 CONTACTOS-REM           PIC 9(3).
000580     02 RECHAZOS-REM            PIC 9(3).
000590     02 IPS-ACEPTA-REM          PIC X(12).
000600     02 NOMBRE-IPS-REM          PIC X(40).
000610     02 FECHA-ACEPTA-REM        PIC 9(8).
000620     02 HORA-ACEPTA-REM         PIC 9(4).
000630     02 NRO-CRUE-REM            PIC X(15).
000640     02 AMBULANCIA-REM          PIC X(10).
000650     02 FECHA-SALIDA-REM        PIC 9(8).
000660     02 HORA-SALIDA-REM         PIC 9(4).
000670     02 FECHA-LLEGADA-REM       PIC 9(8).
000680     02 HORA-LLEGADA-REM        PIC 9(4).
000690     02 OBSERV-REM              PIC X(60).

000700 FD  ARCHIVO-REM-CONTACTO
000710     LABEL RECORD STANDARD.
000720 01  REG-RCON.
000730     02 LLAVE-RCON.
000740        03 ID-RCON              PIC X(15).
000750        03 FOLIO-RCON           PIC X(8).
000760        03 SECU-RCON            PIC 9(3).
000770     02 IPS-RCON                PIC X(12).
000780     02 NOMBRE-IPS-RCON         PIC X(40).
000790     02 FECHA-RCON              PIC 9(8).
000800     02 HORA-RCON               PIC 9(4).
000810     02 RESPUESTA-RCON          PIC X.
000820        88 RCON-ACEPTA          VALUE "A".
000830        88 RCON-RECHAZA         VALUE "R".
000840        88 RCON-SIN-CAMA        VALUE "C".
000850        88 RCON-PENDIENTE       VALUE "P".
000860     02 FUNCIONARIO-RCON        PIC X(30).
000870     02 OBSERV-RCON             PIC X(60).

000880 FD  HISTORIA-CLINICA
000890     LABEL RECORD STANDARD.
000900 01  REG-HC.
000910     02 LLAVE-HC.
000920        03 ID-HC                PIC X(15).
000930        03 FOLIO-HC             PIC X(8).
000940     02 EDAD-HC                 PIC 9(3).
000950     02 ESTADO-HC               PIC 9.
000960        88 HC-ABIERTA           VALUE 1.
000970     02 FILLER                  PIC X(60).

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

001140 WORKING-STORAGE SECTION.

001150 77  NOM-REMISION-W             PIC X(60)
001160     VALUE "D:\progelect\DATOS\SC-REMISION.DAT".
001170 77  NOM-REMCONT-W              PIC X(60)
001180     VALUE "D:\progelect\DATOS\SC-REMCONT.DAT".
001190 77  NOM-HCAPE-W                PIC X(60)
001200     VALUE "D:\progelect\DATOS\SC-HISTCLIN.DAT".
001210 77  NOM-PACIE-W                PIC X(60)
001220     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001230 77  OTR-STAT                   PIC XX.
001240 77  FECHA-EVENTO-W             PIC 9(8).
001250 77  HORA-EVENTO-W              PIC 9(4).
001260 77  SW-EXISTE-W                PIC 9 VALUE 0.

001270 LINKAGE SECTION.
001280 01  MODO-LNK                   PIC X.
001290     88 MODO-REGISTRAR          VALUE "R".
001300     88 MODO-CONTACTO           VALUE "C".
001310     88 MODO-DATOS-CRUE         VALUE "D".
001320     88 MODO-SALIDA             VALUE "S".
001330     88 MODO-LLEGADA            VALUE "L".
001340     88 MODO-CANCELAR           VALUE "X".
001350 01  DATOS-REM-LNK.
001360     02 ID-LNK                  PIC X(15).
001370     02 FOLIO-LNK               PIC X(8).
001380     02 FECHA-LNK               PIC 9(8).
001390     02 HORA-LNK                PIC 9(4).
001400     02 MOTIVO-LNK              PIC X(80).
001410     02 CIE-LNK                 PIC X(4).
001420     02 ESPEC-LNK               PIC X(3).
001430     02 NIVEL-LNK               PIC 9.
001440     02 MEDICO-LNK              PIC 9(10).
001450     02 IPS-LNK                 PIC X(12).
001460     02 NOMBRE-IPS-LNK          PIC X(40).
001470     02 RESPUESTA-LNK           PIC X.
001480        88 RESPUESTA-VALIDA     VALUE "A" "R" "C" "P".
001490     02 FUNCIONARIO-LNK         PIC X(30).
001500     02 OBSERV-LNK              PIC X(60).
001510     02 NRO-CRUE-LNK            PIC X(15).
001520     02 AMBULANCIA-LNK          PIC X(10).
001530 01  RESULT-LNK                 PIC X.
001540     88 REMISION-OK             VALUE "S".
001550     88 REMISION-INVALIDA       VALUE "I".
001560     88 REMISION-NO-EXISTE      VALUE "E".
001570     88 REMISION-YA-EXISTE      VALUE "D".
001580     88 REMISION-NO-OK          VALUE "N".

001590 PROCEDURE DIVISION USING MODO-LNK DATOS-REM-LNK RESULT-LNK.

001600 MAINLINE.
001610     MOVE "N" TO RESULT-LNK.
001620     IF FECHA-LNK = 0
001630        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-EVENTO-W
001640        MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-EVENTO-W
001650     ELSE
001660        MOVE FECHA-LNK TO FECHA-EVENTO-W
001670        MOVE HORA-LNK  TO HORA-EVENTO-W
001680     END-IF.
001690     PERFORM ABRIR-ARCHIVOS.
001700     IF OTR-STAT = "00"
001710        EVALUATE TRUE
001720           WHEN MODO-REGISTRAR
001730                PERFORM REGISTRAR-REMISION THRU FIN-REGISTRAR
001740           WHEN MODO-CONTACTO
001750                PERFORM REGISTRAR-CONTACTO THRU FIN-CONTACTO
001760           WHEN MODO-DATOS-CRUE
001770                PERFORM GRABAR-DATOS-CRUE THRU FIN-DATOS-CRUE
001780           WHEN MODO-SALIDA
001790                PERFORM REGISTRAR-SALIDA THRU FIN-SALIDA
001800           WHEN MODO-LLEGADA
001810                PERFORM REGISTRAR-LLEGADA THRU FIN-LLEGADA
001820           WHEN MODO-CANCELAR
001830                PERFORM CANCELAR-REMISION THRU FIN-CANCELAR
001840        END-EVALUATE
001850        CLOSE ARCHIVO-REMISION ARCHIVO-REM-CONTACTO
001860     END-IF.
001870     EXIT PROGRAM.

001880 ABRIR-ARCHIVOS.
001890     OPEN I-O ARCHIVO-REMISION.
001900     IF OTR-STAT = "35"
001910        OPEN OUTPUT ARCHIVO-REMISION
001920        CLOSE ARCHIVO-REMISION
001930        OPEN I-O ARCHIVO-REMISION
001940     END-IF.
001950     OPEN I-O ARCHIVO-REM-CONTACTO.
001960     IF OTR-STAT = "35"
001970        OPEN OUTPUT ARCHIVO-REM-CONTACTO
001980        CLOSE ARCHIVO-REM-CONTACTO
001990        OPEN I-O ARCHIVO-REM-CONTACTO
002000     END-IF.

002010 LEER-REMISION.
002020     MOVE ID-LNK    TO ID-REM.
002030     MOVE FOLIO-LNK TO FOLIO-REM.
002040     MOVE 1 TO SW-EXISTE-W.
002050     READ ARCHIVO-REMISION
002060          INVALID KEY MOVE 0 TO SW-EXISTE-W
002070     END-READ.

      *=================================================================
      * DECISION DE REMITIR
      *=================================================================
      *--- LA ATENCION DEBE EXISTIR; UNA REMISION CANCELADA SE PUEDE
      *--- VOLVER A ABRIR, UNA VIVA NO SE DUPLICA
002080 REGISTRAR-REMISION.
002090     IF MOTIVO-LNK = SPACES OR CIE-LNK = SPACES
002100        OR ESPEC-LNK = SPACES
002110        MOVE "I" TO RESULT-LNK
002120        GO TO FIN-REGISTRAR
002130     END-IF.
002140     OPEN INPUT HISTORIA-CLINICA.
002150     IF OTR-STAT NOT = "00"
002160        MOVE "E" TO RESULT-LNK
002170        GO TO FIN-REGISTRAR
002180     END-IF.
002190     MOVE ID-LNK    TO ID-HC.
002200     MOVE FOLIO-LNK TO FOLIO-HC.
002210     READ HISTORIA-CLINICA
002220          INVALID KEY MOVE "E" TO RESULT-LNK
002230     END-READ.
002240     CLOSE HISTORIA-CLINICA.
002250     IF REMISION-NO-EXISTE
002260        GO TO FIN-REGISTRAR
002270     END-IF.
002280     PERFORM LEER-REMISION.
002290     IF SW-EXISTE-W = 1 AND NOT REM-CANCELADA
002300        MOVE "D" TO RESULT-LNK
002310        GO TO FIN-REGISTRAR
002320     END-IF.
002330     INITIALIZE REG-REM.
002340     MOVE ID-LNK         TO ID-REM COD-PACI.
002350     MOVE FOLIO-LNK      TO FOLIO-REM.
002360     MOVE FECHA-EVENTO-W TO FECHA-DECISION-REM.
002370     MOVE HORA-EVENTO-W  TO HORA-DECISION-REM.
002380     MOVE MEDICO-LNK     TO MEDICO-REM.
002390     MOVE MOTIVO-LNK     TO MOTIVO-REM.
002400     MOVE CIE-LNK        TO CIE-REM.
002410     MOVE ESPEC-LNK      TO ESPEC-REM.
002420     MOVE NIVEL-LNK      TO NIVEL-REM.
002430     MOVE "G"            TO ESTADO-REM.
002440     MOVE SPACES         TO EPS-REM.
002450     OPEN INPUT ARCHIVO-PACIENTES.
002460     IF OTR-STAT = "00"
002470        READ ARCHIVO-PACIENTES
002480             INVALID KEY CONTINUE
002490             NOT INVALID KEY MOVE EPS-PACI TO EPS-REM
002500        END-READ
002510        CLOSE ARCHIVO-PACIENTES
002520     END-IF.
002530     IF SW-EXISTE-W = 1
002540        REWRITE REG-REM INVALID KEY CONTINUE END-REWRITE
002550     ELSE
002560        WRITE REG-REM INVALID KEY CONTINUE END-WRITE
002570     END-IF.
002580     MOVE "S" TO RESULT-LNK.

002590 FIN-REGISTRAR.
002600     EXIT.

      *=================================================================
      * IPS CONTACTADA
      *=================================================================
002610 REGISTRAR-CONTACTO.
002620     IF IPS-LNK = SPACES OR NOT RESPUESTA-VALIDA
002630        MOVE "I" TO RESULT-LNK
002640        GO TO FIN-CONTACTO
002650     END-IF.
002660     PERFORM LEER-REMISION.
002670     IF SW-EXISTE-W = 0
002680        MOVE "E" TO RESULT-LNK
002690        GO TO FIN-CONTACTO
002700     END-IF.
002710     IF NOT REM-EN-GESTION AND NOT REM-ACEPTADA
002720        MOVE "I" TO RESULT-LNK
002730        GO TO FIN-CONTACTO
002740     END-IF.
002750     ADD 1 TO CONTACTOS-REM.
002760     INITIALIZE REG-RCON.
002770     MOVE ID-LNK          TO ID-RCON.
002780     MOVE FOLIO-LNK       TO FOLIO-RCON.
002790     MOVE CONTACTOS-REM   TO SECU-RCON.
002800     MOVE IPS-LNK         TO IPS-RCON.
002810     MOVE NOMBRE-IPS-LNK  TO NOMBRE-IPS-RCON.
002820     MOVE FECHA-EVENTO-W  TO FECHA-RCON.
002830     MOVE HORA-EVENTO-W   TO HORA-RCON.
002840     MOVE RESPUESTA-LNK   TO RESPUESTA-RCON.
002850     MOVE FUNCIONARIO-LNK TO FUNCIONARIO-RCON.
002860     MOVE OBSERV-LNK      TO OBSERV-RCON.
002870     WRITE REG-RCON INVALID KEY CONTINUE END-WRITE.
002880     IF RCON-RECHAZA OR RCON-SIN-CAMA
002890        ADD 1 TO RECHAZOS-REM
002900     END-IF.
002910     IF RCON-ACEPTA AND REM-EN-GESTION
002920        MOVE "A"            TO ESTADO-REM
002930        MOVE IPS-LNK        TO IPS-ACEPTA-REM
002940        MOVE NOMBRE-IPS-LNK TO NOMBRE-IPS-REM
002950        MOVE FECHA-EVENTO-W TO FECHA-ACEPTA-REM
002960        MOVE HORA-EVENTO-W  TO HORA-ACEPTA-REM
002970     END-IF.
002980     REWRITE REG-REM INVALID KEY CONTINUE END-REWRITE.
002990     MOVE "S" TO RESULT-LNK.

003000 FIN-CONTACTO.
003010     EXIT.

      *=================================================================
      * CASO CRUE Y AMBULANCIA
      *=================================================================
003020 GRABAR-DATOS-CRUE.
003030     PERFORM LEER-REMISION.
003040     IF SW-EXISTE-W = 0
003050        MOVE "E" TO RESULT-LNK
003060        GO TO FIN-DATOS-CRUE
003070     END-IF.
003080     IF REM-CANCELADA OR REM-FINALIZADA
003090        MOVE "I" TO RESULT-LNK
003100        GO TO FIN-DATOS-CRUE
003110     END-IF.
003120     IF NRO-CRUE-LNK NOT = SPACES
003130        MOVE NRO-CRUE-LNK TO NRO-CRUE-REM
003140     END-IF.
003150     IF AMBULANCIA-LNK NOT = SPACES
003160        MOVE AMBULANCIA-LNK TO AMBULANCIA-REM
003170     END-IF.
003180     REWRITE REG-REM INVALID KEY CONTINUE END-REWRITE.
003190     MOVE "S" TO RESULT-LNK.

003200 FIN-DATOS-CRUE.
003210     EXIT.

      *=================================================================
      * SALIDA Y LLEGADA
      *=================================================================
003220 REGISTRAR-SALIDA.
003230     PERFORM LEER-REMISION.
003240     IF SW-EXISTE-W = 0
003250        MOVE "E" TO RESULT-LNK
003260        GO TO FIN-SALIDA
003270     END-IF.
003280     IF NOT REM-ACEPTADA OR AMBULANCIA-REM = SPACES
003290        MOVE "I" TO RESULT-LNK
003300        GO TO FIN-SALIDA
003310     END-IF.
003320     MOVE "T"            TO ESTADO-REM.
003330     MOVE FECHA-EVENTO-W TO FECHA-SALIDA-REM.
003340     MOVE HORA-EVENTO-W  TO HORA-SALIDA-REM.
003350     REWRITE REG-REM INVALID KEY CONTINUE END-REWRITE.
003360     MOVE "S" TO RESULT-LNK.

003370 FIN-SALIDA.
003380     EXIT.

003390 REGISTRAR-LLEGADA.
003400     PERFORM LEER-REMISION.
003410     IF SW-EXISTE-W = 0
003420        MOVE "E" TO RESULT-LNK
003430        GO TO FIN-LLEGADA
003440     END-IF.
003450     IF NOT REM-EN-TRASLADO
003460        MOVE "I" TO RESULT-LNK
003470        GO TO FIN-LLEGADA
003480     END-IF.
003490     MOVE "F"            TO ESTADO-REM.
003500     MOVE FECHA-EVENTO-W TO FECHA-LLEGADA-REM.
003510     MOVE HORA-EVENTO-W  TO HORA-LLEGADA-REM.
003520     REWRITE REG-REM INVALID KEY CONTINUE END-REWRITE.
003530     MOVE "S" TO RESULT-LNK.

003540 FIN-LLEGADA.
003550     EXIT.

003560 CANCELAR-REMISION.
003570     PERFORM LEER-REMISION.
003580     IF SW-EXISTE-W = 0
003590        MOVE "E" TO RESULT-LNK
003600        GO TO FIN-CANCELAR
003610     END-IF.
003620     IF REM-EN-TRASLADO OR REM-FINALIZADA OR OBSERV-LNK = SPACES
003630        MOVE "I" TO RESULT-LNK
003640        GO TO FIN-CANCELAR
003650     END-IF.
003660     MOVE "X"        TO ESTADO-REM.
003670     MOVE OBSERV-LNK TO OBSERV-REM.
003680     REWRITE REG-REM INVALID KEY CONTINUE END-REWRITE.
003690     MOVE "S" TO RESULT-LNK.

003700 FIN-CANCELAR.
003710     EXIT.
