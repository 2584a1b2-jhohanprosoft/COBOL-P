      *=================================================================
      * HISTORIA CLINICA - PLANOS FOREAM (FARMACOVIGILANCIA) Y DE
      * TECNOVIGILANCIA PARA EL INVIMA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-EVENTO-SEG (VER HC144) POR FECHA DEL EVENTO
      * EN EL RANGO RECIBIDO. EL EVENTO YA CLASIFICADO CON SOSPECHA
      * DE REACCION ADVERSA A MEDICAMENTO SALE EN SC-FOREAM.TXT Y EL
      * DE DISPOSITIVO MEDICO EN SC-TECNOVIG.TXT, SEPARADOS POR ";".
      * EL PACIENTE VA CON INICIALES, SEXO Y FECHA DE NACIMIENTO
      * (ARCHIVO-PACIENTES) Y EL MEDICAMENTO CON SU DESCRIPCION DE
      * MAESTRO-ARTICULOS. EL EVENTO EXPORTADO QUEDA MARCADO PARA QUE
      * NO SALGA DOS VECES; LOS SIN CLASIFICAR SE CUENTAN Y SE AVISAN.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC144-01.
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

000170     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-PACIE-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS COD-PACI
000220         FILE STATUS IS OTR-STAT.

000230     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-ARTIC-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS COD-ART
000280         FILE STATUS IS OTR-STAT.

000290     SELECT PLANO-FOREAM
000300         ASSIGN NOM-FOREAM-W
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320     SELECT PLANO-TECNOVIG
000330         ASSIGN NOM-TECNOVIG-W
000340         ORGANIZATION IS LINE SEQUENTIAL.

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
000470        88 TIPO-DISPOSITIVO     VALUE "DM".
000480     02 DESCRIP-EVS             PIC X(200).
000490     02 FECHA-REP-EVS           PIC 9(8).
000500     02 HORA-REP-EVS            PIC 9(4).
000510     02 USUARIO-REP-EVS         PIC X(4).
000520     02 MEDICAMENTO-EVS.
000530        03 COD-ART-EVS          PIC X(8).
000540        03 LOTE-ART-EVS         PIC X(15).
000550        03 DOSIS-ART-EVS        PIC X(30).
000560        03 VIA-ART-EVS          PIC X(10).
000570        03 FECHA-INI-ART-EVS    PIC 9(8).
000580        03 FECHA-FIN-ART-EVS    PIC 9(8).
000590     02 DISPOSITIVO-EVS.
000600        03 NOMBRE-DISP-EVS      PIC X(40).
000610        03 MARCA-DISP-EVS       PIC X(20).
000620        03 MODELO-DISP-EVS      PIC X(20).
000630        03 SERIE-DISP-EVS       PIC X(20).
000640        03 REG-SAN-DISP-EVS     PIC X(20).
000650     02 CLASIFICA-EVS.
000660        03 CLASE-EVS            PIC X.
000670           88 CLASE-INCIDENTE   VALUE "I".
000680        03 SEVERIDAD-EVS        PIC 9.
000690        03 SW-RAM-EVS           PIC X.
000700           88 SOSPECHA-RAM      VALUE "S".
000710        03 DESENLACE-EVS        PIC X.
000720        03 FECHA-CLAS-EVS       PIC 9(8).
000730        03 USUARIO-CLAS-EVS     PIC X(4).
000740     02 ANALISIS-EVS.
000750        03 ACCION-INSEGURA-EVS  PIC X(80).
000760        03 FECHA-ANAL-EVS       PIC 9(8).
000770        03 USUARIO-ANAL-EVS     PIC X(4).
000780        03 FACTORES-EVS         PIC 9(3).
000790        03 PLANES-EVS           PIC 9(3).
000800        03 PLANES-ABIERTOS-EVS  PIC 9(3).
000810     02 FECHA-CIERRE-EVS        PIC 9(8).
000820     02 USUARIO-CIERRE-EVS      PIC X(4).
000830     02 ESTADO-EVS              PIC X.
000840        88 EVENTO-REPORTADO     VALUE "R".
000850     02 ENVIO-INVIMA-EVS        PIC X.
000860        88 ENVIADO-INVIMA       VALUE "E".
000870     02 FECHA-ENVIO-EVS         PIC 9(8).

000880 FD  ARCHIVO-PACIENTES
000890     LABEL RECORD STANDARD.
000900 01  REG-PACI.
000910     02 COD-PACI                PIC X(15).
000920     02 DESCRIP-PACI            PIC X(40).
000930     02 EPS-PACI                PIC X(6).
000940     02 ID-COTIZ-PACI           PIC X(15).
000950     02 ESTADO-PACI             PIC X.
000960     02 FUSIONADO-EN-PACI       PIC X(15).
000970     02 FECHA-FUSION-PACI       PIC 9(8).
000980     02 TELEFONO-PACI           PIC X(15).
000990     02 FECHA-NAC-PACI          PIC 9(8).
001000     02 SEXO-PACI               PIC X.
001010     02 PLAN-PACI               PIC XX.
001020     02 NIVEL-INGRESO-PACI      PIC 9.
001030     02 FILLER                  PIC X(9).

001040 FD  MAESTRO-ARTICULOS
001050     LABEL RECORD STANDARD.
001060 01  REG-ART.
001070     02 COD-ART                 PIC X(8).
001080     02 DESCRIP-ART             PIC X(50).
001090     02 FILLER                  PIC X(68).

001100 FD  PLANO-FOREAM
001110     LABEL RECORD STANDARD.
001120 01  LIN-FOREAM                 PIC X(500).

001130 FD  PLANO-TECNOVIG
001140     LABEL RECORD STANDARD.
001150 01  LIN-TECNOVIG               PIC X(500).

001160 WORKING-STORAGE SECTION.

001170 77  NOM-EVENSEG-W              PIC X(60)
001180     VALUE "D:\progelect\DATOS\SC-EVENSEG.DAT".
001190 77  NOM-PACIE-W                PIC X(60)
001200     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001210 77  NOM-ARTIC-W                PIC X(60)
001220     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
001230 77  NOM-FOREAM-W               PIC X(60)
001240     VALUE "D:\progelect\DATOS\SC-FOREAM.TXT".
001250 77  NOM-TECNOVIG-W             PIC X(60)
001260     VALUE "D:\progelect\DATOS\SC-TECNOVIG.TXT".
001270 77  OTR-STAT                   PIC XX.
001280 77  SW-FIN-W                   PIC 9 VALUE 0.
001290 77  SW-EXPORTADO-W             PIC 9 VALUE 0.
001300 77  SEP-W                      PIC X VALUE ";".
001310 77  FECHA-HOY-W                PIC 9(8).
001320 77  TOT-FOREAM-W               PIC 9(5) VALUE 0.
001330 77  TOT-TECNOVIG-W             PIC 9(5) VALUE 0.
001340 77  TOT-SIN-CLASIF-W           PIC 9(5) VALUE 0.
001350 77  IX-NOM-W                   PIC 99.
001360 77  IX-INI-W                   PIC 9.
001370 77  SERIEDAD-W                 PIC X(8).
001380 77  CLASE-W                    PIC X(10).

001390 01  INICIALES-W                PIC X(4).

001400 LINKAGE SECTION.
001410 01  FECHA-DESDE-LNK            PIC 9(8).
001420 01  FECHA-HASTA-LNK            PIC 9(8).

001430 PROCEDURE DIVISION USING FECHA-DESDE-LNK FECHA-HASTA-LNK.

001440 MAINLINE.
001450     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001460     PERFORM ABRIR-ARCHIVOS.
001470     MOVE 0 TO SW-FIN-W.
001480     MOVE FECHA-DESDE-LNK TO FECHA-EVS.
001490     START ARCHIVO-EVENTO-SEG KEY IS >= FECHA-EVS
001500           INVALID KEY MOVE 1 TO SW-FIN-W
001510     END-START.
001520     PERFORM LEER-EVENTO UNTIL SW-FIN-W = 1.
001530     PERFORM CERRAR-ARCHIVOS.
001540     EXIT PROGRAM.

001550 ABRIR-ARCHIVOS.
001560     OPEN I-O ARCHIVO-EVENTO-SEG.
001570     OPEN INPUT ARCHIVO-PACIENTES MAESTRO-ARTICULOS.
001580     OPEN OUTPUT PLANO-FOREAM PLANO-TECNOVIG.
001590     MOVE SPACES TO LIN-FOREAM.
001600     STRING "NRO_REPORTE;FECHA_NOTIFICACION;FECHA_EVENTO;"
001610            "SERVICIO;INICIALES;ID_PACIENTE;SEXO;"
001620            "FECHA_NACIMIENTO;COD_MEDICAMENTO;MEDICAMENTO;"
001630            "LOTE;DOSIS;VIA;FECHA_INICIO;FECHA_FIN;"
001640            "DESCRIPCION_RAM;SERIEDAD;SEVERIDAD;DESENLACE"
001650            DELIMITED BY SIZE INTO LIN-FOREAM.
001660     WRITE LIN-FOREAM.
001670     MOVE SPACES TO LIN-TECNOVIG.
001680     STRING "NRO_REPORTE;FECHA_NOTIFICACION;FECHA_EVENTO;"
001690            "SERVICIO;INICIALES;ID_PACIENTE;SEXO;"
001700            "FECHA_NACIMIENTO;DISPOSITIVO;MARCA;MODELO;"
001710            "SERIE_LOTE;REGISTRO_SANITARIO;CLASIFICACION;"
001720            "SEVERIDAD;DESCRIPCION"
001730            DELIMITED BY SIZE INTO LIN-TECNOVIG.
001740     WRITE LIN-TECNOVIG.

001750 LEER-EVENTO.
001760     READ ARCHIVO-EVENTO-SEG NEXT
001770          AT END MOVE 1 TO SW-FIN-W
001780     END-READ.
001790     IF SW-FIN-W = 0
001800        IF FECHA-EVS > FECHA-HASTA-LNK
001810           MOVE 1 TO SW-FIN-W
001820        ELSE
001830           PERFORM EVALUAR-EVENTO THRU FIN-EVALUAR
001840        END-IF
001850     END-IF.

001860 EVALUAR-EVENTO.
001870     IF ENVIADO-INVIMA
001880        GO TO FIN-EVALUAR
001890     END-IF.
001900     IF NOT SOSPECHA-RAM AND NOT TIPO-DISPOSITIVO
001910        GO TO FIN-EVALUAR
001920     END-IF.
001930     IF EVENTO-REPORTADO
001940        ADD 1 TO TOT-SIN-CLASIF-W
001950        GO TO FIN-EVALUAR
001960     END-IF.
001970     PERFORM LEER-PACIENTE.
001980     MOVE 0 TO SW-EXPORTADO-W.
001990     IF SEVERIDAD-EVS >= 3
002000        MOVE "SERIO"    TO SERIEDAD-W
002010     ELSE
002020        MOVE "NO SERIO" TO SERIEDAD-W
002030     END-IF.
002040     IF SOSPECHA-RAM
002050        PERFORM EXPORTAR-FOREAM
002060     END-IF.
002070     IF TIPO-DISPOSITIVO
002080        PERFORM EXPORTAR-TECNOVIG
002090     END-IF.
002100     IF SW-EXPORTADO-W = 1
002110        MOVE "E"         TO ENVIO-INVIMA-EVS
002120        MOVE FECHA-HOY-W TO FECHA-ENVIO-EVS
002130        REWRITE REG-EVS INVALID KEY CONTINUE END-REWRITE
002140     END-IF.

002150 FIN-EVALUAR.
002160     EXIT.

002170 LEER-PACIENTE.
002180     MOVE PACI-EVS TO COD-PACI.
002190     READ ARCHIVO-PACIENTES
002200          INVALID KEY
002210             MOVE SPACES TO DESCRIP-PACI SEXO-PACI
002220             MOVE 0      TO FECHA-NAC-PACI
002230     END-READ.
002240     MOVE SPACES TO INICIALES-W.
002250     MOVE 1      TO IX-INI-W.
002260     IF DESCRIP-PACI (1:1) NOT = SPACE
002270        MOVE DESCRIP-PACI (1:1) TO INICIALES-W (1:1)
002280        MOVE 2 TO IX-INI-W
002290     END-IF.
002300     PERFORM TOMAR-INICIAL
002310             VARYING IX-NOM-W FROM 2 BY 1
002320             UNTIL IX-NOM-W > 40 OR IX-INI-W > 4.

002330 TOMAR-INICIAL.
002340     IF DESCRIP-PACI (IX-NOM-W - 1:1) = SPACE
002350        AND DESCRIP-PACI (IX-NOM-W:1) NOT = SPACE
002360        MOVE DESCRIP-PACI (IX-NOM-W:1)
002370          TO INICIALES-W (IX-INI-W:1)
002380        ADD 1 TO IX-INI-W
002390     END-IF.

002400 EXPORTAR-FOREAM.
002410     MOVE COD-ART-EVS TO COD-ART.
002420     READ MAESTRO-ARTICULOS
002430          INVALID KEY MOVE SPACES TO DESCRIP-ART
002440     END-READ.
002450     MOVE SPACES TO LIN-FOREAM.
002460     STRING NRO-EVS SEP-W
002470            FECHA-HOY-W SEP-W
002480            FECHA-EVS SEP-W
002490            SERVHO-EVS SEP-W
002500            INICIALES-W SEP-W
002510            PACI-EVS SEP-W
002520            SEXO-PACI SEP-W
002530            FECHA-NAC-PACI SEP-W
002540            COD-ART-EVS SEP-W
002550            DESCRIP-ART SEP-W
002560            LOTE-ART-EVS SEP-W
002570            DOSIS-ART-EVS SEP-W
002580            VIA-ART-EVS SEP-W
002590            FECHA-INI-ART-EVS SEP-W
002600            FECHA-FIN-ART-EVS SEP-W
002610            DESCRIP-EVS SEP-W
002620            SERIEDAD-W SEP-W
002630            SEVERIDAD-EVS SEP-W
002640            DESENLACE-EVS
002650            DELIMITED BY SIZE INTO LIN-FOREAM.
002660     WRITE LIN-FOREAM.
002670     MOVE 1 TO SW-EXPORTADO-W.
002680     ADD 1 TO TOT-FOREAM-W.

002690 EXPORTAR-TECNOVIG.
002700     IF CLASE-INCIDENTE
002710        MOVE "INCIDENTE" TO CLASE-W
002720     ELSE
002730        MOVE "EVENTO"    TO CLASE-W
002740     END-IF.
002750     MOVE SPACES TO LIN-TECNOVIG.
002760     STRING NRO-EVS SEP-W
002770            FECHA-HOY-W SEP-W
002780            FECHA-EVS SEP-W
002790            SERVHO-EVS SEP-W
002800            INICIALES-W SEP-W
002810            PACI-EVS SEP-W
002820            SEXO-PACI SEP-W
002830            FECHA-NAC-PACI SEP-W
002840            NOMBRE-DISP-EVS SEP-W
002850            MARCA-DISP-EVS SEP-W
002860            MODELO-DISP-EVS SEP-W
002870            SERIE-DISP-EVS SEP-W
002880            REG-SAN-DISP-EVS SEP-W
002890            CLASE-W SEP-W
002900            SERIEDAD-W SEP-W
002910            DESCRIP-EVS
002920            DELIMITED BY SIZE INTO LIN-TECNOVIG.
002930     WRITE LIN-TECNOVIG.
002940     MOVE 1 TO SW-EXPORTADO-W.
002950     ADD 1 TO TOT-TECNOVIG-W.

002960 CERRAR-ARCHIVOS.
002970     CLOSE ARCHIVO-EVENTO-SEG ARCHIVO-PACIENTES
002980           MAESTRO-ARTICULOS PLANO-FOREAM PLANO-TECNOVIG.
002990     DISPLAY "REPORTES FOREAM:          " TOT-FOREAM-W.
003000     DISPLAY "REPORTES TECNOVIGILANCIA: " TOT-TECNOVIG-W.
003010     DISPLAY "PENDIENTES SIN CLASIFICAR: " TOT-SIN-CLASIF-W.
