      *=================================================================
      * HISTORIA CLINICA - TRAZA UNIDAD / RECEPTOR PARA LOOK-BACK DEL
      * BANCO DE SANGRE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO EL BANCO PROVEEDOR AVISA QUE UN DONANTE RESULTO
      * REACTIVO (O UN RECEPTOR SEROCONVIERTE) HAY QUE UBICAR EN HORAS
      * A QUIEN SE LE PUSO CADA UNIDAD Y QUE OTRAS UNIDADES RECIBIO
      * ESE PACIENTE. LEE ARCHIVO-HEMOCOMP (VER HC142) Y DEJA EN
      * SC-LOOKBACK.TXT EL CAMINO COMPLETO DE CADA UNIDAD: BANCO DE
      * ORIGEN, RECEPCION, CRUCE, RECEPTOR CON FOLIO Y CUENTA,
      * ADMINISTRACION, REACCION Y DESCARTE.
      * MODO "U" - DE LA UNIDAD AL RECEPTOR (LLAVE = NRO DE UNIDAD).
      * MODO "P" - DEL PACIENTE A TODAS LAS UNIDADES QUE RECIBIO O
      *            TUVO CRUZADAS (LLAVE = IDENTIFICACION).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC142-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-HEMOCOMP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-HEMOCOMP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS NRO-UNIDAD-HEM
000140         ALTERNATE RECORD KEY IS PACI-HEM WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-RECIBE-HEM
000160            WITH DUPLICATES
000170         FILE STATUS IS OTR-STAT.

000180     SELECT TRAZA-LOOKBACK
000190         ASSIGN NOM-LOOKBACK-W
000200         ORGANIZATION IS LINE SEQUENTIAL.

000210 DATA DIVISION.
000220 FILE SECTION.

000230 FD  ARCHIVO-HEMOCOMP
000240     LABEL RECORD STANDARD.
000250 01  REG-HEM.
000260     02 NRO-UNIDAD-HEM          PIC X(15).
000270     02 TIPO-COMP-HEM           PIC XX.
000280     02 ABO-HEM                 PIC XX.
000290     02 RH-HEM                  PIC X.
000300     02 FECHA-VENCE-HEM         PIC 9(8).
000310     02 VOLUMEN-HEM             PIC 9(4).
000320     02 BANCO-ORIGEN-HEM        PIC X(30).
000330     02 FECHA-RECIBE-HEM        PIC 9(8).
000340     02 HORA-RECIBE-HEM         PIC 9(4).
000350     02 USUARIO-RECIBE-HEM      PIC X(4).
000360     02 ESTADO-HEM              PIC X.
000370     02 CRUCE-HEM.
000380        03 PACI-HEM             PIC X(15).
000390        03 FOLIO-HEM            PIC X(8).
000400        03 LLAVE-NUM-HEM        PIC X(7).
000410        03 ABO-PACI-HEM         PIC XX.
000420        03 RH-PACI-HEM          PIC X.
000430        03 FECHA-CRUCE-HEM      PIC 9(8).
000440        03 HORA-CRUCE-HEM       PIC 9(4).
000450        03 RESULT-CRUCE-HEM     PIC X.
000460        03 USUARIO-CRUCE-HEM    PIC X(4).
000470     02 ADMINISTRA-HEM.
000480        03 FECHA-INI-ADM-HEM    PIC 9(8).
000490        03 HORA-INI-ADM-HEM     PIC 9(4).
000500        03 SIGNOS-PRE-HEM.
000510           05 TA-SIS-PRE-HEM    PIC 9(3).
000520           05 TA-DIA-PRE-HEM    PIC 9(3).
000530           05 FC-PRE-HEM        PIC 9(3).
000540           05 TEMP-PRE-HEM      PIC 99V9.
000550        03 USUARIO-INI-ADM-HEM  PIC X(4).
000560        03 FECHA-FIN-ADM-HEM    PIC 9(8).
000570        03 HORA-FIN-ADM-HEM     PIC 9(4).
000580        03 SIGNOS-POST-HEM.
000590           05 TA-SIS-POST-HEM   PIC 9(3).
000600           05 TA-DIA-POST-HEM   PIC 9(3).
000610           05 FC-POST-HEM       PIC 9(3).
000620           05 TEMP-POST-HEM     PIC 99V9.
000630        03 VOLUMEN-ADM-HEM      PIC 9(4).
000640        03 USUARIO-FIN-ADM-HEM  PIC X(4).
000650     02 REACCION-HEM.
000660        03 SW-REACCION-HEM      PIC X.
000670           88 HUBO-REACCION     VALUE "S".
000680        03 TIPO-REAC-HEM        PIC XX.
000690        03 SEVERIDAD-REAC-HEM   PIC 9.
000700        03 FECHA-REAC-HEM       PIC 9(8).
000710        03 HORA-REAC-HEM        PIC 9(4).
000720        03 DESCRIP-REAC-HEM     PIC X(60).
000730        03 USUARIO-REAC-HEM     PIC X(4).
000740     02 DESCARTE-HEM.
000750        03 FECHA-DESC-HEM       PIC 9(8).
000760        03 MOTIVO-DESC-HEM      PIC XX.
000770        03 USUARIO-DESC-HEM     PIC X(4).
000780     02 SW-CARGADO-HEM          PIC X.

000790 FD  TRAZA-LOOKBACK
000800     LABEL RECORD STANDARD.
000810 01  LIN-LOOKBACK               PIC X(120).

000820 WORKING-STORAGE SECTION.

000830 77  NOM-HEMOCOMP-W             PIC X(60)
000840     VALUE "D:\progelect\DATOS\SC-HEMOCOMP.DAT".
000850 77  NOM-LOOKBACK-W             PIC X(60)
000860     VALUE "D:\progelect\DATOS\SC-LOOKBACK.TXT".
000870 77  OTR-STAT                   PIC XX.
000880 77  SW-FIN-W                   PIC 9 VALUE 0.
000890 77  SW-HEMOCOMP-W              PIC 9 VALUE 0.
000900 77  TOT-UNIDADES-W             PIC 9(4) VALUE 0.
000910 77  TEMP-EDIT-W                PIC Z9.9.

000920 LINKAGE SECTION.
000930 01  MODO-LNK                   PIC X.
000940     88 MODO-UNIDAD             VALUE "U".
000950     88 MODO-PACIENTE           VALUE "P".
000960 01  LLAVE-LNK                  PIC X(15).

000970 PROCEDURE DIVISION USING MODO-LNK LLAVE-LNK.

000980 MAINLINE.
000990     MOVE 0 TO SW-FIN-W SW-HEMOCOMP-W TOT-UNIDADES-W.
001000     OPEN OUTPUT TRAZA-LOOKBACK.
001010     MOVE SPACES TO LIN-LOOKBACK.
001020     IF MODO-PACIENTE
001030        STRING "TRAZA LOOK-BACK - UNIDADES DEL PACIENTE "
001040               LLAVE-LNK DELIMITED BY SIZE INTO LIN-LOOKBACK
001050     ELSE
001060        STRING "TRAZA LOOK-BACK - RECEPTOR DE LA UNIDAD "
001070               LLAVE-LNK DELIMITED BY SIZE INTO LIN-LOOKBACK
001080     END-IF.
001090     WRITE LIN-LOOKBACK.
001100     OPEN INPUT ARCHIVO-HEMOCOMP.
001110     IF OTR-STAT NOT = "00"
001120        MOVE 1 TO SW-HEMOCOMP-W
001130        GO TO FIN-MAINLINE
001140     END-IF.
001150     IF MODO-PACIENTE
001160        PERFORM TRAZAR-PACIENTE
001170     ELSE
001180        PERFORM TRAZAR-UNIDAD
001190     END-IF.

001200 FIN-MAINLINE.
001210     IF TOT-UNIDADES-W = 0
001220        MOVE "  SIN UNIDADES REGISTRADAS" TO LIN-LOOKBACK
001230        WRITE LIN-LOOKBACK
001240     END-IF.
001250     IF SW-HEMOCOMP-W = 0
001260        CLOSE ARCHIVO-HEMOCOMP
001270     END-IF.
001280     CLOSE TRAZA-LOOKBACK.
001290     EXIT PROGRAM.

001300 TRAZAR-UNIDAD.
001310     MOVE LLAVE-LNK TO NRO-UNIDAD-HEM.
001320     READ ARCHIVO-HEMOCOMP
001330          INVALID KEY MOVE 1 TO SW-FIN-W
001340     END-READ.
001350     IF SW-FIN-W = 0
001360        PERFORM ESCRIBIR-UNIDAD
001370     END-IF.

001380 TRAZAR-PACIENTE.
001390     MOVE LLAVE-LNK TO PACI-HEM.
001400     START ARCHIVO-HEMOCOMP KEY IS = PACI-HEM
001410           INVALID KEY MOVE 1 TO SW-FIN-W
001420     END-START.
001430     PERFORM LEER-PACIENTE UNTIL SW-FIN-W = 1.

001440 LEER-PACIENTE.
001450     READ ARCHIVO-HEMOCOMP NEXT
001460          AT END MOVE 1 TO SW-FIN-W
001470     END-READ.
001480     IF SW-FIN-W = 0
001490        IF PACI-HEM NOT = LLAVE-LNK
001500           MOVE 1 TO SW-FIN-W
001510        ELSE
001520           PERFORM ESCRIBIR-UNIDAD
001530        END-IF
001540     END-IF.

001550 ESCRIBIR-UNIDAD.
001560     ADD 1 TO TOT-UNIDADES-W.
001570     MOVE SPACES TO LIN-LOOKBACK.
001580     WRITE LIN-LOOKBACK.
001590     STRING "UNIDAD " NRO-UNIDAD-HEM " COMPONENTE " TIPO-COMP-HEM
001600            " GRUPO " ABO-HEM RH-HEM " VOL " VOLUMEN-HEM
001610            " VENCE " FECHA-VENCE-HEM " ESTADO " ESTADO-HEM
001620            DELIMITED BY SIZE INTO LIN-LOOKBACK.
001630     WRITE LIN-LOOKBACK.
001640     MOVE SPACES TO LIN-LOOKBACK.
001650     STRING "  BANCO ORIGEN " BANCO-ORIGEN-HEM
001660            " RECIBIDA " FECHA-RECIBE-HEM " " HORA-RECIBE-HEM
001670            " POR " USUARIO-RECIBE-HEM
001680            DELIMITED BY SIZE INTO LIN-LOOKBACK.
001690     WRITE LIN-LOOKBACK.
001700     IF PACI-HEM NOT = SPACES
001710        MOVE SPACES TO LIN-LOOKBACK
001720        STRING "  RECEPTOR " PACI-HEM " GRUPO " ABO-PACI-HEM
001730               RH-PACI-HEM " FOLIO " FOLIO-HEM
001740               " CUENTA " LLAVE-NUM-HEM
001750               " CRUCE " FECHA-CRUCE-HEM " " HORA-CRUCE-HEM
001760               " RESULTADO " RESULT-CRUCE-HEM
001770               " POR " USUARIO-CRUCE-HEM
001780               DELIMITED BY SIZE INTO LIN-LOOKBACK
001790        WRITE LIN-LOOKBACK
001800     END-IF.
001810     IF FECHA-INI-ADM-HEM > 0
001820        MOVE TEMP-PRE-HEM TO TEMP-EDIT-W
001830        MOVE SPACES TO LIN-LOOKBACK
001840        STRING "  INICIO " FECHA-INI-ADM-HEM " "
001850               HORA-INI-ADM-HEM " TA " TA-SIS-PRE-HEM "/"
001860               TA-DIA-PRE-HEM " FC " FC-PRE-HEM
001870               " T " TEMP-EDIT-W " POR " USUARIO-INI-ADM-HEM
001880               DELIMITED BY SIZE INTO LIN-LOOKBACK
001890        WRITE LIN-LOOKBACK
001900     END-IF.
001910     IF FECHA-FIN-ADM-HEM > 0
001920        MOVE TEMP-POST-HEM TO TEMP-EDIT-W
001930        MOVE SPACES TO LIN-LOOKBACK
001940        STRING "  FIN    " FECHA-FIN-ADM-HEM " "
001950               HORA-FIN-ADM-HEM " TA " TA-SIS-POST-HEM "/"
001960               TA-DIA-POST-HEM " FC " FC-POST-HEM
001970               " T " TEMP-EDIT-W " VOL ADM " VOLUMEN-ADM-HEM
001980               " POR " USUARIO-FIN-ADM-HEM
001990               DELIMITED BY SIZE INTO LIN-LOOKBACK
002000        WRITE LIN-LOOKBACK
002010     END-IF.
002020     IF HUBO-REACCION
002030        MOVE SPACES TO LIN-LOOKBACK
002040        STRING "  REACCION " TIPO-REAC-HEM " SEV "
002050               SEVERIDAD-REAC-HEM " " FECHA-REAC-HEM " "
002060               HORA-REAC-HEM " " DESCRIP-REAC-HEM
002070               DELIMITED BY SIZE INTO LIN-LOOKBACK
002080        WRITE LIN-LOOKBACK
002090     END-IF.
002100     IF FECHA-DESC-HEM > 0
002110        MOVE SPACES TO LIN-LOOKBACK
002120        STRING "  DESCARTE " FECHA-DESC-HEM " MOTIVO "
002130               MOTIVO-DESC-HEM " POR " USUARIO-DESC-HEM
002140               DELIMITED BY SIZE INTO LIN-LOOKBACK
002150        WRITE LIN-LOOKBACK
002160     END-IF.
