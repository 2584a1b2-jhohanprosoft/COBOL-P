      *=================================================================
      * HISTORIA CLINICA - INFORME MENSUAL DE HEMOVIGILANCIA PARA LA
      * RED NACIONAL DE SANGRE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE EL PERIODO AAAAMM Y RECORRE ARCHIVO-HEMOCOMP (VER
      * HC142). CADA HECHO SE CUENTA EN EL MES EN QUE OCURRIO: LA
      * UNIDAD RECIBIDA POR FECHA DE RECEPCION, LA TRANSFUNDIDA POR
      * FECHA DE FIN DE ADMINISTRACION, LA DESCARTADA POR FECHA DE
      * DESCARTE Y LA REACCION POR SU FECHA. DEJA EN SC-HEMOVIG.TXT
      * EL CUADRO POR COMPONENTE (RECIBIDAS, TRANSFUNDIDAS,
      * DESCARTADAS, REACCIONES) Y EL DE REACCIONES POR TIPO Y
      * SEVERIDAD, CON EL DETALLE DE CADA REACCION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC142-01.
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

000180     SELECT INFORME-HEMOVIG
000190         ASSIGN NOM-HEMOVIG-W
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
000330     02 FECHA-RECIBE-HEM.
000340        03 ANO-MES-RECIBE-HEM   PIC 9(6).
000350        03 DIA-RECIBE-HEM       PIC 99.
000360     02 HORA-RECIBE-HEM         PIC 9(4).
000370     02 USUARIO-RECIBE-HEM      PIC X(4).
000380     02 ESTADO-HEM              PIC X.
000390        88 UNIDAD-TRANSFUNDIDA  VALUE "T".
000400        88 UNIDAD-DESCARTADA    VALUE "D".
000410     02 CRUCE-HEM.
000420        03 PACI-HEM             PIC X(15).
000430        03 FOLIO-HEM            PIC X(8).
000440        03 LLAVE-NUM-HEM        PIC X(7).
000450        03 ABO-PACI-HEM         PIC XX.
000460        03 RH-PACI-HEM          PIC X.
000470        03 FECHA-CRUCE-HEM      PIC 9(8).
000480        03 HORA-CRUCE-HEM       PIC 9(4).
000490        03 RESULT-CRUCE-HEM     PIC X.
000500        03 USUARIO-CRUCE-HEM    PIC X(4).
000510     02 ADMINISTRA-HEM.
000520        03 FECHA-INI-ADM-HEM    PIC 9(8).
000530        03 HORA-INI-ADM-HEM     PIC 9(4).
000540        03 SIGNOS-PRE-HEM       PIC X(12).
000550        03 USUARIO-INI-ADM-HEM  PIC X(4).
000560        03 FECHA-FIN-ADM-HEM.
000570           05 ANO-MES-FIN-HEM   PIC 9(6).
000580           05 DIA-FIN-HEM       PIC 99.
000590        03 HORA-FIN-ADM-HEM     PIC 9(4).
000600        03 SIGNOS-POST-HEM      PIC X(12).
000610        03 VOLUMEN-ADM-HEM      PIC 9(4).
000620        03 USUARIO-FIN-ADM-HEM  PIC X(4).
000630     02 REACCION-HEM.
000640        03 SW-REACCION-HEM      PIC X.
000650           88 HUBO-REACCION     VALUE "S".
000660        03 TIPO-REAC-HEM        PIC XX.
000670        03 SEVERIDAD-REAC-HEM   PIC 9.
000680        03 FECHA-REAC-HEM.
000690           05 ANO-MES-REAC-HEM  PIC 9(6).
000700           05 DIA-REAC-HEM      PIC 99.
000710        03 HORA-REAC-HEM        PIC 9(4).
000720        03 DESCRIP-REAC-HEM     PIC X(60).
000730        03 USUARIO-REAC-HEM     PIC X(4).
000740     02 DESCARTE-HEM.
000750        03 FECHA-DESC-HEM.
000760           05 ANO-MES-DESC-HEM  PIC 9(6).
000770           05 DIA-DESC-HEM      PIC 99.
000780        03 MOTIVO-DESC-HEM      PIC XX.
000790        03 USUARIO-DESC-HEM     PIC X(4).
000800     02 SW-CARGADO-HEM          PIC X.

000810 FD  INFORME-HEMOVIG
000820     LABEL RECORD STANDARD.
000830 01  LIN-HEMOVIG                PIC X(120).

000840 WORKING-STORAGE SECTION.

000850 77  NOM-HEMOCOMP-W             PIC X(60)
000860     VALUE "D:\progelect\DATOS\SC-HEMOCOMP.DAT".
000870 77  NOM-HEMOVIG-W              PIC X(60)
000880     VALUE "D:\progelect\DATOS\SC-HEMOVIG.TXT".
000890 77  OTR-STAT                   PIC XX.
000900 77  SW-FIN-W                   PIC 9 VALUE 0.
000910 77  IX-TAB-W                   PIC 9.
000920 77  IX-SEV-W                   PIC 9.
000930 77  POS-COMP-W                 PIC 9.
000940 77  POS-REAC-W                 PIC 9.
000950 77  TOT-REACCIONES-W           PIC 9(5) VALUE 0.

000960 01  VALORES-COMP-W.
000970     02 FILLER PIC X(22) VALUE "GRGLOBULOS ROJOS      ".
000980     02 FILLER PIC X(22) VALUE "PFPLASMA FRESCO       ".
000990     02 FILLER PIC X(22) VALUE "PQPLAQUETAS           ".
001000     02 FILLER PIC X(22) VALUE "CRCRIOPRECIPITADO     ".
001010     02 FILLER PIC X(22) VALUE "STSANGRE TOTAL        ".
001020 01  TABLA-COMP-W REDEFINES VALORES-COMP-W.
001030     02 COMP-TAB-W OCCURS 5 TIMES.
001040        03 COD-COMP-TAB-W       PIC XX.
001050        03 NOMBRE-COMP-TAB-W    PIC X(20).

001060 01  VALORES-REAC-W.
001070     02 FILLER PIC X(22) VALUE "FEFEBRIL NO HEMOLITICA".
001080     02 FILLER PIC X(22) VALUE "ALALERGICA            ".
001090     02 FILLER PIC X(22) VALUE "HEHEMOLITICA          ".
001100     02 FILLER PIC X(22) VALUE "TRTRALI               ".
001110     02 FILLER PIC X(22) VALUE "SCSOBRECARGA CIRCULAT.".
001120     02 FILLER PIC X(22) VALUE "OTOTRA                ".
001130 01  TABLA-REAC-W REDEFINES VALORES-REAC-W.
001140     02 REAC-TAB-W OCCURS 6 TIMES.
001150        03 COD-REAC-TAB-W       PIC XX.
001160        03 NOMBRE-REAC-TAB-W    PIC X(20).

001170 01  CONTEO-COMP-W.
001180     02 CONTEO-COMP-TAB-W OCCURS 5 TIMES.
001190        03 RECIBIDAS-W          PIC 9(5).
001200        03 TRANSFUNDIDAS-W      PIC 9(5).
001210        03 VOLUMEN-TRANSF-W     PIC 9(7).
001220        03 DESCARTADAS-W        PIC 9(5).
001230        03 REACCIONES-W         PIC 9(5).

001240 01  CONTEO-REAC-W.
001250     02 CONTEO-REAC-TAB-W OCCURS 6 TIMES.
001260        03 SEVERIDAD-W          OCCURS 4 PIC 9(5).

001270 01  LIN-COMP-REP.
001280     02 NOMBRE-COMP-REP         PIC X(20).
001290     02 FILLER                  PIC X(2) VALUE SPACES.
001300     02 RECIBIDAS-REP           PIC ZZ,ZZ9.
001310     02 FILLER                  PIC X(4) VALUE SPACES.
001320     02 TRANSFUNDIDAS-REP       PIC ZZ,ZZ9.
001330     02 FILLER                  PIC X(4) VALUE SPACES.
001340     02 VOLUMEN-REP             PIC Z,ZZZ,ZZ9.
001350     02 FILLER                  PIC X(4) VALUE SPACES.
001360     02 DESCARTADAS-REP         PIC ZZ,ZZ9.
001370     02 FILLER                  PIC X(4) VALUE SPACES.
001380     02 REACCIONES-REP          PIC ZZ,ZZ9.

001390 01  LIN-REAC-REP.
001400     02 NOMBRE-REAC-REP         PIC X(20).
001410     02 FILLER                  PIC X(2) VALUE SPACES.
001420     02 SEV-REP                 OCCURS 4.
001430        03 CANT-SEV-REP         PIC ZZ,ZZ9.
001440        03 FILLER               PIC X(4).

001450 01  LIN-DETALLE-REP.
001460     02 FECHA-REAC-REP          PIC 9(8).
001470     02 FILLER                  PIC X VALUE SPACE.
001480     02 UNIDAD-REP              PIC X(15).
001490     02 FILLER                  PIC X VALUE SPACE.
001500     02 COMP-REP                PIC XX.
001510     02 FILLER                  PIC X VALUE SPACE.
001520     02 PACI-REP                PIC X(15).
001530     02 FILLER                  PIC X VALUE SPACE.
001540     02 TIPO-REAC-REP           PIC XX.
001550     02 FILLER                  PIC X VALUE SPACE.
001560     02 SEVERIDAD-REP           PIC 9.
001570     02 FILLER                  PIC X VALUE SPACE.
001580     02 DESCRIP-REP             PIC X(60).

001590 LINKAGE SECTION.
001600 01  ANO-MES-LNK                PIC 9(6).

001610 PROCEDURE DIVISION USING ANO-MES-LNK.

001620 MAINLINE.
001630     MOVE 0 TO SW-FIN-W TOT-REACCIONES-W.
001640     INITIALIZE CONTEO-COMP-W CONTEO-REAC-W.
001650     OPEN OUTPUT INFORME-HEMOVIG.
001660     MOVE SPACES TO LIN-HEMOVIG.
001670     STRING "INFORME DE HEMOVIGILANCIA - PERIODO " ANO-MES-LNK
001680            DELIMITED BY SIZE INTO LIN-HEMOVIG.
001690     WRITE LIN-HEMOVIG.
001700     MOVE SPACES TO LIN-HEMOVIG.
001710     WRITE LIN-HEMOVIG.
001720     MOVE "DETALLE DE REACCIONES TRANSFUSIONALES"
001730       TO LIN-HEMOVIG.
001740     WRITE LIN-HEMOVIG.
001750     OPEN INPUT ARCHIVO-HEMOCOMP.
001760     IF OTR-STAT = "00"
001770        MOVE LOW-VALUES TO NRO-UNIDAD-HEM
001780        START ARCHIVO-HEMOCOMP KEY IS >= NRO-UNIDAD-HEM
001790              INVALID KEY MOVE 1 TO SW-FIN-W
001800        END-START
001810        PERFORM CONTAR-UNIDAD UNTIL SW-FIN-W = 1
001820        CLOSE ARCHIVO-HEMOCOMP
001830     END-IF.
001840     IF TOT-REACCIONES-W = 0
001850        MOVE "  SIN REACCIONES EN EL PERIODO" TO LIN-HEMOVIG
001860        WRITE LIN-HEMOVIG
001870     END-IF.
001880     PERFORM LISTAR-COMPONENTES.
001890     PERFORM LISTAR-REACCIONES.
001900     CLOSE INFORME-HEMOVIG.
001910     EXIT PROGRAM.

001920 CONTAR-UNIDAD.
001930     READ ARCHIVO-HEMOCOMP NEXT
001940          AT END MOVE 1 TO SW-FIN-W
001950     END-READ.
001960     IF SW-FIN-W = 0
001970        PERFORM UBICAR-COMPONENTE
001980        IF POS-COMP-W > 0
001990           PERFORM SUMAR-UNIDAD
002000        END-IF
002010     END-IF.

002020 SUMAR-UNIDAD.
002030     IF ANO-MES-RECIBE-HEM = ANO-MES-LNK
002040        ADD 1 TO RECIBIDAS-W (POS-COMP-W)
002050     END-IF.
002060     IF UNIDAD-TRANSFUNDIDA AND ANO-MES-FIN-HEM = ANO-MES-LNK
002070        ADD 1 TO TRANSFUNDIDAS-W (POS-COMP-W)
002080        ADD VOLUMEN-ADM-HEM TO VOLUMEN-TRANSF-W (POS-COMP-W)
002090     END-IF.
002100     IF UNIDAD-DESCARTADA AND ANO-MES-DESC-HEM = ANO-MES-LNK
002110        ADD 1 TO DESCARTADAS-W (POS-COMP-W)
002120     END-IF.
002130     IF HUBO-REACCION AND ANO-MES-REAC-HEM = ANO-MES-LNK
002140        ADD 1 TO REACCIONES-W (POS-COMP-W) TOT-REACCIONES-W
002150        PERFORM UBICAR-REACCION
002160        IF POS-REAC-W > 0 AND SEVERIDAD-REAC-HEM > 0
002170           AND SEVERIDAD-REAC-HEM < 5
002180           ADD 1 TO SEVERIDAD-W (POS-REAC-W SEVERIDAD-REAC-HEM)
002190        END-IF
002200        PERFORM ESCRIBIR-REACCION
002210     END-IF.

002220 UBICAR-COMPONENTE.
002230     MOVE 0 TO POS-COMP-W.
002240     PERFORM COMPARAR-COMPONENTE
002250             VARYING IX-TAB-W FROM 1 BY 1
002260             UNTIL IX-TAB-W > 5 OR POS-COMP-W > 0.

002270 COMPARAR-COMPONENTE.
002280     IF COD-COMP-TAB-W (IX-TAB-W) = TIPO-COMP-HEM
002290        MOVE IX-TAB-W TO POS-COMP-W
002300     END-IF.

002310 UBICAR-REACCION.
002320     MOVE 0 TO POS-REAC-W.
002330     PERFORM COMPARAR-REACCION
002340             VARYING IX-TAB-W FROM 1 BY 1
002350             UNTIL IX-TAB-W > 6 OR POS-REAC-W > 0.

002360 COMPARAR-REACCION.
002370     IF COD-REAC-TAB-W (IX-TAB-W) = TIPO-REAC-HEM
002380        MOVE IX-TAB-W TO POS-REAC-W
002390     END-IF.

002400 ESCRIBIR-REACCION.
002410     MOVE FECHA-REAC-HEM     TO FECHA-REAC-REP.
002420     MOVE NRO-UNIDAD-HEM     TO UNIDAD-REP.
002430     MOVE TIPO-COMP-HEM      TO COMP-REP.
002440     MOVE PACI-HEM           TO PACI-REP.
002450     MOVE TIPO-REAC-HEM      TO TIPO-REAC-REP.
002460     MOVE SEVERIDAD-REAC-HEM TO SEVERIDAD-REP.
002470     MOVE DESCRIP-REAC-HEM   TO DESCRIP-REP.
002480     MOVE LIN-DETALLE-REP TO LIN-HEMOVIG.
002490     WRITE LIN-HEMOVIG.

002500 LISTAR-COMPONENTES.
002510     MOVE SPACES TO LIN-HEMOVIG.
002520     WRITE LIN-HEMOVIG.
002530     MOVE "UNIDADES POR COMPONENTE" TO LIN-HEMOVIG.
002540     WRITE LIN-HEMOVIG.
002550     MOVE SPACES TO LIN-HEMOVIG.
002560     STRING "COMPONENTE            RECIBIDAS  TRANSFUND."
002570            "   VOLUMEN ML  DESCARTADAS  REACCIONES"
002580            DELIMITED BY SIZE INTO LIN-HEMOVIG.
002590     WRITE LIN-HEMOVIG.
002600     PERFORM LISTAR-COMPONENTE
002610             VARYING IX-TAB-W FROM 1 BY 1 UNTIL IX-TAB-W > 5.

002620 LISTAR-COMPONENTE.
002630     MOVE NOMBRE-COMP-TAB-W (IX-TAB-W) TO NOMBRE-COMP-REP.
002640     MOVE RECIBIDAS-W (IX-TAB-W)       TO RECIBIDAS-REP.
002650     MOVE TRANSFUNDIDAS-W (IX-TAB-W)   TO TRANSFUNDIDAS-REP.
002660     MOVE VOLUMEN-TRANSF-W (IX-TAB-W)  TO VOLUMEN-REP.
002670     MOVE DESCARTADAS-W (IX-TAB-W)     TO DESCARTADAS-REP.
002680     MOVE REACCIONES-W (IX-TAB-W)      TO REACCIONES-REP.
002690     MOVE LIN-COMP-REP TO LIN-HEMOVIG.
002700     WRITE LIN-HEMOVIG.

002710 LISTAR-REACCIONES.
002720     MOVE SPACES TO LIN-HEMOVIG.
002730     WRITE LIN-HEMOVIG.
002740     MOVE "REACCIONES POR TIPO Y SEVERIDAD" TO LIN-HEMOVIG.
002750     WRITE LIN-HEMOVIG.
002760     MOVE SPACES TO LIN-HEMOVIG.
002770     STRING "TIPO                      LEVE  MODERADA"
002780            "     GRAVE    MUERTE"
002790            DELIMITED BY SIZE INTO LIN-HEMOVIG.
002800     WRITE LIN-HEMOVIG.
002810     PERFORM LISTAR-REACCION
002820             VARYING IX-TAB-W FROM 1 BY 1 UNTIL IX-TAB-W > 6.

002830 LISTAR-REACCION.
002840     MOVE SPACES TO LIN-REAC-REP.
002850     MOVE NOMBRE-REAC-TAB-W (IX-TAB-W) TO NOMBRE-REAC-REP.
002860     PERFORM MOVER-SEVERIDAD
002870             VARYING IX-SEV-W FROM 1 BY 1 UNTIL IX-SEV-W > 4.
002880     MOVE LIN-REAC-REP TO LIN-HEMOVIG.
002890     WRITE LIN-HEMOVIG.

002900 MOVER-SEVERIDAD.
002910     MOVE SEVERIDAD-W (IX-TAB-W IX-SEV-W)
002920       TO CANT-SEV-REP (IX-SEV-W).
