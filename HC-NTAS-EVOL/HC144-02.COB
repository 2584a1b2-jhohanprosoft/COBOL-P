      *=================================================================
      * HISTORIA CLINICA - INDICADOR MENSUAL DE SEGURIDAD DEL
      * PACIENTE POR SERVICIO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE EL PERIODO AAAAMM Y RECORRE ARCHIVO-EVENTO-SEG (VER
      * HC144) POR FECHA DEL EVENTO. DEJA EN SC-INDSEGPAC.TXT POR
      * SERVICIO: EVENTOS REPORTADOS, SIN CLASIFICAR, INCIDENTES,
      * EVENTOS ADVERSOS PREVENIBLES Y NO PREVENIBLES, GRAVES (GRAVE
      * O MUERTE), SOSPECHAS DE RAM, CERRADOS, PLANES DE ACCION
      * ABIERTOS Y EL PORCENTAJE DE EVENTOS GESTIONADOS (CERRADOS),
      * CON LA LINEA DE TOTAL INSTITUCIONAL. ES LA ENTRADA DEL COMITE
      * DE SEGURIDAD PARA CERRAR EL CICLO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC144-02.
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

000170     SELECT INDICADOR-SEGURIDAD
000180         ASSIGN NOM-INDSEG-W
000190         ORGANIZATION IS LINE SEQUENTIAL.

000200 DATA DIVISION.
000210 FILE SECTION.

000220 FD  ARCHIVO-EVENTO-SEG
000230     LABEL RECORD STANDARD.
000240 01  REG-EVS.
000250     02 NRO-EVS                 PIC 9(8).
000260     02 PACI-EVS                PIC X(15).
000270     02 FOLIO-EVS               PIC X(8).
000280     02 SERVHO-EVS              PIC X(4).
000290     02 FECHA-EVS.
000300        03 ANO-MES-EVS          PIC 9(6).
000310        03 DIA-EVS              PIC 99.
000320     02 HORA-EVS                PIC 9(4).
000330     02 TIPO-EVS                PIC XX.
000340     02 DESCRIP-EVS             PIC X(200).
000350     02 FECHA-REP-EVS           PIC 9(8).
000360     02 HORA-REP-EVS            PIC 9(4).
000370     02 USUARIO-REP-EVS         PIC X(4).
000380     02 MEDICAMENTO-EVS         PIC X(79).
000390     02 DISPOSITIVO-EVS         PIC X(120).
000400     02 CLASIFICA-EVS.
000410        03 CLASE-EVS            PIC X.
000420           88 CLASE-INCIDENTE   VALUE "I".
000430           88 CLASE-PREVENIBLE  VALUE "P".
000440           88 CLASE-NO-PREVENIBLE VALUE "N".
000450        03 SEVERIDAD-EVS        PIC 9.
000460        03 SW-RAM-EVS           PIC X.
000470           88 SOSPECHA-RAM      VALUE "S".
000480        03 DESENLACE-EVS        PIC X.
000490        03 FECHA-CLAS-EVS       PIC 9(8).
000500        03 USUARIO-CLAS-EVS     PIC X(4).
000510     02 ANALISIS-EVS.
000520        03 ACCION-INSEGURA-EVS  PIC X(80).
000530        03 FECHA-ANAL-EVS       PIC 9(8).
000540        03 USUARIO-ANAL-EVS     PIC X(4).
000550        03 FACTORES-EVS         PIC 9(3).
000560        03 PLANES-EVS           PIC 9(3).
000570        03 PLANES-ABIERTOS-EVS  PIC 9(3).
000580     02 FECHA-CIERRE-EVS        PIC 9(8).
000590     02 USUARIO-CIERRE-EVS      PIC X(4).
000600     02 ESTADO-EVS              PIC X.
000610        88 EVENTO-REPORTADO     VALUE "R".
000620        88 EVENTO-CERRADO       VALUE "K".
000630     02 ENVIO-INVIMA-EVS        PIC X.
000640     02 FECHA-ENVIO-EVS         PIC 9(8).

000650 FD  INDICADOR-SEGURIDAD
000660     LABEL RECORD STANDARD.
000670 01  LIN-INDSEG                 PIC X(120).

000680 WORKING-STORAGE SECTION.

000690 77  NOM-EVENSEG-W              PIC X(60)
000700     VALUE "D:\progelect\DATOS\SC-EVENSEG.DAT".
000710 77  NOM-INDSEG-W               PIC X(60)
000720     VALUE "D:\progelect\DATOS\SC-INDSEGPAC.TXT".
000730 77  OTR-STAT                   PIC XX.
000740 77  SW-FIN-W                   PIC 9 VALUE 0.
000750 77  IX-SER-W                   PIC 99.
000760 77  POS-SER-W                  PIC 99.
000770 77  TOTAL-SER-W                PIC 99 VALUE 0.
000780 77  MAX-SER-W                  PIC 99 VALUE 50.

000790 01  TABLA-SERVICIOS-W.
000800     02 SERVICIO-TAB-W OCCURS 51 TIMES.
000810        03 SERVHO-TAB-W         PIC X(4).
000820        03 EVENTOS-TAB-W        PIC 9(5).
000830        03 SIN-CLASIF-TAB-W     PIC 9(5).
000840        03 INCIDENTES-TAB-W     PIC 9(5).
000850        03 PREVENIBLES-TAB-W    PIC 9(5).
000860        03 NO-PREVEN-TAB-W      PIC 9(5).
000870        03 GRAVES-TAB-W         PIC 9(5).
000880        03 RAM-TAB-W            PIC 9(5).
000890        03 CERRADOS-TAB-W       PIC 9(5).
000900        03 PLANES-ABI-TAB-W     PIC 9(5).

000910 01  LIN-INDICADOR-REP.
000920     02 SERVHO-REP              PIC X(8).
000930     02 EVENTOS-REP             PIC ZZ,ZZ9.
000940     02 FILLER                  PIC XX VALUE SPACES.
000950     02 SIN-CLASIF-REP          PIC ZZ,ZZ9.
000960     02 FILLER                  PIC XX VALUE SPACES.
000970     02 INCIDENTES-REP          PIC ZZ,ZZ9.
000980     02 FILLER                  PIC XX VALUE SPACES.
000990     02 PREVENIBLES-REP         PIC ZZ,ZZ9.
001000     02 FILLER                  PIC XX VALUE SPACES.
001010     02 NO-PREVEN-REP           PIC ZZ,ZZ9.
001020     02 FILLER                  PIC XX VALUE SPACES.
001030     02 GRAVES-REP              PIC ZZ,ZZ9.
001040     02 FILLER                  PIC XX VALUE SPACES.
001050     02 RAM-REP                 PIC ZZ,ZZ9.
001060     02 FILLER                  PIC XX VALUE SPACES.
001070     02 CERRADOS-REP            PIC ZZ,ZZ9.
001080     02 FILLER                  PIC XX VALUE SPACES.
001090     02 PLANES-ABI-REP          PIC ZZ,ZZ9.
001100     02 FILLER                  PIC XX VALUE SPACES.
001110     02 PORCENTAJE-REP          PIC ZZ9.99.
001120     02 FILLER                  PIC X VALUE "%".

001130 LINKAGE SECTION.
001140 01  ANO-MES-LNK                PIC 9(6).

001150 PROCEDURE DIVISION USING ANO-MES-LNK.

001160 MAINLINE.
001170     MOVE 0 TO SW-FIN-W TOTAL-SER-W.
001180     INITIALIZE TABLA-SERVICIOS-W.
001190     OPEN OUTPUT INDICADOR-SEGURIDAD.
001200     MOVE SPACES TO LIN-INDSEG.
001210     STRING "SEGURIDAD DEL PACIENTE - EVENTOS POR SERVICIO - "
001220            "PERIODO " ANO-MES-LNK
001230            DELIMITED BY SIZE INTO LIN-INDSEG.
001240     WRITE LIN-INDSEG.
001250     MOVE SPACES TO LIN-INDSEG.
001260     STRING "SERVICIO EVENTOS  SIN CLAS  INCIDEN  EA PREV  "
001270            "EA NO PR   GRAVES      RAM  CERRADO  PL.ABIER"
001280            "    GESTION"
001290            DELIMITED BY SIZE INTO LIN-INDSEG.
001300     WRITE LIN-INDSEG.
001310     OPEN INPUT ARCHIVO-EVENTO-SEG.
001320     IF OTR-STAT = "00"
001330        MOVE ANO-MES-LNK TO ANO-MES-EVS
001340        MOVE 0           TO DIA-EVS
001350        START ARCHIVO-EVENTO-SEG KEY IS >= FECHA-EVS
001360              INVALID KEY MOVE 1 TO SW-FIN-W
001370        END-START
001380        PERFORM LEER-EVENTO UNTIL SW-FIN-W = 1
001390        CLOSE ARCHIVO-EVENTO-SEG
001400     END-IF.
001410     PERFORM LISTAR-SERVICIO
001420             VARYING IX-SER-W FROM 1 BY 1
001430             UNTIL IX-SER-W > TOTAL-SER-W.
001440     PERFORM SUMAR-TOTAL
001450             VARYING IX-SER-W FROM 1 BY 1
001460             UNTIL IX-SER-W > TOTAL-SER-W.
001470     MOVE 51 TO IX-SER-W.
001480     MOVE "TOTAL" TO SERVHO-TAB-W (51).
001490     PERFORM LISTAR-SERVICIO.
001500     CLOSE INDICADOR-SEGURIDAD.
001510     EXIT PROGRAM.

001520 LEER-EVENTO.
001530     READ ARCHIVO-EVENTO-SEG NEXT
001540          AT END MOVE 1 TO SW-FIN-W
001550     END-READ.
001560     IF SW-FIN-W = 0
001570        IF ANO-MES-EVS NOT = ANO-MES-LNK
001580           MOVE 1 TO SW-FIN-W
001590        ELSE
001600           PERFORM CONTAR-EVENTO THRU FIN-CONTAR
001610        END-IF
001620     END-IF.

001630 CONTAR-EVENTO.
001640     PERFORM UBICAR-SERVICIO.
001650     IF POS-SER-W = 0
001660        GO TO FIN-CONTAR
001670     END-IF.
001680     ADD 1 TO EVENTOS-TAB-W (POS-SER-W).
001690     IF EVENTO-REPORTADO
001700        ADD 1 TO SIN-CLASIF-TAB-W (POS-SER-W)
001710        GO TO FIN-CONTAR
001720     END-IF.
001730     EVALUATE TRUE
001740        WHEN CLASE-INCIDENTE
001750             ADD 1 TO INCIDENTES-TAB-W (POS-SER-W)
001760        WHEN CLASE-PREVENIBLE
001770             ADD 1 TO PREVENIBLES-TAB-W (POS-SER-W)
001780        WHEN CLASE-NO-PREVENIBLE
001790             ADD 1 TO NO-PREVEN-TAB-W (POS-SER-W)
001800     END-EVALUATE.
001810     IF SEVERIDAD-EVS >= 3
001820        ADD 1 TO GRAVES-TAB-W (POS-SER-W)
001830     END-IF.
001840     IF SOSPECHA-RAM
001850        ADD 1 TO RAM-TAB-W (POS-SER-W)
001860     END-IF.
001870     IF EVENTO-CERRADO
001880        ADD 1 TO CERRADOS-TAB-W (POS-SER-W)
001890     END-IF.
001900     ADD PLANES-ABIERTOS-EVS TO PLANES-ABI-TAB-W (POS-SER-W).

001910 FIN-CONTAR.
001920     EXIT.

001930 UBICAR-SERVICIO.
001940     MOVE 0 TO POS-SER-W.
001950     PERFORM COMPARAR-SERVICIO
001960             VARYING IX-SER-W FROM 1 BY 1
001970             UNTIL IX-SER-W > TOTAL-SER-W OR POS-SER-W > 0.
001980     IF POS-SER-W = 0 AND TOTAL-SER-W < MAX-SER-W
001990        ADD 1 TO TOTAL-SER-W
002000        MOVE TOTAL-SER-W TO POS-SER-W
002010        MOVE SERVHO-EVS  TO SERVHO-TAB-W (POS-SER-W)
002020     END-IF.

002030 COMPARAR-SERVICIO.
002040     IF SERVHO-TAB-W (IX-SER-W) = SERVHO-EVS
002050        MOVE IX-SER-W TO POS-SER-W
002060     END-IF.

002070 SUMAR-TOTAL.
002080     ADD EVENTOS-TAB-W (IX-SER-W)    TO EVENTOS-TAB-W (51).
002090     ADD SIN-CLASIF-TAB-W (IX-SER-W) TO SIN-CLASIF-TAB-W (51).
002100     ADD INCIDENTES-TAB-W (IX-SER-W) TO INCIDENTES-TAB-W (51).
002110     ADD PREVENIBLES-TAB-W (IX-SER-W)
002120      TO PREVENIBLES-TAB-W (51).
002130     ADD NO-PREVEN-TAB-W (IX-SER-W)  TO NO-PREVEN-TAB-W (51).
002140     ADD GRAVES-TAB-W (IX-SER-W)     TO GRAVES-TAB-W (51).
002150     ADD RAM-TAB-W (IX-SER-W)        TO RAM-TAB-W (51).
002160     ADD CERRADOS-TAB-W (IX-SER-W)   TO CERRADOS-TAB-W (51).
002170     ADD PLANES-ABI-TAB-W (IX-SER-W) TO PLANES-ABI-TAB-W (51).

002180 LISTAR-SERVICIO.
002190     MOVE SERVHO-TAB-W (IX-SER-W)      TO SERVHO-REP.
002200     MOVE EVENTOS-TAB-W (IX-SER-W)     TO EVENTOS-REP.
002210     MOVE SIN-CLASIF-TAB-W (IX-SER-W)  TO SIN-CLASIF-REP.
002220     MOVE INCIDENTES-TAB-W (IX-SER-W)  TO INCIDENTES-REP.
002230     MOVE PREVENIBLES-TAB-W (IX-SER-W) TO PREVENIBLES-REP.
002240     MOVE NO-PREVEN-TAB-W (IX-SER-W)   TO NO-PREVEN-REP.
002250     MOVE GRAVES-TAB-W (IX-SER-W)      TO GRAVES-REP.
002260     MOVE RAM-TAB-W (IX-SER-W)         TO RAM-REP.
002270     MOVE CERRADOS-TAB-W (IX-SER-W)    TO CERRADOS-REP.
002280     MOVE PLANES-ABI-TAB-W (IX-SER-W)  TO PLANES-ABI-REP.
002290     MOVE 0 TO PORCENTAJE-REP.
002300     IF EVENTOS-TAB-W (IX-SER-W) > 0
002310        COMPUTE PORCENTAJE-REP ROUNDED =
002320            CERRADOS-TAB-W (IX-SER-W) * 100
002330          / EVENTOS-TAB-W (IX-SER-W)
002340     END-IF.
002350     MOVE LIN-INDICADOR-REP TO LIN-INDSEG.
002360     WRITE LIN-INDSEG.
