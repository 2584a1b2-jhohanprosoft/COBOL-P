      *=================================================================
      * HISTORIA CLINICA - CORTE MENSUAL DE FACTURACION DOMICILIARIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * ARMA PARA FACTURACION EL PLANO SC-FACDOM-AAAAMM.TXT CON LAS
      * VISITAS DOMICILIARIAS REALIZADAS EN EL MES RECIBIDO (AAAAMM),
      * AGRUPADAS POR ENTIDAD (LA EPS ACTUAL DEL PACIENTE), CAMPOS
      * SEPARADOS POR ";":
      *   V;EPS;PACIENTE;FECHA;DISCIPLINA;CUPS;PROFESIONAL;LLEGADA;
      *     SALIDA;FOLIO
      *   I;EPS;PACIENTE;FECHA;DISCIPLINA;ARTICULO;CANTIDAD
      *   T;EPS;VISITAS;LINEAS DE INSUMO
      * LAS VISITAS SE ORDENAN EN EL ARCHIVO DE TRABAJO SC-FACDOM.DAT
      * (LLAVE EPS + PACIENTE + FECHA + DISCIPLINA) QUE SE REHACE EN
      * CADA CORRIDA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC150-04.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-VISITA-DOMI LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-VISDOMI-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-VSD
000140         ALTERNATE RECORD KEY IS RUTA-VSD WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PACIE-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-PACI
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-FACDOM LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-FACDOM-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-FDO
000270         FILE STATUS IS OTR-STAT.

000280     SELECT PLANO-FACDOM
000290         ASSIGN NOM-PLANOFAC-W
000300         ORGANIZATION IS LINE SEQUENTIAL.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  ARCHIVO-VISITA-DOMI
000340     LABEL RECORD STANDARD.
000350 01  REG-VSD.
000360     02 LLAVE-VSD.
000370        03 PACI-VSD             PIC X(15).
000380        03 FECHA-PROG-VSD       PIC 9(8).
000390        03 DISC-VSD             PIC 9.
000400     02 RUTA-VSD.
000410        03 FECHA-VSD            PIC 9(8).
000420        03 PROF-VSD             PIC 9(10).
000430        03 ZONA-VSD             PIC X(3).
000440        03 DIRECC-VSD           PIC X(30).
000450     02 CUPS-VSD                PIC X(12).
000460     02 ESTADO-VSD              PIC X.
000470        88 VISITA-PENDIENTE     VALUE "P".
000480        88 VISITA-REALIZADA     VALUE "R".
000490        88 VISITA-NO-REALIZADA  VALUE "N".
000500        88 VISITA-ANULADA       VALUE "A".
000510     02 REPROG-DE-VSD           PIC 9(8).
000520     02 HORA-LLEGA-VSD          PIC 9(4).
000530     02 HORA-SALE-VSD           PIC 9(4).
000540     02 FOLIO-VSD               PIC X(8).
000550     02 NOTA-VSD                PIC X(200).
000560     02 INSUMO-VSD              OCCURS 10.
000570        03 ART-INS-VSD          PIC X(8).
000580        03 CANT-INS-VSD         PIC 9(3)V99.
000590     02 MOTIVO-NR-VSD           PIC X(40).
000600     02 REPORTADA-VSD           PIC X.

000610 FD  ARCHIVO-PACIENTES
000620     LABEL RECORD STANDARD.
000630 01  REG-PACI.
000640     02 COD-PACI                PIC X(15).
000650     02 DESCRIP-PACI            PIC X(40).
000660     02 EPS-PACI                PIC X(6).
000670     02 ID-COTIZ-PACI           PIC X(15).
000680     02 ESTADO-PACI             PIC X.
000690     02 FUSIONADO-EN-PACI       PIC X(15).
000700     02 FECHA-FUSION-PACI       PIC 9(8).
000710     02 TELEFONO-PACI           PIC X(15).
000720     02 FECHA-NAC-PACI          PIC 9(8).
000730     02 SEXO-PACI               PIC X.
000740     02 PLAN-PACI               PIC XX.
000750     02 NIVEL-INGRESO-PACI      PIC 9.
000760     02 FILLER                  PIC X(9).

000770 FD  ARCHIVO-FACDOM
000780     LABEL RECORD STANDARD.
000790 01  REG-FDO.
000800     02 LLAVE-FDO.
000810        03 EPS-FDO              PIC X(6).
000820        03 PACI-FDO             PIC X(15).
000830        03 FECHA-FDO            PIC 9(8).
000840        03 DISC-FDO             PIC 9.
000850     02 VISITA-FDO              PIC X(484).

000860 FD  PLANO-FACDOM
000870     LABEL RECORD STANDARD.
000880 01  LIN-FACDOM                 PIC X(120).

000890 WORKING-STORAGE SECTION.

000900 77  NOM-VISDOMI-W              PIC X(60)
000910     VALUE "D:\progelect\DATOS\SC-VISDOMI.DAT".
000920 77  NOM-PACIE-W                PIC X(60)
000930     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000940 77  NOM-FACDOM-W               PIC X(60)
000950     VALUE "D:\progelect\DATOS\SC-FACDOM.DAT".
000960 77  NOM-PLANOFAC-W             PIC X(60).
000970 77  OTR-STAT                   PIC XX.
000980 77  SW-FIN-VSD-W               PIC 9 VALUE 0.
000990 77  SW-FIN-FDO-W               PIC 9 VALUE 0.
001000 77  IX-INS-W                   PIC 99 VALUE 0.
001010 77  EPS-ANT-W                  PIC X(6) VALUE SPACES.
001020 77  TOT-VISITAS-EPS-W          PIC 9(5) VALUE 0.
001030 77  TOT-INSUMOS-EPS-W          PIC 9(5) VALUE 0.
001040 77  TOT-VISITAS-W              PIC 9(5) VALUE 0.
001050 77  TOT-ENTIDADES-W            PIC 9(3) VALUE 0.
001060 77  PROF-EDIT-W                PIC 9(10).
001070 77  CANT-EDIT-W                PIC 9(3).99.
001080 77  TOT-VIS-EDIT-W             PIC 9(5).
001090 77  TOT-INS-EDIT-W             PIC 9(5).

001100 01  FECHA-VSD-W.
001110     02 PERIODO-VSD-W           PIC 9(6).
001120     02 DIA-VSD-W               PIC 99.

001130 01  TABLA-DISC-W.
001140     02 FILLER                  PIC X(3) VALUE "MED".
001150     02 FILLER                  PIC X(3) VALUE "ENF".
001160     02 FILLER                  PIC X(3) VALUE "FIS".
001170 01  TABLA-DISC-R REDEFINES TABLA-DISC-W.
001180     02 NOMBRE-DISC-W           PIC X(3) OCCURS 3.

001190 LINKAGE SECTION.
001200 01  PERIODO-LNK                PIC 9(6).

001210 PROCEDURE DIVISION USING PERIODO-LNK.

001220 MAINLINE.
001230     OPEN INPUT ARCHIVO-VISITA-DOMI.
001240     IF OTR-STAT NOT = "00"
001250        DISPLAY "NO HAY VISITAS DOMICILIARIAS GENERADAS"
001260        EXIT PROGRAM
001270     END-IF.
001280     OPEN INPUT ARCHIVO-PACIENTES.
001290     OPEN OUTPUT ARCHIVO-FACDOM.
001300     PERFORM LEER-VISITA.
001310     PERFORM CLASIFICAR-VISITA UNTIL SW-FIN-VSD-W = 1.
001320     CLOSE ARCHIVO-VISITA-DOMI ARCHIVO-PACIENTES ARCHIVO-FACDOM.
001330     STRING "D:\progelect\DATOS\SC-FACDOM-" DELIMITED BY SIZE
001340            PERIODO-LNK                     DELIMITED BY SIZE
001350            ".TXT"                          DELIMITED BY SIZE
001360       INTO NOM-PLANOFAC-W
001370     END-STRING.
001380     OPEN INPUT ARCHIVO-FACDOM.
001390     OPEN OUTPUT PLANO-FACDOM.
001400     PERFORM LEER-FACDOM.
001410     PERFORM ESCRIBIR-VISITA UNTIL SW-FIN-FDO-W = 1.
001420     IF TOT-VISITAS-W > 0
001430        PERFORM ESCRIBIR-TOTAL-EPS
001440     END-IF.
001450     CLOSE ARCHIVO-FACDOM PLANO-FACDOM.
001460     DISPLAY "ENTIDADES:                 " TOT-ENTIDADES-W.
001470     DISPLAY "VISITAS A FACTURAR:        " TOT-VISITAS-W.
001480     EXIT PROGRAM.

001490 LEER-VISITA.
001500     READ ARCHIVO-VISITA-DOMI NEXT
001510          AT END MOVE 1 TO SW-FIN-VSD-W
001520     END-READ.

001530 CLASIFICAR-VISITA.
001540     MOVE FECHA-VSD TO FECHA-VSD-W.
001550     IF VISITA-REALIZADA AND PERIODO-VSD-W = PERIODO-LNK
001560        MOVE PACI-VSD TO COD-PACI PACI-FDO
001570        MOVE "SINEPS" TO EPS-FDO
001580        READ ARCHIVO-PACIENTES
001590             INVALID KEY CONTINUE
001600             NOT INVALID KEY MOVE EPS-PACI TO EPS-FDO
001610        END-READ
001620        MOVE FECHA-VSD TO FECHA-FDO
001630        MOVE DISC-VSD  TO DISC-FDO
001640        MOVE REG-VSD   TO VISITA-FDO
001650        WRITE REG-FDO INVALID KEY CONTINUE END-WRITE
001660     END-IF.
001670     PERFORM LEER-VISITA.

001680 LEER-FACDOM.
001690     READ ARCHIVO-FACDOM NEXT
001700          AT END MOVE 1 TO SW-FIN-FDO-W
001710     END-READ.

001720 ESCRIBIR-VISITA.
001730     IF EPS-FDO NOT = EPS-ANT-W
001740        IF TOT-VISITAS-W > 0
001750           PERFORM ESCRIBIR-TOTAL-EPS
001760        END-IF
001770        MOVE EPS-FDO TO EPS-ANT-W
001780        MOVE 0 TO TOT-VISITAS-EPS-W TOT-INSUMOS-EPS-W
001790        ADD 1 TO TOT-ENTIDADES-W
001800     END-IF.
001810     MOVE VISITA-FDO TO REG-VSD.
001820     MOVE PROF-VSD   TO PROF-EDIT-W.
001830     MOVE SPACES     TO LIN-FACDOM.
001840     STRING "V;"                     DELIMITED BY SIZE
001850            EPS-FDO                  DELIMITED BY SPACE
001860            ";"                      DELIMITED BY SIZE
001870            PACI-VSD                 DELIMITED BY SPACE
001880            ";"                      DELIMITED BY SIZE
001890            FECHA-VSD                DELIMITED BY SIZE
001900            ";"                      DELIMITED BY SIZE
001910            NOMBRE-DISC-W (DISC-VSD) DELIMITED BY SIZE
001920            ";"                      DELIMITED BY SIZE
001930            CUPS-VSD                 DELIMITED BY SPACE
001940            ";"                      DELIMITED BY SIZE
001950            PROF-EDIT-W              DELIMITED BY SIZE
001960            ";"                      DELIMITED BY SIZE
001970            HORA-LLEGA-VSD           DELIMITED BY SIZE
001980            ";"                      DELIMITED BY SIZE
001990            HORA-SALE-VSD            DELIMITED BY SIZE
002000            ";"                      DELIMITED BY SIZE
002010            FOLIO-VSD                DELIMITED BY SPACE
002020       INTO LIN-FACDOM
002030     END-STRING.
002040     WRITE LIN-FACDOM.
002050     ADD 1 TO TOT-VISITAS-EPS-W TOT-VISITAS-W.
002060     PERFORM ESCRIBIR-INSUMO
002070        VARYING IX-INS-W FROM 1 BY 1 UNTIL IX-INS-W > 10.
002080     PERFORM LEER-FACDOM.

002090 ESCRIBIR-INSUMO.
002100     IF ART-INS-VSD (IX-INS-W) NOT = SPACES
002110        AND CANT-INS-VSD (IX-INS-W) > 0
002120        MOVE CANT-INS-VSD (IX-INS-W) TO CANT-EDIT-W
002130        MOVE SPACES TO LIN-FACDOM
002140        STRING "I;"                     DELIMITED BY SIZE
002150               EPS-FDO                  DELIMITED BY SPACE
002160               ";"                      DELIMITED BY SIZE
002170               PACI-VSD                 DELIMITED BY SPACE
002180               ";"                      DELIMITED BY SIZE
002190               FECHA-VSD                DELIMITED BY SIZE
002200               ";"                      DELIMITED BY SIZE
002210               NOMBRE-DISC-W (DISC-VSD) DELIMITED BY SIZE
002220               ";"                      DELIMITED BY SIZE
002230               ART-INS-VSD (IX-INS-W)   DELIMITED BY SPACE
002240               ";"                      DELIMITED BY SIZE
002250               CANT-EDIT-W              DELIMITED BY SIZE
002260          INTO LIN-FACDOM
002270        END-STRING
002280        WRITE LIN-FACDOM
002290        ADD 1 TO TOT-INSUMOS-EPS-W
002300     END-IF.

002310 ESCRIBIR-TOTAL-EPS.
002320     MOVE TOT-VISITAS-EPS-W TO TOT-VIS-EDIT-W.
002330     MOVE TOT-INSUMOS-EPS-W TO TOT-INS-EDIT-W.
002340     MOVE SPACES TO LIN-FACDOM.
002350     STRING "T;"           DELIMITED BY SIZE
002360            EPS-ANT-W      DELIMITED BY SPACE
002370            ";"            DELIMITED BY SIZE
002380            TOT-VIS-EDIT-W DELIMITED BY SIZE
002390            ";"            DELIMITED BY SIZE
002400            TOT-INS-EDIT-W DELIMITED BY SIZE
002410       INTO LIN-FACDOM
002420     END-STRING.
002430     WRITE LIN-FACDOM.
