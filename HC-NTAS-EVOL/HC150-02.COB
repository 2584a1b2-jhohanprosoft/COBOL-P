      *=================================================================
      * HISTORIA CLINICA - HOJA DE RUTA DE VISITAS DOMICILIARIAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * SACA EN SC-RUTADOM.TXT LA HOJA DE RUTA DEL DIA RECIBIDO: UNA
      * HOJA POR PROFESIONAL, AGRUPADA POR ZONA (ARCHIVO-ZONAS, EL
      * MAESTRO DE ZONAS) Y DENTRO DE LA ZONA ORDENADA POR LA
      * DIRECCION DEL PACIENTE. ES EL ORDEN DE LA LLAVE RUTA-VSD DE
      * ARCHIVO-VISITA-DOMI (FECHA, PROFESIONAL, ZONA, DIRECCION),
      * ASI QUE BASTA RECORRERLA. SOLO SALEN LAS VISITAS PENDIENTES;
      * LAS REPROGRAMADAS LLEVAN LA MARCA "REPROG" PARA QUE EL
      * PROFESIONAL LAS PRIORICE.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC150-02.
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

000160     SELECT ARCHIVO-ZONAS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-ZONAS-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000191         RECORD KEY IS LLAVE-ZONA
000200         ALTERNATE RECORD KEY IS DESCRIP-ZONA WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PACIE-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS COD-PACI
000270         FILE STATUS IS OTR-STAT.

000280     SELECT HOJA-RUTA-DOMI
000290         ASSIGN NOM-RUTADOM-W
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

000610 FD  ARCHIVO-ZONAS
000620     LABEL RECORD STANDARD.
000630 01  REG-ZONA.
000631     02 LLAVE-ZONA.
000632        03 TIPO-ZONA            PIC 9.
000640        03 COD-ZONA             PIC X(2).
000650     02 DESCRIP-ZONA            PIC X(20).

000660 FD  ARCHIVO-PACIENTES
000670     LABEL RECORD STANDARD.
000680 01  REG-PACI.
000690     02 COD-PACI                PIC X(15).
000700     02 DESCRIP-PACI            PIC X(40).
000710     02 EPS-PACI                PIC X(6).
000720     02 ID-COTIZ-PACI           PIC X(15).
000730     02 ESTADO-PACI             PIC X.
000740     02 FUSIONADO-EN-PACI       PIC X(15).
000750     02 FECHA-FUSION-PACI       PIC 9(8).
000760     02 TELEFONO-PACI           PIC X(15).
000770     02 FECHA-NAC-PACI          PIC 9(8).
000780     02 SEXO-PACI               PIC X.
000790     02 PLAN-PACI               PIC XX.
000800     02 NIVEL-INGRESO-PACI      PIC 9.
000810     02 FILLER                  PIC X(9).

000820 FD  HOJA-RUTA-DOMI
000830     LABEL RECORD STANDARD.
000840 01  LIN-RUTADOM                PIC X(150).

000850 WORKING-STORAGE SECTION.

000860 77  NOM-VISDOMI-W              PIC X(60)
000870     VALUE "D:\progelect\DATOS\SC-VISDOMI.DAT".
000880 77  NOM-ZONAS-W                PIC X(60)
000890     VALUE "D:\progelect\CONTROL\SC-ARCHZONA.DAT".
000900 77  NOM-PACIE-W                PIC X(60)
000910     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000920 77  NOM-RUTADOM-W              PIC X(60)
000930     VALUE "D:\progelect\DATOS\SC-RUTADOM.TXT".
000940 77  OTR-STAT                   PIC XX.
000950 77  SW-FIN-VSD-W               PIC 9 VALUE 0.
000960 77  PROF-ANT-W                 PIC 9(10) VALUE 0.
000970 77  ZONA-ANT-W                 PIC X(3) VALUE SPACES.
000980 77  ORDEN-W                    PIC 9(3) VALUE 0.
000990 77  TOT-VISITAS-W              PIC 9(5) VALUE 0.
001000 77  TOT-PROF-W                 PIC 9(3) VALUE 0.

001010 01  TABLA-DISC-W.
001020     02 FILLER                  PIC X(3) VALUE "MED".
001030     02 FILLER                  PIC X(3) VALUE "ENF".
001040     02 FILLER                  PIC X(3) VALUE "FIS".
001050 01  TABLA-DISC-R REDEFINES TABLA-DISC-W.
001060     02 NOMBRE-DISC-W           PIC X(3) OCCURS 3.

001070 01  LIN-PROF-RD.
001080     02 FILLER                  PIC X(34)
001090        VALUE "HOJA DE RUTA DOMICILIARIA - FECHA ".
001100     02 FECHA-PROF-RD           PIC 9(8).
001110     02 FILLER                  PIC X(15)
001120        VALUE " - PROFESIONAL ".
001130     02 PROF-PROF-RD            PIC Z(9)9.
001140 01  LIN-ZONA-RD.
001150     02 FILLER                  PIC X(7) VALUE "  ZONA ".
001160     02 ZONA-ZONA-RD            PIC X(3).
001170     02 FILLER                  PIC X(3) VALUE " - ".
001180     02 DESCRIP-ZONA-RD         PIC X(20).
001190 01  LIN-DETALLE-RD.
001200     02 FILLER                  PIC X(4) VALUE SPACES.
001210     02 ORDEN-RD                PIC ZZ9.
001220     02 FILLER                  PIC X VALUE SPACE.
001230     02 DIRECC-RD               PIC X(30).
001240     02 FILLER                  PIC X VALUE SPACE.
001250     02 PACI-RD                 PIC X(15).
001260     02 FILLER                  PIC X VALUE SPACE.
001270     02 NOMBRE-RD               PIC X(30).
001280     02 FILLER                  PIC X VALUE SPACE.
001290     02 TELEFONO-RD             PIC X(15).
001300     02 FILLER                  PIC X VALUE SPACE.
001310     02 DISC-RD                 PIC X(3).
001320     02 FILLER                  PIC X VALUE SPACE.
001330     02 CUPS-RD                 PIC X(12).
001340     02 FILLER                  PIC X VALUE SPACE.
001350     02 REPROG-RD               PIC X(6).
001360     02 FILLER                  PIC X(18)
001370        VALUE " LLEGA ____ SALE ".
001380     02 FILLER                  PIC X(4) VALUE "____".

001390 LINKAGE SECTION.
001400 01  FECHA-RUTA-LNK             PIC 9(8).

001410 PROCEDURE DIVISION USING FECHA-RUTA-LNK.

001420 MAINLINE.
001430     OPEN INPUT ARCHIVO-VISITA-DOMI.
001440     IF OTR-STAT NOT = "00"
001450        DISPLAY "NO HAY VISITAS DOMICILIARIAS GENERADAS"
001460        EXIT PROGRAM
001470     END-IF.
001480     OPEN INPUT ARCHIVO-ZONAS ARCHIVO-PACIENTES.
001490     OPEN OUTPUT HOJA-RUTA-DOMI.
001500     MOVE LOW-VALUES     TO RUTA-VSD.
001510     MOVE FECHA-RUTA-LNK TO FECHA-VSD.
001520     START ARCHIVO-VISITA-DOMI KEY IS >= RUTA-VSD
001530           INVALID KEY MOVE 1 TO SW-FIN-VSD-W
001540     END-START.
001550     PERFORM LISTAR-VISITA THRU FIN-LISTAR-VISITA
001560        UNTIL SW-FIN-VSD-W = 1.
001570     CLOSE ARCHIVO-VISITA-DOMI ARCHIVO-ZONAS ARCHIVO-PACIENTES
001580           HOJA-RUTA-DOMI.
001590     DISPLAY "PROFESIONALES EN RUTA: " TOT-PROF-W.
001600     DISPLAY "VISITAS PROGRAMADAS:   " TOT-VISITAS-W.
001610     EXIT PROGRAM.

001620 LISTAR-VISITA.
001630     READ ARCHIVO-VISITA-DOMI NEXT
001640          AT END MOVE 1 TO SW-FIN-VSD-W
001650     END-READ.
001660     IF SW-FIN-VSD-W = 1
001670        GO TO FIN-LISTAR-VISITA
001680     END-IF.
001690     IF FECHA-VSD NOT = FECHA-RUTA-LNK
001700        MOVE 1 TO SW-FIN-VSD-W
001710        GO TO FIN-LISTAR-VISITA
001720     END-IF.
001730     IF NOT VISITA-PENDIENTE
001740        GO TO FIN-LISTAR-VISITA
001750     END-IF.
001760     IF PROF-VSD NOT = PROF-ANT-W OR TOT-VISITAS-W = 0
001770        PERFORM ENCABEZAR-PROFESIONAL
001780     END-IF.
001790     IF ZONA-VSD NOT = ZONA-ANT-W
001800        PERFORM ENCABEZAR-ZONA
001810     END-IF.
001820     ADD 1 TO ORDEN-W TOT-VISITAS-W.
001830     MOVE ORDEN-W    TO ORDEN-RD.
001840     MOVE DIRECC-VSD TO DIRECC-RD.
001850     MOVE PACI-VSD   TO PACI-RD COD-PACI.
001860     MOVE SPACES     TO NOMBRE-RD TELEFONO-RD.
001870     READ ARCHIVO-PACIENTES
001880          INVALID KEY CONTINUE
001890          NOT INVALID KEY
001900              MOVE DESCRIP-PACI  TO NOMBRE-RD
001910              MOVE TELEFONO-PACI TO TELEFONO-RD
001920     END-READ.
001930     MOVE NOMBRE-DISC-W (DISC-VSD) TO DISC-RD.
001940     MOVE CUPS-VSD   TO CUPS-RD.
001950     MOVE SPACES     TO REPROG-RD.
001960     IF REPROG-DE-VSD > 0
001970        MOVE "REPROG" TO REPROG-RD
001980     END-IF.
001990     MOVE LIN-DETALLE-RD TO LIN-RUTADOM.
002000     WRITE LIN-RUTADOM.

002010 FIN-LISTAR-VISITA.
002020     EXIT.

002030 ENCABEZAR-PROFESIONAL.
002040     IF TOT-VISITAS-W > 0
002050        MOVE SPACES TO LIN-RUTADOM
002060        WRITE LIN-RUTADOM
002070     END-IF.
002080     MOVE PROF-VSD       TO PROF-ANT-W PROF-PROF-RD.
002090     MOVE FECHA-RUTA-LNK TO FECHA-PROF-RD.
002100     MOVE LIN-PROF-RD    TO LIN-RUTADOM.
002110     WRITE LIN-RUTADOM.
002120     MOVE SPACES TO ZONA-ANT-W.
002130     MOVE 0      TO ORDEN-W.
002140     ADD 1 TO TOT-PROF-W.

002150 ENCABEZAR-ZONA.
002160     MOVE ZONA-VSD TO ZONA-ANT-W ZONA-ZONA-RD LLAVE-ZONA.
002170     MOVE SPACES   TO DESCRIP-ZONA-RD.
002180     READ ARCHIVO-ZONAS
002190          INVALID KEY CONTINUE
002200          NOT INVALID KEY MOVE DESCRIP-ZONA TO DESCRIP-ZONA-RD
002210     END-READ.
002220     MOVE LIN-ZONA-RD TO LIN-RUTADOM.
002230     WRITE LIN-RUTADOM.
