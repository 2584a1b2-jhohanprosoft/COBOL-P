      *=================================================================
      * HISTORIA CLINICA - PROGRAMA DE ATENCION DOMICILIARIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * EL PACIENTE DE ATENCION DOMICILIARIA SE MANEJABA CON CITAS
      * SUELTAS QUE NADIE ARMABA POR RUTA. ESTE COMPONENTE MANTIENE
      * ARCHIVO-PLAN-DOMI: LA INSCRIPCION DEL PACIENTE AL PLAN CON SU
      * ZONA, LA DIRECCION DE LA VISITA Y, POR DISCIPLINA (1
      * MEDICINA, 2 ENFERMERIA, 3 FISIOTERAPIA), LA FRECUENCIA EN
      * DIAS (CERO = NO LA RECIBE), EL PROFESIONAL Y EL CUPS QUE SE
      * FACTURA. LA DIRECCION LA ENVIA EL LLAMADOR TOMADA DE
      * DIRECC-PACI DE ARCHIVO-PACIENTES (O LA QUE DIGA LA FAMILIA SI
      * EL PACIENTE ESTA EN OTRA CASA).
      * LA ZONA ES LA DEL MAESTRO DE ZONAS (ARCHIVO-ZONAS, TIPO +
      * CODIGO), QUE SE SIGUE MANTENIENDO EN SU PROPIO MODULO; AQUI
      * SOLO SE VALIDA QUE EXISTA.
      * SE INVOCA ASI:
      * MODO "I" - INSCRIBE O ACTUALIZA EL PLAN DEL PACIENTE.
      * MODO "R" - RETIRA EL PACIENTE DEL PLAN (LAS VISITAS QUE LE
      *            QUEDEN PENDIENTES SE ANULAN).
      * LAS VISITAS LAS GENERA EL LOTE HC150-01; LA HOJA DE RUTA ES
      * HC150-02, EL REGISTRO DE LA VISITA HC150-03 Y EL CORTE DE
      * FACTURACION HC150-04.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC150.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ZONAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ZONAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000121         RECORD KEY IS LLAVE-ZONA
000130         ALTERNATE RECORD KEY IS DESCRIP-ZONA WITH DUPLICATES
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-PLAN-DOMI LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-PLANDOMI-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS PACI-PLD
000200         ALTERNATE RECORD KEY IS ZONA-PLD WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-VISITA-DOMI LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-VISDOMI-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-VSD
000270         ALTERNATE RECORD KEY IS RUTA-VSD WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-PACIE-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS COD-PACI
000340         FILE STATUS IS OTR-STAT.

000350 DATA DIVISION.
000360 FILE SECTION.

000370 FD  ARCHIVO-ZONAS
000380     LABEL RECORD STANDARD.
000390 01  REG-ZONA.
000391     02 LLAVE-ZONA.
000392        03 TIPO-ZONA            PIC 9.
000400        03 COD-ZONA             PIC X(2).
000410     02 DESCRIP-ZONA            PIC X(20).

000420 FD  ARCHIVO-PLAN-DOMI
000430     LABEL RECORD STANDARD.
000440 01  REG-PLD.
000450     02 PACI-PLD                PIC X(15).
000460     02 ZONA-PLD                PIC X(3).
000470     02 DIRECC-PLD              PIC X(30).
000480     02 EPS-PLD                 PIC X(6).
000490     02 FECHA-INI-PLD           PIC 9(8).
000500     02 FECHA-RETIRO-PLD        PIC 9(8).
000510     02 ESTADO-PLD              PIC X.
000520        88 PLAN-ACTIVO          VALUE "A".
000530        88 PLAN-RETIRADO        VALUE "R".
000540     02 DISCIPLINA-PLD          OCCURS 3.
000550        03 FRECUENCIA-PLD       PIC 9(3).
000560        03 PROF-PLD             PIC 9(10).
000570        03 CUPS-PLD             PIC X(12).
000580        03 ULT-GENERADA-PLD     PIC 9(8).

000590 FD  ARCHIVO-VISITA-DOMI
000600     LABEL RECORD STANDARD.
000610 01  REG-VSD.
000620     02 LLAVE-VSD.
000630        03 PACI-VSD             PIC X(15).
000640        03 FECHA-PROG-VSD       PIC 9(8).
000650        03 DISC-VSD             PIC 9.
000660     02 RUTA-VSD.
000670        03 FECHA-VSD            PIC 9(8).
000680        03 PROF-VSD             PIC 9(10).
000690        03 ZONA-VSD             PIC X(3).
000700        03 DIRECC-VSD           PIC X(30).
000710     02 CUPS-VSD                PIC X(12).
000720     02 ESTADO-VSD              PIC X.
000730        88 VISITA-PENDIENTE     VALUE "P".
000740        88 VISITA-REALIZADA     VALUE "R".
000750        88 VISITA-NO-REALIZADA  VALUE "N".
000760        88 VISITA-ANULADA       VALUE "A".
000770     02 REPROG-DE-VSD           PIC 9(8).
000780     02 HORA-LLEGA-VSD          PIC 9(4).
000790     02 HORA-SALE-VSD           PIC 9(4).
000800     02 FOLIO-VSD               PIC X(8).
000810     02 NOTA-VSD                PIC X(200).
000820     02 INSUMO-VSD              OCCURS 10.
000830        03 ART-INS-VSD          PIC X(8).
000840        03 CANT-INS-VSD         PIC 9(3)V99.
000850     02 MOTIVO-NR-VSD           PIC X(40).
000860     02 REPORTADA-VSD           PIC X.

000870 FD  ARCHIVO-PACIENTES
000880     LABEL RECORD STANDARD.
000890 01  REG-PACI.
000900     02 COD-PACI                PIC X(15).
000910     02 DESCRIP-PACI            PIC X(40).
000920     02 EPS-PACI                PIC X(6).
000930     02 ID-COTIZ-PACI           PIC X(15).
000940     02 ESTADO-PACI             PIC X.
000950     02 FUSIONADO-EN-PACI       PIC X(15).
000960     02 FECHA-FUSION-PACI       PIC 9(8).
000970     02 TELEFONO-PACI           PIC X(15).
000980     02 FECHA-NAC-PACI          PIC 9(8).
000990     02 SEXO-PACI               PIC X.
001000     02 PLAN-PACI               PIC XX.
001010     02 NIVEL-INGRESO-PACI      PIC 9.
001020     02 FILLER                  PIC X(9).

001030 WORKING-STORAGE SECTION.

001040 77  NOM-ZONAS-W                PIC X(60)
001050     VALUE "D:\progelect\CONTROL\SC-ARCHZONA.DAT".
001060 77  NOM-PLANDOMI-W             PIC X(60)
001070     VALUE "D:\progelect\DATOS\SC-PLANDOMI.DAT".
001080 77  NOM-VISDOMI-W              PIC X(60)
001090     VALUE "D:\progelect\DATOS\SC-VISDOMI.DAT".
001100 77  NOM-PACIE-W                PIC X(60)
001110     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001120 77  OTR-STAT                   PIC XX.
001130 77  FECHA-HOY-W                PIC 9(8).
001140 77  SW-EXISTE-W                PIC 9 VALUE 0.
001150 77  SW-FIN-VSD-W               PIC 9 VALUE 0.
001160 77  IX-DISC-W                  PIC 9 VALUE 0.
001170 77  TOT-DISC-W                 PIC 9 VALUE 0.

001180 LINKAGE SECTION.
001190 01  MODO-LNK                   PIC X.
001210     88 MODO-INSCRIBIR          VALUE "I".
001220     88 MODO-RETIRAR            VALUE "R".
001230 01  DATOS-DOMI-LNK.
001240     02 ZONA-LNK                PIC X(3).
001260     02 PACI-LNK                PIC X(15).
001270     02 DIRECC-LNK              PIC X(30).
001280     02 DISCIPLINA-LNK          OCCURS 3.
001290        03 FRECUENCIA-LNK       PIC 9(3).
001300        03 PROF-LNK             PIC 9(10).
001310        03 CUPS-LNK             PIC X(12).
001320 01  RESULT-LNK                 PIC X.
001330     88 DOMI-OK                 VALUE "S".
001340     88 DOMI-INVALIDO           VALUE "I".
001350     88 DOMI-NO-INSCRITO        VALUE "E".
001360     88 DOMI-NO-OK              VALUE "N".

001370 PROCEDURE DIVISION USING MODO-LNK DATOS-DOMI-LNK RESULT-LNK.

001380 MAINLINE.
001390     MOVE "N" TO RESULT-LNK.
001400     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001410     EVALUATE TRUE
001440        WHEN MODO-INSCRIBIR
001450             PERFORM INSCRIBIR-PACIENTE THRU FIN-INSCRIBIR
001460        WHEN MODO-RETIRAR
001470             PERFORM RETIRAR-PACIENTE THRU FIN-RETIRAR
001480     END-EVALUATE.
001490     EXIT PROGRAM.

      *--- EL PACIENTE DEBE EXISTIR, LA ZONA ESTAR EN EL MAESTRO DE
      *--- ZONAS Y EL PLAN TENER AL MENOS UNA DISCIPLINA CON
      *--- FRECUENCIA, PROFESIONAL Y CUPS
001830 INSCRIBIR-PACIENTE.
001840     MOVE 0 TO TOT-DISC-W.
001850     PERFORM CONTAR-DISCIPLINA
001860        VARYING IX-DISC-W FROM 1 BY 1 UNTIL IX-DISC-W > 3.
001870     IF PACI-LNK = SPACES OR DIRECC-LNK = SPACES
001880        OR TOT-DISC-W = 0 OR TOT-DISC-W = 9
001890        MOVE "I" TO RESULT-LNK
001900        GO TO FIN-INSCRIBIR
001910     END-IF.
001920     OPEN INPUT ARCHIVO-ZONAS.
001930     IF OTR-STAT NOT = "00"
001940        MOVE "I" TO RESULT-LNK
001950        GO TO FIN-INSCRIBIR
001960     END-IF.
001970     MOVE ZONA-LNK TO LLAVE-ZONA.
001980     READ ARCHIVO-ZONAS
001990          INVALID KEY MOVE "I" TO RESULT-LNK
002000     END-READ.
002010     CLOSE ARCHIVO-ZONAS.
002020     IF DOMI-INVALIDO
002030        GO TO FIN-INSCRIBIR
002040     END-IF.
002050     OPEN INPUT ARCHIVO-PACIENTES.
002060     IF OTR-STAT NOT = "00"
002070        MOVE "I" TO RESULT-LNK
002080        GO TO FIN-INSCRIBIR
002090     END-IF.
002100     MOVE PACI-LNK TO COD-PACI.
002110     READ ARCHIVO-PACIENTES
002120          INVALID KEY MOVE "I" TO RESULT-LNK
002130     END-READ.
002140     CLOSE ARCHIVO-PACIENTES.
002150     IF DOMI-INVALIDO
002160        GO TO FIN-INSCRIBIR
002170     END-IF.
002180     OPEN I-O ARCHIVO-PLAN-DOMI.
002190     IF OTR-STAT = "35"
002200        OPEN OUTPUT ARCHIVO-PLAN-DOMI
002210        CLOSE ARCHIVO-PLAN-DOMI
002220        OPEN I-O ARCHIVO-PLAN-DOMI
002230     END-IF.
002240     MOVE PACI-LNK TO PACI-PLD.
002250     MOVE 1 TO SW-EXISTE-W.
002260     READ ARCHIVO-PLAN-DOMI
002270          INVALID KEY MOVE 0 TO SW-EXISTE-W
002280     END-READ.
002290     IF SW-EXISTE-W = 0 OR PLAN-RETIRADO
002300        INITIALIZE REG-PLD
002310        MOVE PACI-LNK    TO PACI-PLD
002320        MOVE FECHA-HOY-W TO FECHA-INI-PLD
002330     END-IF.
002340     MOVE ZONA-LNK   TO ZONA-PLD.
002350     MOVE DIRECC-LNK TO DIRECC-PLD.
002360     MOVE EPS-PACI   TO EPS-PLD.
002370     MOVE 0          TO FECHA-RETIRO-PLD.
002380     MOVE "A"        TO ESTADO-PLD.
002390     PERFORM PASAR-DISCIPLINA
002400        VARYING IX-DISC-W FROM 1 BY 1 UNTIL IX-DISC-W > 3.
002410     IF SW-EXISTE-W = 1
002420        REWRITE REG-PLD INVALID KEY CONTINUE END-REWRITE
002430     ELSE
002440        WRITE REG-PLD INVALID KEY CONTINUE END-WRITE
002450     END-IF.
002460     CLOSE ARCHIVO-PLAN-DOMI.
002470     MOVE "S" TO RESULT-LNK.

002480 FIN-INSCRIBIR.
002490     EXIT.

      *--- UNA DISCIPLINA CON FRECUENCIA PERO SIN PROFESIONAL O SIN
      *--- CUPS INVALIDA LA INSCRIPCION (TOT-DISC-W QUEDA EN 9)
002500 CONTAR-DISCIPLINA.
002510     IF FRECUENCIA-LNK (IX-DISC-W) > 0 AND TOT-DISC-W < 9
002520        IF PROF-LNK (IX-DISC-W) = 0
002530           OR CUPS-LNK (IX-DISC-W) = SPACES
002540           MOVE 9 TO TOT-DISC-W
002550        ELSE
002560           ADD 1 TO TOT-DISC-W
002570        END-IF
002580     END-IF.

      *--- SI CAMBIA LA FRECUENCIA LA PROXIMA VISITA SE CUENTA DESDE LA
      *--- ULTIMA YA GENERADA, ASI NO SE DUPLICA LO QUE YA ESTA EN RUTA
002590 PASAR-DISCIPLINA.
002600     MOVE FRECUENCIA-LNK (IX-DISC-W)
002610       TO FRECUENCIA-PLD (IX-DISC-W).
002620     MOVE PROF-LNK (IX-DISC-W) TO PROF-PLD (IX-DISC-W).
002630     MOVE CUPS-LNK (IX-DISC-W) TO CUPS-PLD (IX-DISC-W).

002640 RETIRAR-PACIENTE.
002650     OPEN I-O ARCHIVO-PLAN-DOMI.
002660     IF OTR-STAT NOT = "00"
002670        MOVE "E" TO RESULT-LNK
002680        GO TO FIN-RETIRAR
002690     END-IF.
002700     MOVE PACI-LNK TO PACI-PLD.
002710     READ ARCHIVO-PLAN-DOMI
002720          INVALID KEY MOVE "E" TO RESULT-LNK
002730     END-READ.
002740     IF DOMI-NO-INSCRITO OR PLAN-RETIRADO
002750        MOVE "E" TO RESULT-LNK
002760        CLOSE ARCHIVO-PLAN-DOMI
002770        GO TO FIN-RETIRAR
002780     END-IF.
002790     MOVE "R"         TO ESTADO-PLD.
002800     MOVE FECHA-HOY-W TO FECHA-RETIRO-PLD.
002810     REWRITE REG-PLD INVALID KEY CONTINUE END-REWRITE.
002820     CLOSE ARCHIVO-PLAN-DOMI.
002830     OPEN I-O ARCHIVO-VISITA-DOMI.
002840     IF OTR-STAT = "00"
002850        MOVE PACI-LNK    TO PACI-VSD
002860        MOVE FECHA-HOY-W TO FECHA-PROG-VSD
002870        MOVE 0           TO DISC-VSD
002880        MOVE 0           TO SW-FIN-VSD-W
002890        START ARCHIVO-VISITA-DOMI KEY IS >= LLAVE-VSD
002900              INVALID KEY MOVE 1 TO SW-FIN-VSD-W
002910        END-START
002920        PERFORM ANULAR-VISITA UNTIL SW-FIN-VSD-W = 1
002930        CLOSE ARCHIVO-VISITA-DOMI
002940     END-IF.
002950     MOVE "S" TO RESULT-LNK.

002960 FIN-RETIRAR.
002970     EXIT.

002980 ANULAR-VISITA.
002990     READ ARCHIVO-VISITA-DOMI NEXT
003000          AT END MOVE 1 TO SW-FIN-VSD-W
003010     END-READ.
003020     IF SW-FIN-VSD-W = 0
003030        IF PACI-VSD NOT = PACI-LNK
003040           MOVE 1 TO SW-FIN-VSD-W
003050        ELSE
003060           IF VISITA-PENDIENTE
003070              MOVE "A" TO ESTADO-VSD
003080              MOVE "RETIRO DEL PROGRAMA" TO MOTIVO-NR-VSD
003090              MOVE "S" TO REPORTADA-VSD
003100              REWRITE REG-VSD INVALID KEY CONTINUE END-REWRITE
003110           END-IF
003120        END-IF
003130     END-IF.
