      *=================================================================
      * HISTORIA CLINICA - GENERACION DE VISITAS DOMICILIARIAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOTE NOCTURNO DEL PROGRAMA DE ATENCION DOMICILIARIA (VER
      * HC150). HACE DOS COSAS:
      * 1. VISITAS PERDIDAS: TODA VISITA PENDIENTE DE UN DIA ANTERIOR
      *    A HOY QUE NADIE REGISTRO SE MARCA NO REALIZADA Y SE
      *    REPROGRAMA PARA HOY CON EL MISMO PROFESIONAL. ESAS Y LAS
      *    QUE EL PROFESIONAL REPORTO COMO NO REALIZADAS DESDE HC150-03
      *    (YA REPROGRAMADAS ALLA) SALEN EN SC-VISNODOM.TXT CON EL
      *    TELEFONO DEL PACIENTE PARA QUE LA COORDINACION LLAME.
      * 2. GENERACION: POR CADA PLAN ACTIVO Y CADA DISCIPLINA CON
      *    FRECUENCIA, CREA EN ARCHIVO-VISITA-DOMI LAS VISITAS QUE CAEN
      *    DESDE LA ULTIMA GENERADA HASTA HOY + LOS DIAS DE HORIZONTE
      *    RECIBIDOS. LA VISITA LLEVA LA ZONA Y LA DIRECCION DEL PLAN
      *    PARA QUE LA HOJA DE RUTA (HC150-02) SALGA ORDENADA.
      * LAS PERDIDAS SE BUSCAN EN LOS ULTIMOS 90 DIAS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC150-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PLAN-DOMI LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PLANDOMI-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS PACI-PLD
000140         ALTERNATE RECORD KEY IS ZONA-PLD WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-VISITA-DOMI LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-VISDOMI-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-VSD
000210         ALTERNATE RECORD KEY IS RUTA-VSD WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-PACIE-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS COD-PACI
000280         FILE STATUS IS OTR-STAT.

000290     SELECT REPORTE-NO-REALIZADAS
000300         ASSIGN NOM-VISNODOM-W
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  ARCHIVO-PLAN-DOMI
000350     LABEL RECORD STANDARD.
000360 01  REG-PLD.
000370     02 PACI-PLD                PIC X(15).
000380     02 ZONA-PLD                PIC X(3).
000390     02 DIRECC-PLD              PIC X(30).
000400     02 EPS-PLD                 PIC X(6).
000410     02 FECHA-INI-PLD           PIC 9(8).
000420     02 FECHA-RETIRO-PLD        PIC 9(8).
000430     02 ESTADO-PLD              PIC X.
000440        88 PLAN-ACTIVO          VALUE "A".
000450        88 PLAN-RETIRADO        VALUE "R".
000460     02 DISCIPLINA-PLD          OCCURS 3.
000470        03 FRECUENCIA-PLD       PIC 9(3).
000480        03 PROF-PLD             PIC 9(10).
000490        03 CUPS-PLD             PIC X(12).
000500        03 ULT-GENERADA-PLD     PIC 9(8).

000510 FD  ARCHIVO-VISITA-DOMI
000520     LABEL RECORD STANDARD.
000530 01  REG-VSD.
000540     02 LLAVE-VSD.
000550        03 PACI-VSD             PIC X(15).
000560        03 FECHA-PROG-VSD       PIC 9(8).
000570        03 DISC-VSD             PIC 9.
000580     02 RUTA-VSD.
000590        03 FECHA-VSD            PIC 9(8).
000600        03 PROF-VSD             PIC 9(10).
000610        03 ZONA-VSD             PIC X(3).
000620        03 DIRECC-VSD           PIC X(30).
000630     02 CUPS-VSD                PIC X(12).
000640     02 ESTADO-VSD              PIC X.
000650        88 VISITA-PENDIENTE     VALUE "P".
000660        88 VISITA-REALIZADA     VALUE "R".
000670        88 VISITA-NO-REALIZADA  VALUE "N".
000680        88 VISITA-ANULADA       VALUE "A".
000690     02 REPROG-DE-VSD           PIC 9(8).
000700     02 HORA-LLEGA-VSD          PIC 9(4).
000710     02 HORA-SALE-VSD           PIC 9(4).
000720     02 FOLIO-VSD               PIC X(8).
000730     02 NOTA-VSD                PIC X(200).
000740     02 INSUMO-VSD              OCCURS 10.
000750        03 ART-INS-VSD          PIC X(8).
000760        03 CANT-INS-VSD         PIC 9(3)V99.
000770     02 MOTIVO-NR-VSD           PIC X(40).
000780     02 REPORTADA-VSD           PIC X.

000790 FD  ARCHIVO-PACIENTES
000800     LABEL RECORD STANDARD.
000810 01  REG-PACI.
000820     02 COD-PACI                PIC X(15).
000830     02 DESCRIP-PACI            PIC X(40).
000840     02 EPS-PACI                PIC X(6).
000850     02 ID-COTIZ-PACI           PIC X(15).
000860     02 ESTADO-PACI             PIC X.
000870     02 FUSIONADO-EN-PACI       PIC X(15).
000880     02 FECHA-FUSION-PACI       PIC 9(8).
000890     02 TELEFONO-PACI           PIC X(15).
000900     02 FECHA-NAC-PACI          PIC 9(8).
000910     02 SEXO-PACI               PIC X.
000920     02 PLAN-PACI               PIC XX.
000930     02 NIVEL-INGRESO-PACI      PIC 9.
000940     02 FILLER                  PIC X(9).

000950 FD  REPORTE-NO-REALIZADAS
000960     LABEL RECORD STANDARD.
000970 01  LIN-VISNODOM               PIC X(160).

000980 WORKING-STORAGE SECTION.

000990 77  NOM-PLANDOMI-W             PIC X(60)
001000     VALUE "D:\progelect\DATOS\SC-PLANDOMI.DAT".
001010 77  NOM-VISDOMI-W              PIC X(60)
001020     VALUE "D:\progelect\DATOS\SC-VISDOMI.DAT".
001030 77  NOM-PACIE-W                PIC X(60)
001040     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001050 77  NOM-VISNODOM-W             PIC X(60)
001060     VALUE "D:\progelect\DATOS\SC-VISNODOM.TXT".
001070 77  OTR-STAT                   PIC XX.
001080 77  FECHA-HOY-W                PIC 9(8).
001090 77  FECHA-DESDE-W              PIC 9(8).
001100 77  FECHA-LIMITE-W             PIC 9(8).
001110 77  FECHA-SIG-W                PIC 9(8).
001120 77  FECHA-ORIGINAL-W           PIC 9(8).
001130 77  IX-DISC-W                  PIC 9 VALUE 0.
001140 77  SW-FIN-VSD-W               PIC 9 VALUE 0.
001150 77  SW-FIN-PLD-W               PIC 9 VALUE 0.
001160 77  SW-CAMBIO-PLD-W            PIC 9 VALUE 0.
001170 77  TOT-PERDIDAS-W             PIC 9(5) VALUE 0.
001180 77  TOT-REPORTADAS-W           PIC 9(5) VALUE 0.
001190 77  TOT-GENERADAS-W            PIC 9(5) VALUE 0.

001200 01  REG-VSD-W                  PIC X(484).

001210 01  TABLA-DISC-W.
001220     02 FILLER                  PIC X(3) VALUE "MED".
001230     02 FILLER                  PIC X(3) VALUE "ENF".
001240     02 FILLER                  PIC X(3) VALUE "FIS".
001250 01  TABLA-DISC-R REDEFINES TABLA-DISC-W.
001260     02 NOMBRE-DISC-W           PIC X(3) OCCURS 3.

001270 01  LIN-TITULO-NR.
001280     02 FILLER                  PIC X(40)
001290        VALUE "VISITAS DOMICILIARIAS NO REALIZADAS AL ".
001300     02 FECHA-TIT-NR            PIC 9(8).
001310 01  LIN-DETALLE-NR.
001320     02 PACI-NR                 PIC X(15).
001330     02 FILLER                  PIC X VALUE SPACE.
001340     02 NOMBRE-NR               PIC X(40).
001350     02 FILLER                  PIC X VALUE SPACE.
001360     02 TELEFONO-NR             PIC X(15).
001370     02 FILLER                  PIC X VALUE SPACE.
001380     02 DISC-NR                 PIC X(3).
001390     02 FILLER                  PIC X VALUE SPACE.
001400     02 PROF-NR                 PIC Z(9)9.
001410     02 FILLER                  PIC X VALUE SPACE.
001420     02 FECHA-NR                PIC 9(8).
001430     02 FILLER                  PIC X(4) VALUE " -> ".
001440     02 FECHA-NUEVA-NR          PIC 9(8).
001450     02 FILLER                  PIC X VALUE SPACE.
001460     02 MOTIVO-NR               PIC X(40).

001470 LINKAGE SECTION.
001480 01  DIAS-HORIZONTE-LNK         PIC 9(3).

001490 PROCEDURE DIVISION USING DIAS-HORIZONTE-LNK.

001500 MAINLINE.
001510     PERFORM ABRIR-ARCHIVOS.
001520     PERFORM INICIAR-PERDIDAS.
001530     PERFORM REVISAR-VISITA THRU FIN-REVISAR-VISITA
001540        UNTIL SW-FIN-VSD-W = 1.
001550     PERFORM LEER-PLAN.
001560     PERFORM GENERAR-PLAN UNTIL SW-FIN-PLD-W = 1.
001570     PERFORM CERRAR-ARCHIVOS.
001580     EXIT PROGRAM.

001590 ABRIR-ARCHIVOS.
001600     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001610     COMPUTE FECHA-LIMITE-W =
001620         FUNCTION DATE-OF-INTEGER(
001630         FUNCTION INTEGER-OF-DATE(FECHA-HOY-W)
001640         + DIAS-HORIZONTE-LNK).
001650     COMPUTE FECHA-DESDE-W =
001660         FUNCTION DATE-OF-INTEGER(
001670         FUNCTION INTEGER-OF-DATE(FECHA-HOY-W) - 90).
001680     OPEN I-O ARCHIVO-PLAN-DOMI.
001690     IF OTR-STAT NOT = "00"
001700        MOVE 1 TO SW-FIN-PLD-W
001710     END-IF.
001720     OPEN I-O ARCHIVO-VISITA-DOMI.
001730     IF OTR-STAT = "35"
001740        OPEN OUTPUT ARCHIVO-VISITA-DOMI
001750        CLOSE ARCHIVO-VISITA-DOMI
001760        OPEN I-O ARCHIVO-VISITA-DOMI
001770     END-IF.
001780     OPEN INPUT ARCHIVO-PACIENTES.
001790     OPEN OUTPUT REPORTE-NO-REALIZADAS.
001800     MOVE FECHA-HOY-W   TO FECHA-TIT-NR.
001810     MOVE LIN-TITULO-NR TO LIN-VISNODOM.
001820     WRITE LIN-VISNODOM.

      *=================================================================
      * VISITAS PERDIDAS
      *=================================================================
001830 INICIAR-PERDIDAS.
001840     MOVE LOW-VALUES    TO RUTA-VSD.
001850     MOVE FECHA-DESDE-W TO FECHA-VSD.
001860     START ARCHIVO-VISITA-DOMI KEY IS >= RUTA-VSD
001870           INVALID KEY MOVE 1 TO SW-FIN-VSD-W
001880     END-START.

      *--- LA REPROGRAMADA QUEDA CON FECHA DE HOY, DESPUES DEL CORTE
      *--- DEL RECORRIDO, ASI QUE NO SE VUELVE A LEER
001890 REVISAR-VISITA.
001900     READ ARCHIVO-VISITA-DOMI NEXT
001910          AT END MOVE 1 TO SW-FIN-VSD-W
001920     END-READ.
001930     IF SW-FIN-VSD-W = 1
001940        GO TO FIN-REVISAR-VISITA
001950     END-IF.
001960     IF FECHA-VSD NOT < FECHA-HOY-W
001970        MOVE 1 TO SW-FIN-VSD-W
001980        GO TO FIN-REVISAR-VISITA
001990     END-IF.
002000     EVALUATE TRUE
002010        WHEN VISITA-PENDIENTE
002020             PERFORM MARCAR-PERDIDA
002030        WHEN VISITA-NO-REALIZADA AND REPORTADA-VSD NOT = "S"
002040             MOVE FECHA-VSD TO FECHA-ORIGINAL-W
002050             MOVE 0         TO FECHA-SIG-W
002060             MOVE "S"       TO REPORTADA-VSD
002070             REWRITE REG-VSD INVALID KEY CONTINUE END-REWRITE
002080             PERFORM ESCRIBIR-LINEA-NR
002090             ADD 1 TO TOT-REPORTADAS-W
002100     END-EVALUATE.

002110 FIN-REVISAR-VISITA.
002120     EXIT.

002130 MARCAR-PERDIDA.
002140     MOVE FECHA-VSD   TO FECHA-ORIGINAL-W.
002150     MOVE FECHA-HOY-W TO FECHA-SIG-W.
002160     MOVE "N"         TO ESTADO-VSD.
002170     MOVE "S"         TO REPORTADA-VSD.
002180     MOVE "SIN REGISTRO DE LA VISITA" TO MOTIVO-NR-VSD.
002190     REWRITE REG-VSD INVALID KEY CONTINUE END-REWRITE.
002200     MOVE REG-VSD TO REG-VSD-W.
002210     PERFORM ESCRIBIR-LINEA-NR.
002220     MOVE FECHA-HOY-W      TO FECHA-PROG-VSD FECHA-VSD.
002230     MOVE FECHA-ORIGINAL-W TO REPROG-DE-VSD.
002240     MOVE "P"              TO ESTADO-VSD.
002250     MOVE SPACES           TO MOTIVO-NR-VSD REPORTADA-VSD.
002260     WRITE REG-VSD INVALID KEY CONTINUE END-WRITE.
002270     MOVE REG-VSD-W TO REG-VSD.
002280     ADD 1 TO TOT-PERDIDAS-W.

      *--- LA NO REALIZADA QUE REPORTO EL PROFESIONAL YA VIENE
      *--- REPROGRAMADA; LA NUEVA FECHA VA EN CERO EN EL LISTADO
002290 ESCRIBIR-LINEA-NR.
002300     MOVE PACI-VSD TO PACI-NR COD-PACI.
002310     MOVE SPACES   TO NOMBRE-NR TELEFONO-NR.
002320     READ ARCHIVO-PACIENTES
002330          INVALID KEY CONTINUE
002340          NOT INVALID KEY
002350              MOVE DESCRIP-PACI  TO NOMBRE-NR
002360              MOVE TELEFONO-PACI TO TELEFONO-NR
002370     END-READ.
002380     MOVE NOMBRE-DISC-W (DISC-VSD) TO DISC-NR.
002390     MOVE PROF-VSD         TO PROF-NR.
002400     MOVE FECHA-ORIGINAL-W TO FECHA-NR.
002410     MOVE FECHA-SIG-W      TO FECHA-NUEVA-NR.
002420     MOVE MOTIVO-NR-VSD    TO MOTIVO-NR.
002430     MOVE LIN-DETALLE-NR   TO LIN-VISNODOM.
002440     WRITE LIN-VISNODOM.

      *=================================================================
      * GENERACION DE VISITAS
      *=================================================================
002450 LEER-PLAN.
002460     IF SW-FIN-PLD-W = 0
002470        READ ARCHIVO-PLAN-DOMI NEXT
002480             AT END MOVE 1 TO SW-FIN-PLD-W
002490        END-READ
002500     END-IF.

002510 GENERAR-PLAN.
002520     IF PLAN-ACTIVO
002530        MOVE 0 TO SW-CAMBIO-PLD-W
002540        PERFORM GENERAR-DISCIPLINA
002550           VARYING IX-DISC-W FROM 1 BY 1 UNTIL IX-DISC-W > 3
002560        IF SW-CAMBIO-PLD-W = 1
002570           REWRITE REG-PLD INVALID KEY CONTINUE END-REWRITE
002580        END-IF
002590     END-IF.
002600     PERFORM LEER-PLAN.

      *--- LA PRIMERA VISITA ES EL DIA DE LA INSCRIPCION; SI EL LOTE
      *--- ESTUVO SIN CORRER NO SE CREAN VISITAS EN EL PASADO
002610 GENERAR-DISCIPLINA.
002620     IF FRECUENCIA-PLD (IX-DISC-W) > 0
002630        IF ULT-GENERADA-PLD (IX-DISC-W) = 0
002640           MOVE FECHA-INI-PLD TO FECHA-SIG-W
002650        ELSE
002660           COMPUTE FECHA-SIG-W =
002670               FUNCTION DATE-OF-INTEGER(
002680               FUNCTION INTEGER-OF-DATE(
002690                  ULT-GENERADA-PLD (IX-DISC-W))
002700               + FRECUENCIA-PLD (IX-DISC-W))
002710        END-IF
002720        IF FECHA-SIG-W < FECHA-HOY-W
002730           MOVE FECHA-HOY-W TO FECHA-SIG-W
002740        END-IF
002750        PERFORM GRABAR-VISITA UNTIL FECHA-SIG-W > FECHA-LIMITE-W
002760     END-IF.

002770 GRABAR-VISITA.
002780     INITIALIZE REG-VSD.
002790     MOVE PACI-PLD               TO PACI-VSD.
002800     MOVE FECHA-SIG-W            TO FECHA-PROG-VSD FECHA-VSD.
002810     MOVE IX-DISC-W              TO DISC-VSD.
002820     MOVE PROF-PLD (IX-DISC-W)   TO PROF-VSD.
002830     MOVE ZONA-PLD               TO ZONA-VSD.
002840     MOVE DIRECC-PLD             TO DIRECC-VSD.
002850     MOVE CUPS-PLD (IX-DISC-W)   TO CUPS-VSD.
002860     MOVE "P"                    TO ESTADO-VSD.
002870     WRITE REG-VSD
002880           INVALID KEY CONTINUE
002890           NOT INVALID KEY ADD 1 TO TOT-GENERADAS-W
002900     END-WRITE.
002910     MOVE FECHA-SIG-W TO ULT-GENERADA-PLD (IX-DISC-W).
002920     MOVE 1 TO SW-CAMBIO-PLD-W.
002930     COMPUTE FECHA-SIG-W =
002940         FUNCTION DATE-OF-INTEGER(
002950         FUNCTION INTEGER-OF-DATE(FECHA-SIG-W)
002960         + FRECUENCIA-PLD (IX-DISC-W)).

002970 CERRAR-ARCHIVOS.
002980     CLOSE ARCHIVO-PLAN-DOMI ARCHIVO-VISITA-DOMI
002990           ARCHIVO-PACIENTES REPORTE-NO-REALIZADAS.
003000     DISPLAY "VISITAS PERDIDAS REPROGRAMADAS: " TOT-PERDIDAS-W.
003010     DISPLAY "NO REALIZADAS REPORTADAS:       " TOT-REPORTADAS-W.
003020     DISPLAY "VISITAS GENERADAS:              " TOT-GENERADAS-W.
