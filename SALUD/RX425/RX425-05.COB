      *=================================================================
      * IMAGENOLOGIA - CONCILIACION ORDENES / ESTUDIOS / INFORMES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CRUZA LO FACTURADO EN RESULTADOS-RX CONTRA LO QUE EL PACS
      * DEVOLVIO (ARCHIVO-ESTUDIO-RX, QUE ALIMENTAN RX425-03 Y
      * RX425-04) EN LOS ULTIMOS DIAS-VENTANA-W DIAS, Y LISTA EN
      * SC-CONCRX.TXT TRES SECCIONES:
      * 1. ORDENES SIN ESTUDIO: FACTURADAS SIN PUBLICAR, O
      *    PUBLICADAS EN LA LISTA DE TRABAJO Y SIN AVISO DE ESTUDIO.
      * 2. ESTUDIOS SIN ORDEN: AVISOS DEL PACS CON UN ACCESO QUE NO
      *    EXISTE, PENDIENTES EN LA COLA ARCHIVO-ERR-PACS.
      * 3. ESTUDIOS SIN INFORME FIRMADO CUANDO YA PASARON MAS DE
      *    HORAS-LIMITE-W HORAS DESDE LA FECHA-HORA DEL ESTUDIO.
      * CORRE EN LA CADENA NOCTURNA DESPUES DEL JOB "PACSIN  ".
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RX425-05.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT RESULTADOS-RX LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-RES-RX-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-RX
000140         ALTERNATE RECORD KEY IS FECHA-FACT-RX WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-ESTUDIO-RX LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-ESTUDRX-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-EST
000210         ALTERNATE RECORD KEY IS ACCESION-EST
000220         ALTERNATE RECORD KEY IS FECHA-ORDEN-EST WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-ERR-PACS LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-ERRPACS-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS NRO-ERRPACS
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-IMPRESION
000310         ASSIGN NOM-CONCRX-W
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS OTR-STAT.

000340 DATA DIVISION.
000350 FILE SECTION.

000360 FD  RESULTADOS-RX
000370     LABEL RECORD STANDARD.
000380 01  REG-RX.
000390     02 LLAVE-RX                PIC X(20).
000400     02 FECHA-FACT-RX           PIC 9(8).
000410     02 ID-ENTIDAD-RX           PIC X(10).
000420     02 ART-FACT-RX             PIC X(12).

000430 FD  ARCHIVO-ESTUDIO-RX
000440     LABEL RECORD STANDARD.
000450 01  REG-EST.
000460     02 LLAVE-EST               PIC X(20).
000470     02 ACCESION-EST            PIC 9(10).
000480     02 PACI-EST                PIC X(15).
000490     02 CUPS-EST                PIC X(12).
000500     02 FECHA-ORDEN-EST         PIC 9(8).
000510     02 HORA-ORDEN-EST          PIC 9(6).
000520     02 ESTADO-EST              PIC X.
000530        88 EST-PUBLICADO        VALUE "W".
000540        88 EST-DISPONIBLE       VALUE "E".
000550        88 EST-INFORME-PRELIM   VALUE "I".
000560        88 EST-INFORME-FIRMADO  VALUE "F".
000570     02 FECHA-ESTUDIO-EST       PIC 9(8).
000580     02 HORA-ESTUDIO-EST        PIC 9(6).
000590     02 HORA-ESTUDIO-EST-R REDEFINES HORA-ESTUDIO-EST.
000600        03 HH-ESTUDIO-EST       PIC 99.
000610        03 FILLER               PIC 9(4).
000620     02 UID-ESTUDIO-EST         PIC X(64).
000630     02 URL-VISOR-EST           PIC X(100).
000640     02 FECHA-INFORME-EST       PIC 9(8).
000650     02 HORA-INFORME-EST        PIC 9(6).
000660     02 MEDICO-INFORME-EST      PIC X(20).
000670     02 OPERADOR-EST            PIC X(4).

000680 FD  ARCHIVO-ERR-PACS
000690     LABEL RECORD STANDARD.
000700 01  REG-ERRPACS.
000710     02 NRO-ERRPACS             PIC 9(9).
000720     02 ACCESION-ERRPACS        PIC X(20).
000730     02 UID-ERRPACS             PIC X(64).
000740     02 FECHA-ESTUDIO-ERRPACS   PIC 9(8).
000750     02 CONTROL-ERRPACS         PIC X(20).
000760     02 CAUSA-ERRPACS           PIC X(30).
000770     02 FECHA-ERRPACS           PIC 9(8).
000780     02 ESTADO-ERRPACS          PIC X.
000790        88 ERRPACS-PENDIENTE    VALUE "P".
000800        88 ERRPACS-RESUELTO     VALUE "R".
000810     02 TIPO-ERRPACS            PIC X.
000820        88 ERRPACS-SIN-ORDEN    VALUE "O".
000830        88 ERRPACS-FORMATO      VALUE "X".

000840 FD  ARCHIVO-IMPRESION
000850     LABEL RECORD STANDARD.
000860 01  LIN-IMP                    PIC X(132).

000870 WORKING-STORAGE SECTION.

000880 77  NOM-RES-RX-W               PIC X(60)
000890     VALUE "D:\progelect\DATOS\SC-RESRX.DAT".
000900 77  NOM-ESTUDRX-W              PIC X(60)
000910     VALUE "D:\progelect\DATOS\SC-ESTUDRX.DAT".
000920 77  NOM-ERRPACS-W              PIC X(60)
000930     VALUE "D:\progelect\DATOS\SC-ERRPACS.DAT".
000940 77  NOM-CONCRX-W               PIC X(60)
000950     VALUE "D:\progelect\DATOS\SC-CONCRX.TXT".
000960 77  OTR-STAT                   PIC XX.
000970 77  SW-FIN-W                   PIC 9 VALUE 0.
000980 77  DIAS-VENTANA-W             PIC 9(3) VALUE 30.
000990 77  HORAS-LIMITE-W             PIC 9(3) VALUE 24.
001000 77  FECHA-HOY-W                PIC 9(8).
001010 77  HH-HOY-W                   PIC 99.
001020 77  FECHA-DESDE-W              PIC 9(8).
001030 77  DIA-HOY-W                  PIC 9(7).
001040 77  HORAS-TRANSC-W             PIC S9(7).
001050 77  TOT-SIN-ESTUDIO-W          PIC 9(5) VALUE 0.
001060 77  TOT-SIN-ORDEN-W            PIC 9(5) VALUE 0.
001070 77  TOT-SIN-INFORME-W          PIC 9(5) VALUE 0.

001080 01  LIN-TITULO-REP.
001090     02 FILLER                  PIC X(40)
001100        VALUE "CONCILIACION IMAGENES ORDEN/ESTUDIO DEL ".
001110     02 FECHA-DESDE-REP         PIC 9(8).
001120     02 FILLER                  PIC X(4) VALUE " AL ".
001130     02 FECHA-HOY-REP           PIC 9(8).

001140 01  LIN-SECCION-REP.
001150     02 FILLER                  PIC X(4) VALUE "*** ".
001160     02 NOMBRE-SECCION-REP      PIC X(60).

001170 01  LIN-DETALLE-REP.
001180     02 LLAVE-REP               PIC X(20).
001190     02 FILLER                  PIC X VALUE " ".
001200     02 ACCESION-REP            PIC X(20).
001210     02 FILLER                  PIC X VALUE " ".
001220     02 PACI-REP                PIC X(15).
001230     02 FILLER                  PIC X VALUE " ".
001240     02 CUPS-REP                PIC X(12).
001250     02 FILLER                  PIC X VALUE " ".
001260     02 FECHA-REP               PIC 9(8).
001270     02 FILLER                  PIC X VALUE " ".
001280     02 ESTADO-REP              PIC X(12).
001290     02 FILLER                  PIC X VALUE " ".
001300     02 HORAS-REP               PIC ZZZZZZ9.

001310 01  LIN-TOTAL-REP.
001320     02 FILLER                  PIC X(10) VALUE "TOTAL     ".
001330     02 TOTAL-REP               PIC ZZZZ9.

001340 PROCEDURE DIVISION.

001350 MAINLINE.
001360     PERFORM ABRIR-ARCHIVOS THRU FIN-ABRIR.
001370     IF OTR-STAT NOT = "00"
001380        DISPLAY "RX425-05: NO SE PUDO ABRIR RESULTADOS-RX"
001390        STOP RUN
001400     END-IF.
001410     PERFORM LISTAR-ORDENES-SIN-ESTUDIO.
001420     PERFORM LISTAR-ESTUDIOS-SIN-ORDEN.
001430     PERFORM LISTAR-ESTUDIOS-SIN-INFORME.
001440     CLOSE RESULTADOS-RX ARCHIVO-ESTUDIO-RX ARCHIVO-ERR-PACS
001450           ARCHIVO-IMPRESION.
001460     DISPLAY "ORDENES SIN ESTUDIO:        " TOT-SIN-ESTUDIO-W.
001470     DISPLAY "ESTUDIOS SIN ORDEN:         " TOT-SIN-ORDEN-W.
001480     DISPLAY "ESTUDIOS SIN INFORME FIRMADO" TOT-SIN-INFORME-W.
001490     STOP RUN.

001500 ABRIR-ARCHIVOS.
001510     MOVE FUNCTION CURRENT-DATE(1:8)  TO FECHA-HOY-W.
001520     MOVE FUNCTION CURRENT-DATE(9:2)  TO HH-HOY-W.
001530     COMPUTE DIA-HOY-W = FUNCTION INTEGER-OF-DATE(FECHA-HOY-W).
001540     COMPUTE FECHA-DESDE-W = FUNCTION DATE-OF-INTEGER
001550                             (DIA-HOY-W - DIAS-VENTANA-W).
001560     OPEN I-O ARCHIVO-ESTUDIO-RX.
001570     IF OTR-STAT = "35"
001580        OPEN OUTPUT ARCHIVO-ESTUDIO-RX
001590        CLOSE ARCHIVO-ESTUDIO-RX
001600        OPEN I-O ARCHIVO-ESTUDIO-RX
001610     END-IF.
001620     OPEN I-O ARCHIVO-ERR-PACS.
001630     IF OTR-STAT = "35"
001640        OPEN OUTPUT ARCHIVO-ERR-PACS
001650        CLOSE ARCHIVO-ERR-PACS
001660        OPEN I-O ARCHIVO-ERR-PACS
001670     END-IF.
001680     OPEN OUTPUT ARCHIVO-IMPRESION.
001690     MOVE FECHA-DESDE-W TO FECHA-DESDE-REP.
001700     MOVE FECHA-HOY-W   TO FECHA-HOY-REP.
001710     WRITE LIN-IMP FROM LIN-TITULO-REP.
001720     OPEN INPUT RESULTADOS-RX.

001730 FIN-ABRIR.
001740     EXIT.

      * 1. ORDENES SIN ESTUDIO, POR FECHA DE FACTURA DESDE EL INICIO
      *    DE LA VENTANA.
001750 LISTAR-ORDENES-SIN-ESTUDIO.
001760     MOVE "ORDENES SIN ESTUDIO" TO NOMBRE-SECCION-REP.
001770     PERFORM ESCRIBIR-SECCION.
001780     MOVE 0 TO SW-FIN-W.
001790     MOVE FECHA-DESDE-W TO FECHA-FACT-RX.
001800     START RESULTADOS-RX KEY IS >= FECHA-FACT-RX
001810           INVALID KEY MOVE 1 TO SW-FIN-W
001820     END-START.
001830     PERFORM LEER-ORDEN UNTIL SW-FIN-W = 1.
001840     MOVE TOT-SIN-ESTUDIO-W TO TOTAL-REP.
001850     WRITE LIN-IMP FROM LIN-TOTAL-REP.

001860 LEER-ORDEN.
001870     READ RESULTADOS-RX NEXT
001880          AT END MOVE 1 TO SW-FIN-W
001890     END-READ.
001900     IF SW-FIN-W = 0
001910        MOVE LLAVE-RX TO LLAVE-EST
001920        READ ARCHIVO-ESTUDIO-RX
001930             INVALID KEY
001940                MOVE SPACES TO ACCESION-REP
001950                MOVE "SIN PUBLICAR" TO ESTADO-REP
001960                PERFORM LISTAR-ORDEN
001970             NOT INVALID KEY
001980                IF EST-PUBLICADO
001990                   MOVE ACCESION-EST TO ACCESION-REP
002000                   MOVE "EN WORKLIST" TO ESTADO-REP
002010                   PERFORM LISTAR-ORDEN
002020                END-IF
002030        END-READ
002040     END-IF.

002050 LISTAR-ORDEN.
002060     MOVE LLAVE-RX      TO LLAVE-REP.
002070     MOVE ID-ENTIDAD-RX TO PACI-REP.
002080     MOVE ART-FACT-RX   TO CUPS-REP.
002090     MOVE FECHA-FACT-RX TO FECHA-REP.
002100     MOVE 0             TO HORAS-REP.
002110     WRITE LIN-IMP FROM LIN-DETALLE-REP.
002120     ADD 1 TO TOT-SIN-ESTUDIO-W.

      * 2. ESTUDIOS SIN ORDEN: LA COLA DE RX425-04 COMPLETA; LO YA
      *    PAREADO A MANO QUEDA RESUELTO Y NO SE LISTA.
002130 LISTAR-ESTUDIOS-SIN-ORDEN.
002140     MOVE "ESTUDIOS SIN ORDEN" TO NOMBRE-SECCION-REP.
002150     PERFORM ESCRIBIR-SECCION.
002160     MOVE 0 TO SW-FIN-W.
002170     MOVE 0 TO NRO-ERRPACS.
002180     START ARCHIVO-ERR-PACS KEY IS >= NRO-ERRPACS
002190           INVALID KEY MOVE 1 TO SW-FIN-W
002200     END-START.
002210     PERFORM LEER-ERROR-PACS UNTIL SW-FIN-W = 1.
002220     MOVE TOT-SIN-ORDEN-W TO TOTAL-REP.
002230     WRITE LIN-IMP FROM LIN-TOTAL-REP.

002240 LEER-ERROR-PACS.
002250     READ ARCHIVO-ERR-PACS NEXT
002260          AT END MOVE 1 TO SW-FIN-W
002270     END-READ.
002280     IF SW-FIN-W = 0
002290        IF ERRPACS-PENDIENTE AND ERRPACS-SIN-ORDEN
002300           MOVE UID-ERRPACS (1: 20)  TO LLAVE-REP
002310           MOVE ACCESION-ERRPACS     TO ACCESION-REP
002320           MOVE SPACES               TO PACI-REP CUPS-REP
002330           MOVE FECHA-ESTUDIO-ERRPACS TO FECHA-REP
002340           MOVE "SIN ORDEN"          TO ESTADO-REP
002350           MOVE 0                    TO HORAS-REP
002360           WRITE LIN-IMP FROM LIN-DETALLE-REP
002370           ADD 1 TO TOT-SIN-ORDEN-W
002380        END-IF
002390     END-IF.

      * 3. ESTUDIOS DISPONIBLES O CON INFORME PRELIMINAR QUE YA
      *    SUPERAN EL LIMITE DE HORAS SIN INFORME FIRMADO.
002400 LISTAR-ESTUDIOS-SIN-INFORME.
002410     MOVE "ESTUDIOS SIN INFORME FIRMADO A TIEMPO"
002420       TO NOMBRE-SECCION-REP.
002430     PERFORM ESCRIBIR-SECCION.
002440     MOVE 0 TO SW-FIN-W.
002450     MOVE FECHA-DESDE-W TO FECHA-ORDEN-EST.
002460     START ARCHIVO-ESTUDIO-RX KEY IS >= FECHA-ORDEN-EST
002470           INVALID KEY MOVE 1 TO SW-FIN-W
002480     END-START.
002490     PERFORM LEER-ESTUDIO UNTIL SW-FIN-W = 1.
002500     MOVE TOT-SIN-INFORME-W TO TOTAL-REP.
002510     WRITE LIN-IMP FROM LIN-TOTAL-REP.

002520 LEER-ESTUDIO.
002530     READ ARCHIVO-ESTUDIO-RX NEXT
002540          AT END MOVE 1 TO SW-FIN-W
002550     END-READ.
002560     IF SW-FIN-W = 0
002570        IF (EST-DISPONIBLE OR EST-INFORME-PRELIM)
002580           AND FECHA-ESTUDIO-EST > 0
002590           COMPUTE HORAS-TRANSC-W =
002600              (DIA-HOY-W -
002610               FUNCTION INTEGER-OF-DATE(FECHA-ESTUDIO-EST)) * 24
002620              + HH-HOY-W - HH-ESTUDIO-EST
002630           IF HORAS-TRANSC-W > HORAS-LIMITE-W
002640              PERFORM LISTAR-ESTUDIO
002650           END-IF
002660        END-IF
002670     END-IF.

002680 LISTAR-ESTUDIO.
002690     MOVE LLAVE-EST         TO LLAVE-REP.
002700     MOVE ACCESION-EST      TO ACCESION-REP.
002710     MOVE PACI-EST          TO PACI-REP.
002720     MOVE CUPS-EST          TO CUPS-REP.
002730     MOVE FECHA-ESTUDIO-EST TO FECHA-REP.
002740     IF EST-DISPONIBLE
002750        MOVE "SIN INFORME" TO ESTADO-REP
002760     ELSE
002770        MOVE "PRELIMINAR" TO ESTADO-REP
002780     END-IF.
002790     MOVE HORAS-TRANSC-W    TO HORAS-REP.
002800     WRITE LIN-IMP FROM LIN-DETALLE-REP.
002810     ADD 1 TO TOT-SIN-INFORME-W.

002820 ESCRIBIR-SECCION.
002830     MOVE SPACES TO LIN-IMP.
002840     WRITE LIN-IMP.
002850     WRITE LIN-IMP FROM LIN-SECCION-REP.
