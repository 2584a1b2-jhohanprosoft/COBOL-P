      *=================================================================
      * SALUD - CRONOGRAMA DE MANTENIMIENTO Y CALIBRACION DE EQUIPOS
      * BIOMEDICOS Y GENERACION DE ORDENES DE TRABAJO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE LOS PLANES (SAL7C38) DE LOS EQUIPOS QUE NO ESTAN DE
      * BAJA. A LOS QUE VENCEN HASTA LA FECHA HORIZONTE Y NO TIENEN
      * ORDEN ABIERTA LES GENERA LA ORDEN DE TRABAJO (PREVENTIVA O DE
      * CALIBRACION) PROGRAMADA PARA LA PROXIMA FECHA DEL PLAN.
      * LISTA EN SC-CRONOBIO.TXT EL CRONOGRAMA: EQUIPO, UBICACION,
      * CLASE DE RIESGO, TIPO, FRECUENCIA, ULTIMA Y PROXIMA EJECUCION,
      * ORDEN Y ESTADO ("VENCIDO - FUERA DE SERVICIO" SI LA PROXIMA
      * FECHA YA PASO, "PROGRAMADO" DENTRO DEL HORIZONTE, "AL DIA" SI
      * NO). LOS EQUIPOS FUERA DE SERVICIO POR FALLA SE MARCAN.
      * RESULTADO "S" SI HUBO PLANES, "N" SI NO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C38-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-EQUIPO-BIO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-EQUIBIO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-EQB
000140         ALTERNATE RECORD KEY IS COD-RECUR-EQB WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PLAN-BIO LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PLANBIO-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PLB
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-ORDEN-BIO LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-ORDENBIO-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS NRO-OTB
000270         ALTERNATE RECORD KEY IS COD-EQB-OTB WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT REPORTE-CRONOGRAMA
000300         ASSIGN NOM-CRONOTXT-W
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  ARCHIVO-EQUIPO-BIO
000350     LABEL RECORD STANDARD.
000360 01  REG-EQB.
000370     02 COD-EQB                 PIC X(8).
000380     02 DESCRIP-EQB             PIC X(40).
000390     02 MARCA-EQB               PIC X(20).
000400     02 MODELO-EQB              PIC X(20).
000410     02 SERIE-EQB               PIC X(20).
000420     02 REG-INVIMA-EQB          PIC X(20).
000430     02 CLASE-RIESGO-EQB        PIC X(3).
000440     02 SEDE-EQB                PIC XX.
000450     02 UBICACION-EQB           PIC X(20).
000460     02 NIT-PROVEEDOR-EQB       PIC 9(10).
000470     02 PROVEEDOR-EQB           PIC X(30).
000480     02 COD-ACTIVO-EQB          PIC X(8).
000490     02 COD-RECUR-EQB           PIC X(6).
000500     02 FECHA-INGRESO-EQB       PIC 9(8).
000510     02 ESTADO-EQB              PIC X.
000520        88 EQUIPO-EN-SERVICIO   VALUE "A".
000530        88 EQUIPO-FUERA-SERV    VALUE "F".
000540        88 EQUIPO-DE-BAJA       VALUE "B".
000550     02 FECHA-ACT-EQB           PIC 9(8).
000560     02 USUARIO-EQB             PIC X(4).
000570     02 FILLER                  PIC X(20).

000580 FD  ARCHIVO-PLAN-BIO
000590     LABEL RECORD STANDARD.
000600 01  REG-PLB.
000610     02 LLAVE-PLB.
000620        03 COD-EQB-PLB          PIC X(8).
000630        03 TIPO-PLB             PIC X.
000640           88 PLAN-MANTENIMIENTO VALUE "M".
000650           88 PLAN-CALIBRACION  VALUE "C".
000660     02 FRECUENCIA-PLB          PIC 99.
000670     02 ACTIVIDAD-PLB           PIC X(60).
000680     02 RESPONSABLE-PLB         PIC X(30).
000690     02 FECHA-ULT-PLB           PIC 9(8).
000700     02 FECHA-PROX-PLB          PIC 9(8).
000710     02 NRO-OT-ABIERTA-PLB      PIC 9(7).
000720     02 USUARIO-PLB             PIC X(4).
000730     02 FILLER                  PIC X(20).

000740 FD  ARCHIVO-ORDEN-BIO
000750     LABEL RECORD STANDARD.
000760 01  REG-OTB.
000770     02 NRO-OTB                 PIC 9(7).
000780     02 COD-EQB-OTB             PIC X(8).
000790     02 TIPO-OTB                PIC X.
000800     02 FECHA-GENERA-OTB        PIC 9(8).
000810     02 FECHA-PROG-OTB          PIC 9(8).
000820     02 ESTADO-OTB              PIC X.
000830     02 REPORTE-FALLA-OTB       PIC X(60).
000840     02 TECNICO-OTB             PIC X(30).
000850     02 FECHA-PARADA-OTB        PIC 9(8).
000860     02 HORA-PARADA-OTB         PIC 9(4).
000870     02 FECHA-RETORNO-OTB       PIC 9(8).
000880     02 HORA-RETORNO-OTB        PIC 9(4).
000890     02 HORAS-PARADA-OTB        PIC 9(5)V9.
000900     02 INFORME-OTB             PIC X(200).
000910     02 REPUESTOS-OTB           PIC X(60).
000920     02 COSTO-OTB               PIC 9(9)V99.
000930     02 RESULTADO-OTB           PIC X.
000940     02 FECHA-CIERRE-OTB        PIC 9(8).
000950     02 USUARIO-GENERA-OTB      PIC X(4).
000960     02 USUARIO-CIERRA-OTB      PIC X(4).
000970     02 FILLER                  PIC X(20).

000980 FD  REPORTE-CRONOGRAMA
000990     LABEL RECORD STANDARD.
001000 01  LIN-CRONOGRAMA             PIC X(160).

001010 WORKING-STORAGE SECTION.

001020 77  NOM-EQUIBIO-W              PIC X(60)
001030     VALUE "D:\progelect\DATOS\SC-EQUIBIO.DAT".
001040 77  NOM-PLANBIO-W              PIC X(60)
001050     VALUE "D:\progelect\DATOS\SC-PLANBIO.DAT".
001060 77  NOM-ORDENBIO-W             PIC X(60)
001070     VALUE "D:\progelect\DATOS\SC-ORDENBIO.DAT".
001080 77  NOM-CRONOTXT-W             PIC X(60)
001090     VALUE "D:\progelect\DATOS\SC-CRONOBIO.TXT".
001100 77  OTR-STAT                   PIC XX.
001110 77  SW-FIN-W                   PIC 9 VALUE 0.
001120 77  SW-EQUIPO-W                PIC 9 VALUE 0.
001130 77  FECHA-HOY-W                PIC 9(8).
001140 77  SIG-ORDEN-W                PIC 9(7) VALUE 0.
001150 77  TOT-PLANES-W               PIC 9(5) VALUE 0.
001160 77  TOT-VENCIDOS-W             PIC 9(5) VALUE 0.
001170 77  TOT-ORDENES-W              PIC 9(5) VALUE 0.

001180 01  LIN-TITULO-W.
001190     02 FILLER                  PIC X(9)  VALUE "EQUIPO".
001200     02 FILLER                  PIC X(31) VALUE "DESCRIPCION".
001210     02 FILLER                  PIC X(21) VALUE "UBICACION".
001220     02 FILLER                  PIC X(4)  VALUE "CLS".
001230     02 FILLER                  PIC X(5)  VALUE "TIPO".
001240     02 FILLER                  PIC X(5)  VALUE "FREC".
001250     02 FILLER                  PIC X(9)  VALUE "ULTIMA".
001260     02 FILLER                  PIC X(9)  VALUE "PROXIMA".
001270     02 FILLER                  PIC X(8)  VALUE "ORDEN".
001280     02 FILLER                  PIC X(30) VALUE "ESTADO".

001290 01  LIN-DETALLE-W.
001300     02 COD-EQB-DET             PIC X(8).
001310     02 FILLER                  PIC X VALUE SPACE.
001320     02 DESCRIP-DET             PIC X(30).
001330     02 FILLER                  PIC X VALUE SPACE.
001340     02 UBICACION-DET           PIC X(20).
001350     02 FILLER                  PIC X VALUE SPACE.
001360     02 CLASE-DET               PIC X(3).
001370     02 FILLER                  PIC X VALUE SPACE.
001380     02 TIPO-DET                PIC X(4).
001390     02 FILLER                  PIC X VALUE SPACE.
001400     02 FREC-DET                PIC Z9.
001410     02 FILLER                  PIC XXX VALUE SPACES.
001420     02 ULTIMA-DET              PIC 9(8).
001430     02 FILLER                  PIC X VALUE SPACE.
001440     02 PROXIMA-DET             PIC 9(8).
001450     02 FILLER                  PIC X VALUE SPACE.
001460     02 ORDEN-DET               PIC Z(6)9.
001470     02 FILLER                  PIC X VALUE SPACE.
001480     02 ESTADO-DET              PIC X(30).
001490     02 FILLER                  PIC X VALUE SPACE.
001500     02 MARCA-FALLA-DET         PIC X(20).

001510 LINKAGE SECTION.
001520 01  FECHA-HASTA-LNK            PIC 9(8).
001530 01  USUARIO-LNK                PIC X(4).
001540 01  RESULT-LNK                 PIC X.

001550 PROCEDURE DIVISION USING FECHA-HASTA-LNK USUARIO-LNK
001560                          RESULT-LNK.

001570 MAINLINE.
001580     MOVE "N" TO RESULT-LNK.
001590     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001600     MOVE 0 TO TOT-PLANES-W TOT-VENCIDOS-W TOT-ORDENES-W.
001610     PERFORM ABRIR-ARCHIVOS.
001620     PERFORM OBTENER-NRO-ORDEN.
001630     PERFORM IMPRIMIR-CRONOGRAMA.
001640     PERFORM CERRAR-ARCHIVOS.
001650     IF TOT-PLANES-W > 0
001660        MOVE "S" TO RESULT-LNK
001670     END-IF.
001680     EXIT PROGRAM.

001690 ABRIR-ARCHIVOS.
001700     OPEN I-O ARCHIVO-EQUIPO-BIO.
001710     IF OTR-STAT = "35"
001720        OPEN OUTPUT ARCHIVO-EQUIPO-BIO
001730        CLOSE ARCHIVO-EQUIPO-BIO
001740        OPEN I-O ARCHIVO-EQUIPO-BIO
001750     END-IF.
001760     OPEN I-O ARCHIVO-PLAN-BIO.
001770     IF OTR-STAT = "35"
001780        OPEN OUTPUT ARCHIVO-PLAN-BIO
001790        CLOSE ARCHIVO-PLAN-BIO
001800        OPEN I-O ARCHIVO-PLAN-BIO
001810     END-IF.
001820     OPEN I-O ARCHIVO-ORDEN-BIO.
001830     IF OTR-STAT = "35"
001840        OPEN OUTPUT ARCHIVO-ORDEN-BIO
001850        CLOSE ARCHIVO-ORDEN-BIO
001860        OPEN I-O ARCHIVO-ORDEN-BIO
001870     END-IF.
001880     OPEN OUTPUT REPORTE-CRONOGRAMA.

      * EL SIGUIENTE NUMERO DE ORDEN ES EL MAYOR EXISTENTE MAS UNO.
001890 OBTENER-NRO-ORDEN.
001900     MOVE 0 TO SIG-ORDEN-W.
001910     MOVE 9999999 TO NRO-OTB.
001920     START ARCHIVO-ORDEN-BIO KEY IS NOT GREATER THAN NRO-OTB
001930           INVALID KEY MOVE 0 TO SIG-ORDEN-W
001940           NOT INVALID KEY
001950               READ ARCHIVO-ORDEN-BIO PREVIOUS
001960                    NOT AT END MOVE NRO-OTB TO SIG-ORDEN-W
001970               END-READ
001980     END-START.

001990 IMPRIMIR-CRONOGRAMA.
002000     MOVE SPACES TO LIN-CRONOGRAMA.
002010     STRING "CRONOGRAMA DE MANTENIMIENTO Y CALIBRACION DE EQUIPOS"
002020            " BIOMEDICOS AL " FECHA-HOY-W " - HORIZONTE "
002030            FECHA-HASTA-LNK
002040            DELIMITED BY SIZE INTO LIN-CRONOGRAMA.
002050     WRITE LIN-CRONOGRAMA.
002060     MOVE SPACES TO LIN-CRONOGRAMA.
002070     WRITE LIN-CRONOGRAMA.
002080     MOVE LIN-TITULO-W TO LIN-CRONOGRAMA.
002090     WRITE LIN-CRONOGRAMA.
002100     MOVE 0 TO SW-FIN-W.
002110     MOVE LOW-VALUES TO LLAVE-PLB.
002120     START ARCHIVO-PLAN-BIO KEY IS NOT LESS THAN LLAVE-PLB
002130           INVALID KEY MOVE 1 TO SW-FIN-W
002140     END-START.
002150     PERFORM PROCESAR-PLAN UNTIL SW-FIN-W = 1.
002160     MOVE SPACES TO LIN-CRONOGRAMA.
002170     WRITE LIN-CRONOGRAMA.
002180     MOVE SPACES TO LIN-CRONOGRAMA.
002190     STRING "PLANES: " TOT-PLANES-W
002200            "   VENCIDOS: " TOT-VENCIDOS-W
002210            "   ORDENES GENERADAS: " TOT-ORDENES-W
002220            DELIMITED BY SIZE INTO LIN-CRONOGRAMA.
002230     WRITE LIN-CRONOGRAMA.

002240 PROCESAR-PLAN.
002250     READ ARCHIVO-PLAN-BIO NEXT
002260          AT END MOVE 1 TO SW-FIN-W
002270     END-READ.
002280     IF SW-FIN-W = 0
002290        MOVE 0 TO SW-EQUIPO-W
002300        MOVE COD-EQB-PLB TO COD-EQB
002310        READ ARCHIVO-EQUIPO-BIO
002320             INVALID KEY MOVE 1 TO SW-EQUIPO-W
002330        END-READ
002340        IF SW-EQUIPO-W = 0 AND NOT EQUIPO-DE-BAJA
002350           ADD 1 TO TOT-PLANES-W
002360           IF FECHA-PROX-PLB NOT > FECHA-HASTA-LNK
002370              AND NRO-OT-ABIERTA-PLB = 0
002380              PERFORM GENERAR-ORDEN
002390           END-IF
002400           PERFORM IMPRIMIR-PLAN
002410        END-IF
002420     END-IF.

002430 GENERAR-ORDEN.
002440     ADD 1 TO SIG-ORDEN-W.
002450     INITIALIZE REG-OTB.
002460     MOVE SIG-ORDEN-W    TO NRO-OTB.
002470     MOVE COD-EQB-PLB    TO COD-EQB-OTB.
002480     MOVE TIPO-PLB       TO TIPO-OTB.
002490     MOVE FECHA-HOY-W    TO FECHA-GENERA-OTB.
002500     MOVE FECHA-PROX-PLB TO FECHA-PROG-OTB.
002510     MOVE "A"            TO ESTADO-OTB.
002520     MOVE ACTIVIDAD-PLB  TO REPORTE-FALLA-OTB.
002530     MOVE USUARIO-LNK    TO USUARIO-GENERA-OTB.
002540     WRITE REG-OTB
002550           INVALID KEY CONTINUE
002560           NOT INVALID KEY
002570               ADD 1 TO TOT-ORDENES-W
002580               MOVE SIG-ORDEN-W TO NRO-OT-ABIERTA-PLB
002590               MOVE USUARIO-LNK TO USUARIO-PLB
002600               REWRITE REG-PLB INVALID KEY CONTINUE
002610               END-REWRITE
002620     END-WRITE.

002630 IMPRIMIR-PLAN.
002640     MOVE SPACES             TO LIN-DETALLE-W.
002650     MOVE COD-EQB            TO COD-EQB-DET.
002660     MOVE DESCRIP-EQB        TO DESCRIP-DET.
002670     MOVE UBICACION-EQB      TO UBICACION-DET.
002680     MOVE CLASE-RIESGO-EQB   TO CLASE-DET.
002690     IF PLAN-MANTENIMIENTO
002700        MOVE "MANT"          TO TIPO-DET
002710     ELSE
002720        MOVE "CALI"          TO TIPO-DET
002730     END-IF.
002740     MOVE FRECUENCIA-PLB     TO FREC-DET.
002750     MOVE FECHA-ULT-PLB      TO ULTIMA-DET.
002760     MOVE FECHA-PROX-PLB     TO PROXIMA-DET.
002770     MOVE NRO-OT-ABIERTA-PLB TO ORDEN-DET.
002780     IF FECHA-PROX-PLB < FECHA-HOY-W
002790        MOVE "VENCIDO - FUERA DE SERVICIO" TO ESTADO-DET
002800        ADD 1 TO TOT-VENCIDOS-W
002810     ELSE
002820        IF FECHA-PROX-PLB NOT > FECHA-HASTA-LNK
002830           MOVE "PROGRAMADO" TO ESTADO-DET
002840        ELSE
002850           MOVE "AL DIA"     TO ESTADO-DET
002860        END-IF
002870     END-IF.
002880     IF EQUIPO-FUERA-SERV
002890        MOVE "*** EQUIPO EN FALLA" TO MARCA-FALLA-DET
002900     END-IF.
002910     MOVE LIN-DETALLE-W TO LIN-CRONOGRAMA.
002920     WRITE LIN-CRONOGRAMA.

002930 CERRAR-ARCHIVOS.
002940     CLOSE ARCHIVO-EQUIPO-BIO ARCHIVO-PLAN-BIO ARCHIVO-ORDEN-BIO
002950           REPORTE-CRONOGRAMA.
