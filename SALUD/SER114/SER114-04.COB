      *=================================================================
      * SALUD - TENDENCIA DE LA CALIDAD DEL DATO DEL PACIENTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LISTA EN SC-TENDCAL.TXT LAS CORRIDAS DEL LOTE SEMANAL
      * (SER114-03) ENTRE DOS FECHAS: PACIENTES EVALUADOS, CON
      * ERRORES, PORCENTAJE DE ERROR, VARIACION CONTRA LA CORRIDA
      * ANTERIOR, PUNTAJE PROMEDIO Y FALLAS POR REGLA, PARA MEDIR SI LA
      * LIMPIEZA DE DATOS VA AVANZANDO. RESULTADO "S" SI HUBO CORRIDAS
      * EN EL RANGO, "N" SI NO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER114-04.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-TEND-CALIDAD LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-TENDCAL-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS FECHA-TEN
000140         FILE STATUS IS OTR-STAT.

000150     SELECT REPORTE-TENDENCIA
000160         ASSIGN NOM-TENDTXT-W
000170         ORGANIZATION IS LINE SEQUENTIAL.

000180 DATA DIVISION.
000190 FILE SECTION.

000200 FD  ARCHIVO-TEND-CALIDAD
000210     LABEL RECORD STANDARD.
000220 01  REG-TEN.
000230     02 FECHA-TEN               PIC 9(8).
000240     02 HORA-TEN                PIC 9(4).
000250     02 TOT-EVAL-TEN            PIC 9(7).
000260     02 TOT-ERROR-TEN           PIC 9(7).
000270     02 PROMEDIO-TEN            PIC 9(3)V9.
000280     02 FALLAS-TEN              PIC 9(7) OCCURS 8.
000290     02 FILLER                  PIC X(20).

000300 FD  REPORTE-TENDENCIA
000310     LABEL RECORD STANDARD.
000320 01  LIN-TENDENCIA              PIC X(160).

000330 WORKING-STORAGE SECTION.

000340 77  NOM-TENDCAL-W              PIC X(60)
000350     VALUE "D:\progelect\DATOS\SC-TENDCAL.DAT".
000360 77  NOM-TENDTXT-W              PIC X(60)
000370     VALUE "D:\progelect\DATOS\SC-TENDCAL.TXT".
000380 77  OTR-STAT                   PIC XX.
000390 77  SW-FIN-W                   PIC 9 VALUE 0.
000400 77  SW-ANTERIOR-W              PIC 9 VALUE 0.
000410 77  I                          PIC 99 VALUE 0.
000420 77  TOT-CORRIDAS-W             PIC 9(5) VALUE 0.
000430 77  PORC-ERROR-W               PIC 9(3)V99.
000440 77  PORC-ANT-W                 PIC 9(3)V99.
000450 77  VARIACION-W                PIC S9(3)V99.

000460 01  LIN-TITULO-W.
000470     02 FILLER                  PIC X(9)  VALUE "FECHA".
000480     02 FILLER                  PIC X(9)  VALUE "EVALUAD.".
000490     02 FILLER                  PIC X(9)  VALUE "CON ERR.".
000500     02 FILLER                  PIC X(8)  VALUE "% ERROR".
000510     02 FILLER                  PIC X(9)  VALUE "VARIAC.".
000520     02 FILLER                  PIC X(7)  VALUE "PROM.".
000530     02 FILLER                  PIC X(8)  VALUE "TIPODOC".
000540     02 FILLER                  PIC X(8)  VALUE "MUNICIP".
000550     02 FILLER                  PIC X(8)  VALUE "TELEF.".
000560     02 FILLER                  PIC X(8)  VALUE "BDUA".
000570     02 FILLER                  PIC X(8)  VALUE "FNACIM".
000580     02 FILLER                  PIC X(8)  VALUE "SEXO".
000590     02 FILLER                  PIC X(8)  VALUE "NOMBRE".
000600     02 FILLER                  PIC X(8)  VALUE "SIN EPS".

000610 01  LIN-DETALLE-W.
000620     02 FECHA-DET               PIC 9(8).
000630     02 FILLER                  PIC X VALUE SPACE.
000640     02 EVAL-DET                PIC Z(7)9.
000650     02 FILLER                  PIC X VALUE SPACE.
000660     02 ERROR-DET               PIC Z(7)9.
000670     02 FILLER                  PIC X VALUE SPACE.
000680     02 PORC-DET                PIC ZZ9.99.
000690     02 FILLER                  PIC XX VALUE SPACES.
000700     02 VARIAC-DET              PIC +ZZ9.99.
000710     02 FILLER                  PIC XX VALUE SPACES.
000720     02 PROM-DET                PIC ZZ9.9.
000730     02 FILLER                  PIC XX VALUE SPACES.
000740     02 FALLAS-DET              OCCURS 8.
000750        03 FALLA-DET            PIC Z(6)9.
000760        03 FILLER               PIC X.

000770 LINKAGE SECTION.
000780 01  FECHA-DESDE-LNK            PIC 9(8).
000790 01  FECHA-HASTA-LNK            PIC 9(8).
000800 01  RESULT-LNK                 PIC X.

000810 PROCEDURE DIVISION USING FECHA-DESDE-LNK FECHA-HASTA-LNK
000820                          RESULT-LNK.

000830 MAINLINE.
000840     MOVE "N" TO RESULT-LNK.
000850     MOVE 0 TO TOT-CORRIDAS-W SW-ANTERIOR-W PORC-ANT-W.
000860     PERFORM ABRIR-ARCHIVOS.
000870     PERFORM IMPRIMIR-TENDENCIA.
000880     PERFORM CERRAR-ARCHIVOS.
000890     IF TOT-CORRIDAS-W > 0
000900        MOVE "S" TO RESULT-LNK
000910     END-IF.
000920     EXIT PROGRAM.

000930 ABRIR-ARCHIVOS.
000940     OPEN I-O ARCHIVO-TEND-CALIDAD.
000950     IF OTR-STAT = "35"
000960        OPEN OUTPUT ARCHIVO-TEND-CALIDAD
000970        CLOSE ARCHIVO-TEND-CALIDAD
000980        OPEN I-O ARCHIVO-TEND-CALIDAD
000990     END-IF.
001000     OPEN OUTPUT REPORTE-TENDENCIA.

001010 IMPRIMIR-TENDENCIA.
001020     MOVE SPACES TO LIN-TENDENCIA.
001030     STRING "TENDENCIA DE CALIDAD DEL DATO DEL PACIENTE DEL "
001040            FECHA-DESDE-LNK " AL " FECHA-HASTA-LNK
001050            DELIMITED BY SIZE INTO LIN-TENDENCIA.
001060     WRITE LIN-TENDENCIA.
001070     MOVE SPACES TO LIN-TENDENCIA.
001080     WRITE LIN-TENDENCIA.
001090     MOVE LIN-TITULO-W TO LIN-TENDENCIA.
001100     WRITE LIN-TENDENCIA.
001110     MOVE 0 TO SW-FIN-W.
001120     MOVE FECHA-DESDE-LNK TO FECHA-TEN.
001130     START ARCHIVO-TEND-CALIDAD KEY IS NOT LESS THAN FECHA-TEN
001140           INVALID KEY MOVE 1 TO SW-FIN-W
001150     END-START.
001160     PERFORM IMPRIMIR-CORRIDA UNTIL SW-FIN-W = 1.
001170     MOVE SPACES TO LIN-TENDENCIA.
001180     WRITE LIN-TENDENCIA.
001190     MOVE SPACES TO LIN-TENDENCIA.
001200     STRING "CORRIDAS EN EL RANGO: " TOT-CORRIDAS-W
001210            DELIMITED BY SIZE INTO LIN-TENDENCIA.
001220     WRITE LIN-TENDENCIA.

      * LA VARIACION SE MIDE CONTRA LA CORRIDA ANTERIOR DEL RANGO
001230 IMPRIMIR-CORRIDA.
001240     READ ARCHIVO-TEND-CALIDAD NEXT
001250          AT END MOVE 1 TO SW-FIN-W
001260     END-READ.
001270     IF SW-FIN-W = 0 AND FECHA-TEN > FECHA-HASTA-LNK
001280        MOVE 1 TO SW-FIN-W
001290     END-IF.
001300     IF SW-FIN-W = 0
001310        ADD 1 TO TOT-CORRIDAS-W
001320        MOVE 0 TO PORC-ERROR-W VARIACION-W
001330        IF TOT-EVAL-TEN > 0
001340           COMPUTE PORC-ERROR-W ROUNDED =
001350                   TOT-ERROR-TEN * 100 / TOT-EVAL-TEN
001360        END-IF
001370        IF SW-ANTERIOR-W = 1
001380           COMPUTE VARIACION-W = PORC-ERROR-W - PORC-ANT-W
001390        END-IF
001400        MOVE SPACES        TO LIN-DETALLE-W
001410        MOVE FECHA-TEN     TO FECHA-DET
001420        MOVE TOT-EVAL-TEN  TO EVAL-DET
001430        MOVE TOT-ERROR-TEN TO ERROR-DET
001440        MOVE PORC-ERROR-W  TO PORC-DET
001450        MOVE VARIACION-W   TO VARIAC-DET
001460        MOVE PROMEDIO-TEN  TO PROM-DET
001470        PERFORM PASAR-FALLA VARYING I FROM 1 BY 1 UNTIL I > 8
001480        MOVE LIN-DETALLE-W TO LIN-TENDENCIA
001490        WRITE LIN-TENDENCIA
001500        MOVE PORC-ERROR-W  TO PORC-ANT-W
001510        MOVE 1 TO SW-ANTERIOR-W
001520     END-IF.

001530 PASAR-FALLA.
001540     MOVE FALLAS-TEN (I) TO FALLA-DET (I).

001550 CERRAR-ARCHIVOS.
001560     CLOSE ARCHIVO-TEND-CALIDAD REPORTE-TENDENCIA.
