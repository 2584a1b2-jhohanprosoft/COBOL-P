      *   "RIESGO ALTO" - EL CENSO CON BANDERAS QUE PIDEN LAS
      *   SUPERVISORAS. SALIDA: SC-REPESCALA.TXT.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - EL CENSO MARCA TAMBIEN LOS
      *         PACIENTES CUYO BALANCE DE LIQUIDOS DEL CORTE EN CURSO
      *         PASA EL LIMITE POSITIVO O NEGATIVO QUE FIJO EL MEDICO
      *         (CONSULTA A HC139).
      * PO -> 15/10/2026 PABLO OLGUIN - EL CENSO MARCA LAS CAMAS CON
      *         AISLAMIENTO VIGENTE POR GERMEN MULTIRRESISTENTE
      *         ("M" MRSA, "B" BLEE, "C" CARBAPENEMASA), CONSULTA A
      *         SER210A-07.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC132-01.
000030 ENVIRONMENT DIVISION.
000490 77  TOTAL-ESCALA-W             PIC 9(3).
000500 77  BANDA-ESCALA-W             PIC X.
000510 77  FECHA-REVAL-W              PIC 9(8).
000511 77  RESULT-ESCALA-W            PIC X.
000512 01  PUNTAJES-NULOS-W.
000513     02 PUNTAJE-NULO-W          OCCURS 6 PIC 9(3).

000514 77  TOT-LIQUIDOS-W             PIC 9(5) VALUE 0.
000515 77  MODO-LIQUIDOS-W            PIC X VALUE "C".
000516 77  FECHA-LIQ-NULA-W           PIC 9(8) VALUE 0.
000517 77  HORA-LIQ-NULA-W            PIC 9(4) VALUE 0.
000518 77  RESULT-LIQUIDOS-W          PIC X.
000519 01  MOVIMIENTO-LIQ-NULO-W.
000520     02 FILLER                  PIC X(3) VALUE SPACES.
000521     02 FILLER                  PIC 9(5) VALUE 0.
000522 01  DOSIS-LIQ-NULA-W.
000523     02 FILLER                  PIC X(12) VALUE SPACES.
000524     02 FILLER                  PIC 9(12) VALUE 0.
000525 01  LIMITES-LIQ-NULOS-W.
000526     02 FILLER                  PIC 9(20) VALUE 0.
000527 01  BALANCE-LIQUIDOS-W.
000528     02 BALANCE-CORTE-LIQ-W     PIC S9(7).
000529     02 BALANCE-ACUM-LIQ-W      PIC S9(7).
000530     02 ALERTA-LIQ-W            PIC X.

000531 77  TOT-AISLAMIENTO-W          PIC 9(5) VALUE 0.
000532 77  MODO-MICRO-W               PIC X VALUE "C".
000533 77  RESULT-MICRO-W             PIC X.
000534 01  DATOS-MICRO-W.
000535     02 FILLER                  PIC X(7).
000536     02 PACI-MICRO-W            PIC X(15).
000537     02 FILLER                  PIC 9(9).
000538     02 FILLER                  PIC X(17).
000539     02 FILLER                  PIC 9(7).
000540     02 FILLER                  PIC X(4).
000541     02 MULTIR-MICRO-W          PIC X.
000542     02 CAMA-MICRO-W            PIC X(6).

000550 01  LIN-DETALLE-ESC.
000560     02 COD-CAM-REP             PIC X(6).
000900        PERFORM EVALUAR-UNA-ESCALA
000910        MOVE "B" TO TIPO-ESCALA-W
000920        PERFORM EVALUAR-UNA-ESCALA
000921        PERFORM EVALUAR-LIQUIDOS
000922        PERFORM EVALUAR-AISLAMIENTO
000930     END-IF.
000940     PERFORM LEER-CAMA.

001210              MOVE "RIESGO ALTO" TO MARCA-REP
001220              ADD 1 TO TOT-ALTO-RIESGO-W
001230              PERFORM ESCRIBIR-LINEA-ESC
001231           END-IF
001232        END-IF
001233     END-IF.

      * BALANCE DE LIQUIDOS DEL CORTE EN CURSO FUERA DEL LIMITE
      * MEDICO: "+" POSITIVO, "-" NEGATIVO (VER HC139).
001234 EVALUAR-LIQUIDOS.
001235     MOVE SPACE TO RESULT-LIQUIDOS-W.
001236     INITIALIZE BALANCE-LIQUIDOS-W.
001237     CALL "HC139" USING MODO-LIQUIDOS-W PACI-CAM FOLIO-CAM
001238                        FECHA-LIQ-NULA-W HORA-LIQ-NULA-W
001239                        MOVIMIENTO-LIQ-NULO-W DOSIS-LIQ-NULA-W
001240                        LIMITES-LIQ-NULOS-W USUARIO-NULO-W
001241                        BALANCE-LIQUIDOS-W RESULT-LIQUIDOS-W.
001242     IF RESULT-LIQUIDOS-W = "S"
001243        AND ALERTA-LIQ-W NOT = SPACE
001244        MOVE "LIQUID" TO ESCALA-REP
001245        MOVE ALERTA-LIQ-W TO BANDA-REP
001246        MOVE "BALANCE LIMITE" TO MARCA-REP
001247        ADD 1 TO TOT-LIQUIDOS-W
001248        PERFORM ESCRIBIR-LINEA-ESC
001249     END-IF.

      * AISLAMIENTO DE CONTACTO VIGENTE DEL PACIENTE (SER210A-07).
001250 EVALUAR-AISLAMIENTO.
001251     INITIALIZE DATOS-MICRO-W.
001252     MOVE PACI-CAM TO PACI-MICRO-W.
001253     MOVE SPACE TO RESULT-MICRO-W.
001254     CALL "SER210A-07" USING MODO-MICRO-W DATOS-MICRO-W
001255                             RESULT-MICRO-W.
001256     CANCEL "SER210A-07".
001257     IF RESULT-MICRO-W = "S" AND MULTIR-MICRO-W NOT = SPACE
001258        MOVE "AISLA " TO ESCALA-REP
001259        MOVE MULTIR-MICRO-W TO BANDA-REP
001260        MOVE "AISLAMIENTO" TO MARCA-REP
001261        ADD 1 TO TOT-AISLAMIENTO-W
001262        PERFORM ESCRIBIR-LINEA-ESC
001263     END-IF.

001270 ESCRIBIR-LINEA-ESC.
001280     MOVE COD-CAM    TO COD-CAM-REP.
001340     CLOSE ARCHIVO-CAMAS-HOSP REPORTE-ESCALAS.
001350     DISPLAY "REVALORACIONES VENCIDAS: " TOT-VENCIDAS-W.
001360     DISPLAY "PACIENTES ALTO RIESGO:   " TOT-ALTO-RIESGO-W.
001361     DISPLAY "BALANCE LIQUIDOS FUERA DE LIMITE: " TOT-LIQUIDOS-W.
001362     DISPLAY "PACIENTES EN AISLAMIENTO: " TOT-AISLAMIENTO-W.
