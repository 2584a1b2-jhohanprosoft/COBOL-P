      *=================================================================
      * HISTORIA CLINICA - ESCALAMIENTOS DE ALERTA TEMPRANA VENCIDOS
      * SIN ACUSE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE LAS ALERTAS PENDIENTES DE ACUSE DE
      * ARCHIVO-ALERTA-TEMP (VER HC138) POR SU LLAVE ALTERNA DE
      * ESTADO Y, SI YA PASARON MAS MINUTOS DE LOS QUE DA SU NIVEL
      * (15 ALTO, 30 MEDIO) SIN QUE EL MEDICO DE TURNO ACUSE, LA
      * MARCA VENCIDA Y LA LISTA PARA LA JEFE DE ENFERMERIA, QUE
      * ESCALA POR TELEFONO AL COORDINADOR MEDICO. SE PROGRAMA CADA
      * 15 MINUTOS. SALIDA: SC-ALERVENC.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC138-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ALERTA-TEMP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ALERTEMP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ATE
000140         ALTERNATE RECORD KEY IS ESTADO-ATE WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT REPORTE-ALERTAS
000170         ASSIGN NOM-REPALE-W
000180         ORGANIZATION IS LINE SEQUENTIAL.

000190 DATA DIVISION.
000200 FILE SECTION.

000210 FD  ARCHIVO-ALERTA-TEMP
000220     LABEL RECORD STANDARD.
000230 01  REG-ATE.
000240     02 LLAVE-ATE.
000250        03 PACI-ATE             PIC X(15).
000260        03 FECHA-ATE            PIC 9(8).
000270        03 HORA-ATE             PIC 9(4).
000280     02 FOLIO-ATE               PIC X(8).
000290     02 SERVHO-ATE              PIC X(4).
000300     02 CAMA-ATE                PIC X(6).
000310     02 ESCALA-ATE              PIC X.
000320     02 PUNTAJE-ATE             PIC 99.
000330     02 MAX-PARAM-ATE           PIC 9.
000340     02 NIVEL-ATE               PIC X.
000350     02 ESTADO-ATE              PIC X.
000360        88 ALERTA-PENDIENTE     VALUE "P".
000370     02 MINUTOS-LIMITE-ATE      PIC 9(3).
000380     02 VENCIDA-ATE             PIC X.
000390     02 MED-ACUSE-ATE           PIC 9(10).
000400     02 FECHA-ACUSE-ATE         PIC 9(8).
000410     02 HORA-ACUSE-ATE          PIC 9(4).
000420     02 MINUTOS-RESP-ATE        PIC 9(5).
000430     02 CONDUCTA-ATE            PIC X.
000440     02 NOTA-ATE                PIC X(80).
000450     02 USUARIO-ATE             PIC X(4).

000460 FD  REPORTE-ALERTAS
000470     LABEL RECORD STANDARD.
000480 01  LIN-ALERTA                 PIC X(100).

000490 WORKING-STORAGE SECTION.

000500 77  NOM-ALERTEMP-W             PIC X(60)
000510     VALUE "D:\progelect\DATOS\SC-ALERTEMP.DAT".
000520 77  NOM-REPALE-W               PIC X(60)
000530     VALUE "D:\progelect\DATOS\SC-ALERVENC.TXT".
000540 77  OTR-STAT                   PIC XX.
000550 77  SW-FIN-ATE-W               PIC 9 VALUE 0.
000560 77  FECHA-HOY-W                PIC 9(8).
000570 77  HORA-HOY-W                 PIC 9(4).
000580 77  MINUTOS-W                  PIC S9(7) COMP.
000590 77  TOT-PENDIENTES-W           PIC 9(5) VALUE 0.
000600 77  TOT-VENCIDAS-W             PIC 9(5) VALUE 0.
000610 77  TOT-NUEVAS-VENC-W          PIC 9(5) VALUE 0.

000620 01  HORA-CALCULO-W.
000630     02 HH-CALCULO-W            PIC 99.
000640     02 MM-CALCULO-W            PIC 99.

000650 01  LIN-DETALLE-ALE.
000660     02 SERVHO-REP              PIC X(4).
000670     02 FILLER                  PIC X VALUE SPACE.
000680     02 CAMA-REP                PIC X(6).
000690     02 FILLER                  PIC X VALUE SPACE.
000700     02 PACI-REP                PIC X(15).
000710     02 FILLER                  PIC X VALUE SPACE.
000720     02 FECHA-REP               PIC 9(8).
000730     02 FILLER                  PIC X VALUE SPACE.
000740     02 HORA-REP                PIC 9(4).
000750     02 FILLER                  PIC X VALUE SPACE.
000760     02 ESCALA-REP              PIC X(5).
000770     02 FILLER                  PIC X VALUE SPACE.
000780     02 PUNTAJE-REP             PIC Z9.
000790     02 FILLER                  PIC X VALUE SPACE.
000800     02 NIVEL-REP               PIC X(5).
000810     02 FILLER                  PIC X(5) VALUE " MIN ".
000820     02 MINUTOS-REP             PIC ZZZZ9.
000830     02 FILLER                  PIC X VALUE SPACE.
000840     02 MARCA-REP               PIC X(14).

000850 PROCEDURE DIVISION.

000860 MAINLINE.
000870     PERFORM ABRIR-ARCHIVOS.
000880     PERFORM POSICIONAR-PENDIENTES.
000890     PERFORM EVALUAR-ALERTA UNTIL SW-FIN-ATE-W = 1.
000900     PERFORM CERRAR-ARCHIVOS.
000910     STOP RUN.

000920 ABRIR-ARCHIVOS.
000930     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
000940     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
000950     OPEN I-O ARCHIVO-ALERTA-TEMP.
000960     IF OTR-STAT NOT = "00"
000970        MOVE 1 TO SW-FIN-ATE-W
000980     END-IF.
000990     OPEN OUTPUT REPORTE-ALERTAS.

001000 POSICIONAR-PENDIENTES.
001010     IF SW-FIN-ATE-W = 0
001020        MOVE "P" TO ESTADO-ATE
001030        START ARCHIVO-ALERTA-TEMP KEY IS = ESTADO-ATE
001040              INVALID KEY MOVE 1 TO SW-FIN-ATE-W
001050        END-START
001060        PERFORM LEER-ALERTA
001070     END-IF.

001080 LEER-ALERTA.
001090     IF SW-FIN-ATE-W = 0
001100        READ ARCHIVO-ALERTA-TEMP NEXT
001110             AT END MOVE 1 TO SW-FIN-ATE-W
001120        END-READ
001130        IF SW-FIN-ATE-W = 0 AND NOT ALERTA-PENDIENTE
001140           MOVE 1 TO SW-FIN-ATE-W
001150        END-IF
001160     END-IF.

001170 EVALUAR-ALERTA.
001180     ADD 1 TO TOT-PENDIENTES-W.
001190     PERFORM CALCULAR-MINUTOS.
001200     IF MINUTOS-W > MINUTOS-LIMITE-ATE
001210        ADD 1 TO TOT-VENCIDAS-W
001220        IF VENCIDA-ATE NOT = "S"
001230           MOVE "S" TO VENCIDA-ATE
001240           REWRITE REG-ATE INVALID KEY CONTINUE END-REWRITE
001250           ADD 1 TO TOT-NUEVAS-VENC-W
001260           MOVE "VENCIDA NUEVA" TO MARCA-REP
001270        ELSE
001280           MOVE "VENCIDA" TO MARCA-REP
001290        END-IF
001300        PERFORM ESCRIBIR-LINEA-ALE
001310     END-IF.
001320     PERFORM LEER-ALERTA.

      * MINUTOS CORRIDOS DESDE LA TOMA DE SIGNOS HASTA AHORA.
001330 CALCULAR-MINUTOS.
001340     MOVE HORA-ATE TO HORA-CALCULO-W.
001350     COMPUTE MINUTOS-W =
001360         (FUNCTION INTEGER-OF-DATE(FECHA-HOY-W)
001370          - FUNCTION INTEGER-OF-DATE(FECHA-ATE)) * 1440
001380         - (HH-CALCULO-W * 60 + MM-CALCULO-W).
001390     MOVE HORA-HOY-W TO HORA-CALCULO-W.
001400     COMPUTE MINUTOS-W = MINUTOS-W
001410         + (HH-CALCULO-W * 60 + MM-CALCULO-W).
001420     IF MINUTOS-W < 0
001430        MOVE 0 TO MINUTOS-W
001440     END-IF.

001450 ESCRIBIR-LINEA-ALE.
001460     MOVE SERVHO-ATE  TO SERVHO-REP.
001470     MOVE CAMA-ATE    TO CAMA-REP.
001480     MOVE PACI-ATE    TO PACI-REP.
001490     MOVE FECHA-ATE   TO FECHA-REP.
001500     MOVE HORA-ATE    TO HORA-REP.
001510     IF ESCALA-ATE = "P"
001520        MOVE "PEWS " TO ESCALA-REP
001530     ELSE
001540        MOVE "NEWS2" TO ESCALA-REP
001550     END-IF.
001560     MOVE PUNTAJE-ATE TO PUNTAJE-REP.
001570     IF NIVEL-ATE = "A"
001580        MOVE "ALTO " TO NIVEL-REP
001590     ELSE
001600        MOVE "MEDIO" TO NIVEL-REP
001610     END-IF.
001620     MOVE MINUTOS-W   TO MINUTOS-REP.
001630     MOVE LIN-DETALLE-ALE TO LIN-ALERTA.
001640     WRITE LIN-ALERTA.

001650 CERRAR-ARCHIVOS.
001660     CLOSE ARCHIVO-ALERTA-TEMP REPORTE-ALERTAS.
001670     DISPLAY "ALERTAS PENDIENTES DE ACUSE: " TOT-PENDIENTES-W.
001680     DISPLAY "VENCIDAS SIN ACUSE:          " TOT-VENCIDAS-W.
001690     DISPLAY "MARCADAS VENCIDAS EN ESTA CORRIDA: "
001700             TOT-NUEVAS-VENC-W.
