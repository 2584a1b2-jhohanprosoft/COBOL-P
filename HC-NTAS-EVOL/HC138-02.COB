      *=================================================================
      * HISTORIA CLINICA - INFORME MENSUAL DE ALERTA TEMPRANA POR
      * SERVICIO (COMITE DE RESPUESTA RAPIDA)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * EL COMITE PIDE CADA MES ESCALAMIENTOS, TIEMPOS DE RESPUESTA Y
      * ALERTAS SIN ACUSE, Y SE ARMABA A MANO DESDE EL PAPEL. ESTE
      * INFORME RECORRE ARCHIVO-ALERTA-TEMP (VER HC138) EN EL RANGO
      * DE FECHAS RECIBIDO Y:
      * - LISTA CADA ALERTA QUE SIGUE SIN ACUSE DEL MEDICO.
      * - POR SERVICIO (NOMBRE DE ARCHIVO-SERV-HOSP) TOTALIZA LAS
      *   TOMAS CALIFICADAS, LOS ESCALAMIENTOS MEDIO Y ALTO, LOS
      *   ACUSADOS, LOS ACUSADOS DENTRO DEL TIEMPO, EL PROMEDIO DE
      *   MINUTOS DE RESPUESTA Y LOS QUE SIGUEN SIN ACUSE.
      * SALIDA: SC-REPALERTA.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC138-02.
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

000160     SELECT ARCHIVO-SERV-HOSP LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-SERVHO-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-SERVHO
000210         FILE STATUS IS OTR-STAT.

000220     SELECT REPORTE-ALERTA-MES
000230         ASSIGN NOM-REPALE-W
000240         ORGANIZATION IS LINE SEQUENTIAL.

000250 DATA DIVISION.
000260 FILE SECTION.

000270 FD  ARCHIVO-ALERTA-TEMP
000280     LABEL RECORD STANDARD.
000290 01  REG-ATE.
000300     02 LLAVE-ATE.
000310        03 PACI-ATE             PIC X(15).
000320        03 FECHA-ATE            PIC 9(8).
000330        03 HORA-ATE             PIC 9(4).
000340     02 FOLIO-ATE               PIC X(8).
000350     02 SERVHO-ATE              PIC X(4).
000360     02 CAMA-ATE                PIC X(6).
000370     02 ESCALA-ATE              PIC X.
000380     02 PUNTAJE-ATE             PIC 99.
000390     02 MAX-PARAM-ATE           PIC 9.
000400     02 NIVEL-ATE               PIC X.
000410        88 NIVEL-BAJO           VALUE "B".
000420        88 NIVEL-MEDIO          VALUE "M".
000430        88 NIVEL-ALTO           VALUE "A".
000440     02 ESTADO-ATE              PIC X.
000450        88 ALERTA-SIN-ESCALAR   VALUE "S".
000460        88 ALERTA-PENDIENTE     VALUE "P".
000470        88 ALERTA-ACUSADA       VALUE "A".
000480        88 ALERTA-CERRADA       VALUE "C".
000490     02 MINUTOS-LIMITE-ATE      PIC 9(3).
000500     02 VENCIDA-ATE             PIC X.
000510     02 MED-ACUSE-ATE           PIC 9(10).
000520     02 FECHA-ACUSE-ATE         PIC 9(8).
000530     02 HORA-ACUSE-ATE          PIC 9(4).
000540     02 MINUTOS-RESP-ATE        PIC 9(5).
000550     02 CONDUCTA-ATE            PIC X.
000560     02 NOTA-ATE                PIC X(80).
000570     02 USUARIO-ATE             PIC X(4).

000580 FD  ARCHIVO-SERV-HOSP
000590     LABEL RECORD STANDARD.
000600 01  REG-SERVHO.
000610     02 COD-SERVHO              PIC X(4).
000620     02 DESCRIP-SERVHO          PIC X(30).

000630 FD  REPORTE-ALERTA-MES
000640     LABEL RECORD STANDARD.
000650 01  LIN-ALEMES                 PIC X(132).

000660 WORKING-STORAGE SECTION.

000670 77  NOM-ALERTEMP-W             PIC X(60)
000680     VALUE "D:\progelect\DATOS\SC-ALERTEMP.DAT".
000690 77  NOM-SERVHO-W               PIC X(60)
000700     VALUE "D:\progelect\PROG\HC\DATOS\SC-SERVHOSP.DAT".
000710 77  NOM-REPALE-W               PIC X(60)
000720     VALUE "D:\progelect\DATOS\SC-REPALERTA.TXT".
000730 77  OTR-STAT                   PIC XX.
000740 77  SW-FIN-ATE-W               PIC 9 VALUE 0.
000750 77  MAX-SERV-W                 PIC 99 VALUE 30.
000760 77  TOTAL-SERV-W               PIC 99 VALUE 0.
000770 77  IX-SERV-W                  PIC 99.
000780 77  POS-SERV-W                 PIC 99 VALUE 0.
000790 77  SW-ENCONTRADO-W            PIC 9 VALUE 0.
000800 77  SERVICIO-W                 PIC X(4).
000810 77  NOMBRE-SERV-W              PIC X(30).
000820 77  PROM-MINUTOS-W             PIC 9(5)V9.
000830 77  TOT-SIN-ACUSE-W            PIC 9(5) VALUE 0.

000840 01  TABLA-SERV-W.
000850     02 SERV-ACUM-W OCCURS 30 TIMES.
000860        03 COD-SERV-ACUM-W      PIC X(4).
000870        03 TOMAS-W              PIC 9(6).
000880        03 ESCAL-MEDIO-W        PIC 9(5).
000890        03 ESCAL-ALTO-W         PIC 9(5).
000900        03 ACUSADAS-W           PIC 9(5).
000910        03 A-TIEMPO-W           PIC 9(5).
000920        03 SUMA-MINUTOS-W       PIC 9(8).
000930        03 SIN-ACUSE-W          PIC 9(5).

000940 01  LIN-TITULO-PEND.
000950     02 FILLER                  PIC X(40)
000960        VALUE "ALERTAS SIN ACUSE DEL MEDICO DE TURNO".

000970 01  LIN-DETALLE-PEND.
000980     02 SERVHO-PEND-REP         PIC X(4).
000990     02 FILLER                  PIC X VALUE SPACE.
001000     02 CAMA-PEND-REP           PIC X(6).
001010     02 FILLER                  PIC X VALUE SPACE.
001020     02 PACI-PEND-REP           PIC X(15).
001030     02 FILLER                  PIC X VALUE SPACE.
001040     02 FECHA-PEND-REP          PIC 9(8).
001050     02 FILLER                  PIC X VALUE SPACE.
001060     02 HORA-PEND-REP           PIC 9(4).
001070     02 FILLER                  PIC X(9) VALUE " PUNTAJE ".
001080     02 PUNTAJE-PEND-REP        PIC Z9.
001090     02 FILLER                  PIC X(7) VALUE " NIVEL ".
001100     02 NIVEL-PEND-REP          PIC X.

001110 01  LIN-TITULO-SERV.
001120     02 FILLER                  PIC X(40)
001130        VALUE "RESUMEN POR SERVICIO".

001140 01  LIN-DETALLE-SERV.
001150     02 SERV-REP                PIC X(4).
001160     02 FILLER                  PIC X VALUE SPACE.
001170     02 NOMBRE-SERV-REP         PIC X(20).
001180     02 FILLER                  PIC X(7) VALUE " TOMAS ".
001190     02 TOMAS-REP               PIC ZZZZZ9.
001200     02 FILLER                  PIC X(7) VALUE " MEDIO ".
001210     02 MEDIO-REP               PIC ZZZZ9.
001220     02 FILLER                  PIC X(6) VALUE " ALTO ".
001230     02 ALTO-REP                PIC ZZZZ9.
001240     02 FILLER                  PIC X(10) VALUE " ACUSADAS ".
001250     02 ACUSADAS-REP            PIC ZZZZ9.
001260     02 FILLER                  PIC X(10) VALUE " A TIEMPO ".
001270     02 A-TIEMPO-REP            PIC ZZZZ9.
001280     02 FILLER                  PIC X(10) VALUE " PROM MIN ".
001290     02 PROM-MIN-REP            PIC ZZZZ9.9.
001300     02 FILLER                  PIC X(11) VALUE " SIN ACUSE ".
001310     02 SIN-ACUSE-REP           PIC ZZZZ9.

001320 LINKAGE SECTION.
001330 01  FECHA-DESDE-LNK            PIC 9(8).
001340 01  FECHA-HASTA-LNK            PIC 9(8).

001350 PROCEDURE DIVISION USING FECHA-DESDE-LNK FECHA-HASTA-LNK.

001360 MAINLINE.
001370     PERFORM ABRIR-ARCHIVOS.
001380     MOVE LIN-TITULO-PEND TO LIN-ALEMES.
001390     WRITE LIN-ALEMES.
001400     PERFORM LEER-ALERTA.
001410     PERFORM EVALUAR-ALERTA UNTIL SW-FIN-ATE-W = 1.
001420     MOVE SPACES TO LIN-ALEMES.
001430     WRITE LIN-ALEMES.
001440     MOVE LIN-TITULO-SERV TO LIN-ALEMES.
001450     WRITE LIN-ALEMES.
001460     PERFORM IMPRIMIR-SERVICIOS.
001470     PERFORM CERRAR-ARCHIVOS.
001480     EXIT PROGRAM.

001490 ABRIR-ARCHIVOS.
001500     OPEN INPUT ARCHIVO-ALERTA-TEMP.
001510     IF OTR-STAT NOT = "00"
001520        MOVE 1 TO SW-FIN-ATE-W
001530     END-IF.
001540     OPEN INPUT ARCHIVO-SERV-HOSP.
001550     OPEN OUTPUT REPORTE-ALERTA-MES.

001560 LEER-ALERTA.
001570     IF SW-FIN-ATE-W = 0
001580        READ ARCHIVO-ALERTA-TEMP NEXT
001590             AT END MOVE 1 TO SW-FIN-ATE-W
001600        END-READ
001610     END-IF.

001620 EVALUAR-ALERTA.
001630     IF FECHA-ATE >= FECHA-DESDE-LNK
001640        AND FECHA-ATE <= FECHA-HASTA-LNK
001650        PERFORM ACUMULAR-ALERTA
001660     END-IF.
001670     PERFORM LEER-ALERTA.

001680 ACUMULAR-ALERTA.
001690     MOVE SERVHO-ATE TO SERVICIO-W.
001700     IF SERVICIO-W = SPACES
001710        MOVE "AMB " TO SERVICIO-W
001720     END-IF.
001730     PERFORM UBICAR-SERVICIO.
001740     IF POS-SERV-W > 0
001750        ADD 1 TO TOMAS-W (POS-SERV-W)
001760        IF NIVEL-MEDIO
001770           ADD 1 TO ESCAL-MEDIO-W (POS-SERV-W)
001780        END-IF
001790        IF NIVEL-ALTO
001800           ADD 1 TO ESCAL-ALTO-W (POS-SERV-W)
001810        END-IF
001820        IF ALERTA-ACUSADA OR ALERTA-CERRADA
001830           ADD 1 TO ACUSADAS-W (POS-SERV-W)
001840           ADD MINUTOS-RESP-ATE TO SUMA-MINUTOS-W (POS-SERV-W)
001850           IF VENCIDA-ATE NOT = "S"
001860              ADD 1 TO A-TIEMPO-W (POS-SERV-W)
001870           END-IF
001880        END-IF
001890        IF ALERTA-PENDIENTE
001900           ADD 1 TO SIN-ACUSE-W (POS-SERV-W)
001910        END-IF
001920     END-IF.
001930     IF ALERTA-PENDIENTE
001940        PERFORM ESCRIBIR-PENDIENTE
001950     END-IF.

001960 UBICAR-SERVICIO.
001970     MOVE 0 TO SW-ENCONTRADO-W POS-SERV-W.
001980     PERFORM BUSCAR-UN-SERVICIO
001990             VARYING IX-SERV-W FROM 1 BY 1
002000             UNTIL IX-SERV-W > TOTAL-SERV-W
002010                OR SW-ENCONTRADO-W = 1.
002020     IF SW-ENCONTRADO-W = 0
002030        IF TOTAL-SERV-W < MAX-SERV-W
002040           ADD 1 TO TOTAL-SERV-W
002050           MOVE SERVICIO-W TO COD-SERV-ACUM-W (TOTAL-SERV-W)
002060           MOVE 0 TO TOMAS-W (TOTAL-SERV-W)
002070                     ESCAL-MEDIO-W (TOTAL-SERV-W)
002080                     ESCAL-ALTO-W (TOTAL-SERV-W)
002090                     ACUSADAS-W (TOTAL-SERV-W)
002100                     A-TIEMPO-W (TOTAL-SERV-W)
002110                     SUMA-MINUTOS-W (TOTAL-SERV-W)
002120                     SIN-ACUSE-W (TOTAL-SERV-W)
002130           MOVE TOTAL-SERV-W TO POS-SERV-W
002140        END-IF
002150     END-IF.

002160 BUSCAR-UN-SERVICIO.
002170     IF COD-SERV-ACUM-W (IX-SERV-W) = SERVICIO-W
002180        MOVE 1 TO SW-ENCONTRADO-W
002190        MOVE IX-SERV-W TO POS-SERV-W
002200     END-IF.

002210 ESCRIBIR-PENDIENTE.
002220     MOVE SERVICIO-W  TO SERVHO-PEND-REP.
002230     MOVE CAMA-ATE    TO CAMA-PEND-REP.
002240     MOVE PACI-ATE    TO PACI-PEND-REP.
002250     MOVE FECHA-ATE   TO FECHA-PEND-REP.
002260     MOVE HORA-ATE    TO HORA-PEND-REP.
002270     MOVE PUNTAJE-ATE TO PUNTAJE-PEND-REP.
002280     MOVE NIVEL-ATE   TO NIVEL-PEND-REP.
002290     MOVE LIN-DETALLE-PEND TO LIN-ALEMES.
002300     WRITE LIN-ALEMES.
002310     ADD 1 TO TOT-SIN-ACUSE-W.

002320 IMPRIMIR-SERVICIOS.
002330     PERFORM IMPRIMIR-UN-SERVICIO
002340             VARYING IX-SERV-W FROM 1 BY 1
002350             UNTIL IX-SERV-W > TOTAL-SERV-W.

002360 IMPRIMIR-UN-SERVICIO.
002370     MOVE COD-SERV-ACUM-W (IX-SERV-W) TO SERV-REP.
002380     PERFORM BUSCAR-NOMBRE-SERVICIO.
002390     MOVE NOMBRE-SERV-W TO NOMBRE-SERV-REP.
002400     IF ACUSADAS-W (IX-SERV-W) > 0
002410        COMPUTE PROM-MINUTOS-W ROUNDED =
002420            SUMA-MINUTOS-W (IX-SERV-W) / ACUSADAS-W (IX-SERV-W)
002430     ELSE
002440        MOVE 0 TO PROM-MINUTOS-W
002450     END-IF.
002460     MOVE TOMAS-W (IX-SERV-W)       TO TOMAS-REP.
002470     MOVE ESCAL-MEDIO-W (IX-SERV-W) TO MEDIO-REP.
002480     MOVE ESCAL-ALTO-W (IX-SERV-W)  TO ALTO-REP.
002490     MOVE ACUSADAS-W (IX-SERV-W)    TO ACUSADAS-REP.
002500     MOVE A-TIEMPO-W (IX-SERV-W)    TO A-TIEMPO-REP.
002510     MOVE PROM-MINUTOS-W            TO PROM-MIN-REP.
002520     MOVE SIN-ACUSE-W (IX-SERV-W)   TO SIN-ACUSE-REP.
002530     MOVE LIN-DETALLE-SERV TO LIN-ALEMES.
002540     WRITE LIN-ALEMES.

002550 BUSCAR-NOMBRE-SERVICIO.
002560     MOVE SPACES TO NOMBRE-SERV-W.
002570     MOVE COD-SERV-ACUM-W (IX-SERV-W) TO COD-SERVHO.
002580     READ ARCHIVO-SERV-HOSP
002590          INVALID KEY CONTINUE
002600          NOT INVALID KEY
002610             MOVE DESCRIP-SERVHO TO NOMBRE-SERV-W
002620     END-READ.

002630 CERRAR-ARCHIVOS.
002640     CLOSE ARCHIVO-ALERTA-TEMP ARCHIVO-SERV-HOSP
002650           REPORTE-ALERTA-MES.
002660     DISPLAY "SERVICIOS REPORTADOS: " TOTAL-SERV-W.
002670     DISPLAY "ALERTAS SIN ACUSE:    " TOT-SIN-ACUSE-W.
