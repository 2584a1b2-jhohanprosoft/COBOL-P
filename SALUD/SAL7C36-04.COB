      *=================================================================
      * SALUD - SIAU: INFORME TRIMESTRAL DE PQRS Y SATISFACCION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * PARA EL RANGO RECIBIDO (EL TRIMESTRE) TOMA LAS PQRS RADICADAS
      * (ARCHIVO-PQRS, SAL7C36) Y LAS ENCUESTAS (ARCHIVO-ENCUESTA-SAT,
      * SAL7C36-03) Y EMITE:
      * - SC-PQRSTRIM.TXT: MATRIZ TIPO X ATRIBUTO DE CALIDAD, LAS
      *   RESPONDIDAS, LAS RESPONDIDAS DENTRO DEL TERMINO, LAS ABIERTAS
      *   YA VENCIDAS AL CORTE, LOS DIAS PROMEDIO DE RESPUESTA Y LOS
      *   DOS INDICADORES DE SATISFACCION.
      * - SC-SUPERPQRS.TXT: EL MISMO CONTENIDO EN PLANO CODIGO;VALOR
      *   COMO SAL7C22 (MATRIZ COMO PQRS-<TIPO>-<ATRIBUTO>;CANTIDAD).
      * LAS ANULADAS NO CUENTAN.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C36-04.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PQRS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PQRS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PQRS
000140         ALTERNATE RECORD KEY IS PACI-PQRS WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-VENCE-PQRS
000160            WITH DUPLICATES
000170         ALTERNATE RECORD KEY IS FECHA-RADICA-PQRS
000180            WITH DUPLICATES
000190         FILE STATUS IS OTR-STAT.

000200     SELECT ARCHIVO-ENCUESTA-SAT LOCK MODE IS AUTOMATIC
000210         ASSIGN NOM-ENCSAT-W
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS LLAVE-ENC
000250         ALTERNATE RECORD KEY IS FECHA-ENC WITH DUPLICATES
000260         FILE STATUS IS OTR-STAT.

000270     SELECT REPORTE-PQRS
000280         ASSIGN NOM-REPPQRS-W
000290         ORGANIZATION IS LINE SEQUENTIAL.

000300     SELECT PLANO-SUPER
000310         ASSIGN NOM-SUPER-W
000320         ORGANIZATION IS LINE SEQUENTIAL.

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  ARCHIVO-PQRS
000360     LABEL RECORD STANDARD.
000370 01  REG-PQRS.
000380     02 LLAVE-PQRS.
000390        03 NRO-PQRS             PIC 9(8).
000400     02 FECHA-RADICA-PQRS       PIC 9(8).
000410     02 HORA-RADICA-PQRS        PIC 9(4).
000420     02 CANAL-PQRS              PIC X.
000430     02 TIPO-PQRS               PIC X.
000440     02 ATRIBUTO-PQRS           PIC 9.
000450     02 PACI-PQRS               PIC X(15).
000460     02 CITA-PQRS               PIC X(9).
000470     02 ID-HC-PQRS              PIC X(15).
000480     02 FOLIO-HC-PQRS           PIC X(8).
000490     02 PROF-PQRS               PIC X(6).
000500     02 DEPEN-PQRS              PIC 9(3).
000510     02 DESCRIP-PQRS            PIC X(200).
000520     02 DIAS-TERMINO-PQRS       PIC 9(3).
000530     02 FECHA-VENCE-PQRS        PIC 9(8).
000540     02 ESTADO-PQRS             PIC X.
000550        88 PQRS-ABIERTA         VALUE "A".
000560        88 PQRS-RESPONDIDA      VALUE "R".
000570        88 PQRS-ANULADA         VALUE "X".
000580     02 ESCALA-PQRS             PIC 9.
000590     02 FECHA-ESCALA-PQRS       PIC 9(8).
000600     02 FECHA-RESP-PQRS         PIC 9(8).
000610     02 RESPUESTA-PQRS          PIC X(200).
000620     02 MEDIO-RESP-PQRS         PIC X.
000630     02 OPER-RADICA-PQRS        PIC X(4).
000640     02 OPER-RESP-PQRS          PIC X(4).
000650     02 FILLER                  PIC X(20).

000660 FD  ARCHIVO-ENCUESTA-SAT
000670     LABEL RECORD STANDARD.
000680 01  REG-ENC.
000690     02 LLAVE-ENC.
000700        03 NRO-ENC              PIC 9(8).
000710     02 FECHA-ENC               PIC 9(8).
000720     02 PACI-ENC                PIC X(15).
000730     02 DEPEN-ENC               PIC 9(3).
000740     02 CANAL-ENC               PIC X.
000750     02 EXPERIENCIA-ENC         PIC 9.
000760        88 EXPERIENCIA-POSITIVA VALUE 1 2.
000770     02 RECOMIENDA-ENC          PIC 9.
000780        88 RECOMIENDA-POSITIVA  VALUE 1 2.
000790     02 PREGUNTA-ENC            PIC 9 OCCURS 5.
000800     02 OBSERV-ENC              PIC X(100).
000810     02 OPER-ENC                PIC X(4).
000820     02 FILLER                  PIC X(20).

000830 FD  REPORTE-PQRS
000840     LABEL RECORD STANDARD.
000850 01  LIN-REPPQRS                PIC X(80).

000860 FD  PLANO-SUPER
000870     LABEL RECORD STANDARD.
000880 01  LIN-SUPER                  PIC X(40).

000890 WORKING-STORAGE SECTION.

000900 77  NOM-PQRS-W                 PIC X(60)
000910     VALUE "D:\progelect\DATOS\SC-PQRS.DAT".
000920 77  NOM-ENCSAT-W               PIC X(60)
000930     VALUE "D:\progelect\DATOS\SC-ENCSAT.DAT".
000940 77  NOM-REPPQRS-W              PIC X(60)
000950     VALUE "D:\progelect\DATOS\SC-PQRSTRIM.TXT".
000960 77  NOM-SUPER-W                PIC X(60)
000970     VALUE "D:\progelect\DATOS\SC-SUPERPQRS.TXT".
000980 77  OTR-STAT                   PIC XX.
000990 77  SW-FIN-W                   PIC 9 VALUE 0.
001000 77  IX-TIPO-W                  PIC 9 VALUE 0.
001010 77  IX-ATR-W                   PIC 9 VALUE 0.
001020 77  TOT-PQRS-W                 PIC 9(7) VALUE 0.
001030 77  TOT-RESPONDIDAS-W          PIC 9(7) VALUE 0.
001040 77  TOT-EN-TERMINO-W           PIC 9(7) VALUE 0.
001050 77  TOT-VENCIDAS-W             PIC 9(7) VALUE 0.
001060 77  DIAS-RESP-W                PIC S9(5) COMP.
001070 77  ACUM-DIAS-W                PIC 9(9) COMP VALUE 0.
001080 77  TOT-ENCUESTAS-W            PIC 9(7) VALUE 0.
001090 77  TOT-SATISFECHOS-W          PIC 9(7) VALUE 0.
001100 77  TOT-RECOMIENDA-W           PIC 9(7) VALUE 0.
001110 77  PROM-DIAS-W                PIC 9(4)V99 VALUE 0.
001120 77  PROP-TERMINO-W             PIC 9(3)V99 VALUE 0.
001130 77  PROP-SATISF-W              PIC 9(3)V99 VALUE 0.
001140 77  PROP-RECOM-W               PIC 9(3)V99 VALUE 0.

001150 01  TABLA-TIPOS-W.
001160     02 FILLER                  PIC X(5) VALUE "PQRSF".
001170 01  TABLA-TIPOS-R REDEFINES TABLA-TIPOS-W.
001180     02 LETRA-TIPO-W            PIC X OCCURS 5.

001190 01  TABLA-NOMBRES-W.
001200     02 FILLER                  PIC X(12) VALUE "PETICIONES".
001210     02 FILLER                  PIC X(12) VALUE "QUEJAS".
001220     02 FILLER                  PIC X(12) VALUE "RECLAMOS".
001230     02 FILLER                  PIC X(12) VALUE "SUGERENCIAS".
001240     02 FILLER                  PIC X(12) VALUE "FELICITACION".
001250 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-W.
001260     02 NOMBRE-TIPO-W           PIC X(12) OCCURS 5.

001270 01  MATRIZ-PQRS-W.
001280     02 FILA-TIPO-W OCCURS 5.
001290        03 CANT-ATR-W           PIC 9(5) OCCURS 6.
001300        03 TOTAL-TIPO-W         PIC 9(5).

001310 01  LIN-TITULO-PQ.
001320     02 FILLER                  PIC X(30)
001330        VALUE "PQRS Y SATISFACCION DEL ".
001340     02 FECHA-INI-PQ            PIC 9(8).
001350     02 FILLER                  PIC X(4) VALUE " AL ".
001360     02 FECHA-FIN-PQ            PIC 9(8).
001370 01  LIN-COLUMNAS-PQ.
001380     02 FILLER                  PIC X(54) VALUE
001390        "TIPO         ACCES OPORT SEGUR PERTI CONTI HUMAN TOTAL".
001400 01  LIN-MATRIZ-PQ.
001410     02 NOMBRE-PQ               PIC X(12).
001420     02 CELDA-PQ OCCURS 7.
001430        03 FILLER               PIC X.
001440        03 CANT-PQ              PIC ZZZZ9.
001450 01  LIN-IND-PQ.
001460     02 TITULO-PQ               PIC X(45).
001470     02 VALOR-PQ                PIC ZZZZZZ9.99.

001480 01  LIN-SUPER-DET.
001490     02 COD-SUPER               PIC X(10).
001500     02 FILLER                  PIC X VALUE ";".
001510     02 VALOR-SUPER             PIC 9(7).99.

001520 LINKAGE SECTION.
001530 01  FECHA-INI-LNK              PIC 9(8).
001540 01  FECHA-FIN-LNK              PIC 9(8).

001550 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

001560 MAINLINE.
001570     IF FECHA-INI-LNK = 0 OR FECHA-FIN-LNK < FECHA-INI-LNK
001580        DISPLAY "RANGO DE FECHAS INVALIDO"
001590        EXIT PROGRAM
001600     END-IF.
001610     INITIALIZE MATRIZ-PQRS-W.
001620     PERFORM CONTAR-PQRS.
001630     PERFORM CONTAR-ENCUESTAS.
001640     PERFORM CALCULAR-INDICADORES.
001650     OPEN OUTPUT REPORTE-PQRS PLANO-SUPER.
001660     PERFORM EMITIR-MATRIZ.
001670     PERFORM EMITIR-INDICADORES.
001680     CLOSE REPORTE-PQRS PLANO-SUPER.
001690     DISPLAY "PQRS DEL PERIODO:          " TOT-PQRS-W.
001700     DISPLAY "ENCUESTAS DEL PERIODO:     " TOT-ENCUESTAS-W.
001710     EXIT PROGRAM.

      *=================================================================
      * PQRS RADICADAS EN EL RANGO
      *=================================================================
001720 CONTAR-PQRS.
001730     OPEN INPUT ARCHIVO-PQRS.
001740     IF OTR-STAT = "00"
001750        MOVE 0 TO SW-FIN-W
001760        MOVE FECHA-INI-LNK TO FECHA-RADICA-PQRS
001770        START ARCHIVO-PQRS KEY IS >= FECHA-RADICA-PQRS
001780              INVALID KEY MOVE 1 TO SW-FIN-W
001790        END-START
001800        PERFORM EVALUAR-PQRS UNTIL SW-FIN-W = 1
001810        CLOSE ARCHIVO-PQRS
001820     END-IF.

001830 EVALUAR-PQRS.
001840     READ ARCHIVO-PQRS NEXT
001850          AT END MOVE 1 TO SW-FIN-W
001860     END-READ.
001870     IF SW-FIN-W = 0
001880        IF FECHA-RADICA-PQRS > FECHA-FIN-LNK
001890           MOVE 1 TO SW-FIN-W
001900        ELSE
001910           IF NOT PQRS-ANULADA
001920              PERFORM SUMAR-PQRS
001930           END-IF
001940        END-IF
001950     END-IF.

001960 SUMAR-PQRS.
001970     ADD 1 TO TOT-PQRS-W.
001980     MOVE 0 TO IX-TIPO-W.
001990     PERFORM UBICAR-TIPO VARYING IX-ATR-W FROM 1 BY 1
002000             UNTIL IX-ATR-W > 5 OR IX-TIPO-W > 0.
002010     MOVE ATRIBUTO-PQRS TO IX-ATR-W.
002020     IF IX-TIPO-W > 0 AND IX-ATR-W > 0 AND IX-ATR-W < 7
002030        ADD 1 TO CANT-ATR-W (IX-TIPO-W IX-ATR-W)
002040                 TOTAL-TIPO-W (IX-TIPO-W)
002050     END-IF.
002060     IF PQRS-RESPONDIDA
002070        ADD 1 TO TOT-RESPONDIDAS-W
002080        IF FECHA-RESP-PQRS <= FECHA-VENCE-PQRS
002090           ADD 1 TO TOT-EN-TERMINO-W
002100        END-IF
002110        COMPUTE DIAS-RESP-W =
002120            FUNCTION INTEGER-OF-DATE(FECHA-RESP-PQRS)
002130            - FUNCTION INTEGER-OF-DATE(FECHA-RADICA-PQRS)
002140        IF DIAS-RESP-W >= 0
002150           ADD DIAS-RESP-W TO ACUM-DIAS-W
002160        END-IF
002170     ELSE
002180        IF FECHA-VENCE-PQRS < FECHA-FIN-LNK
002190           ADD 1 TO TOT-VENCIDAS-W
002200        END-IF
002210     END-IF.

002220 UBICAR-TIPO.
002230     IF LETRA-TIPO-W (IX-ATR-W) = TIPO-PQRS
002240        MOVE IX-ATR-W TO IX-TIPO-W
002250     END-IF.

      *=================================================================
      * ENCUESTAS DE SATISFACCION DEL RANGO
      *=================================================================
002260 CONTAR-ENCUESTAS.
002270     OPEN INPUT ARCHIVO-ENCUESTA-SAT.
002280     IF OTR-STAT = "00"
002290        MOVE 0 TO SW-FIN-W
002300        MOVE FECHA-INI-LNK TO FECHA-ENC
002310        START ARCHIVO-ENCUESTA-SAT KEY IS >= FECHA-ENC
002320              INVALID KEY MOVE 1 TO SW-FIN-W
002330        END-START
002340        PERFORM EVALUAR-ENCUESTA UNTIL SW-FIN-W = 1
002350        CLOSE ARCHIVO-ENCUESTA-SAT
002360     END-IF.

002370 EVALUAR-ENCUESTA.
002380     READ ARCHIVO-ENCUESTA-SAT NEXT
002390          AT END MOVE 1 TO SW-FIN-W
002400     END-READ.
002410     IF SW-FIN-W = 0
002420        IF FECHA-ENC > FECHA-FIN-LNK
002430           MOVE 1 TO SW-FIN-W
002440        ELSE
002450           ADD 1 TO TOT-ENCUESTAS-W
002460           IF EXPERIENCIA-POSITIVA
002470              ADD 1 TO TOT-SATISFECHOS-W
002480           END-IF
002490           IF RECOMIENDA-POSITIVA
002500              ADD 1 TO TOT-RECOMIENDA-W
002510           END-IF
002520        END-IF
002530     END-IF.

002540 CALCULAR-INDICADORES.
002550     IF TOT-RESPONDIDAS-W > 0
002560        COMPUTE PROM-DIAS-W ROUNDED =
002570            ACUM-DIAS-W / TOT-RESPONDIDAS-W
002580        COMPUTE PROP-TERMINO-W ROUNDED =
002590            TOT-EN-TERMINO-W * 100 / TOT-RESPONDIDAS-W
002600     END-IF.
002610     IF TOT-ENCUESTAS-W > 0
002620        COMPUTE PROP-SATISF-W ROUNDED =
002630            TOT-SATISFECHOS-W * 100 / TOT-ENCUESTAS-W
002640        COMPUTE PROP-RECOM-W ROUNDED =
002650            TOT-RECOMIENDA-W * 100 / TOT-ENCUESTAS-W
002660     END-IF.

      *=================================================================
      * SALIDAS
      *=================================================================
002670 EMITIR-MATRIZ.
002680     MOVE FECHA-INI-LNK TO FECHA-INI-PQ.
002690     MOVE FECHA-FIN-LNK TO FECHA-FIN-PQ.
002700     MOVE LIN-TITULO-PQ TO LIN-REPPQRS.
002710     WRITE LIN-REPPQRS.
002720     MOVE LIN-COLUMNAS-PQ TO LIN-REPPQRS.
002730     WRITE LIN-REPPQRS.
002740     PERFORM EMITIR-FILA-TIPO VARYING IX-TIPO-W FROM 1 BY 1
002750             UNTIL IX-TIPO-W > 5.

002760 EMITIR-FILA-TIPO.
002770     MOVE SPACES TO LIN-MATRIZ-PQ.
002780     MOVE NOMBRE-TIPO-W (IX-TIPO-W) TO NOMBRE-PQ.
002790     PERFORM EMITIR-CELDA VARYING IX-ATR-W FROM 1 BY 1
002800             UNTIL IX-ATR-W > 6.
002810     MOVE TOTAL-TIPO-W (IX-TIPO-W) TO CANT-PQ (7).
002820     MOVE LIN-MATRIZ-PQ TO LIN-REPPQRS.
002830     WRITE LIN-REPPQRS.

002840 EMITIR-CELDA.
002850     MOVE CANT-ATR-W (IX-TIPO-W IX-ATR-W) TO CANT-PQ (IX-ATR-W).
002860     MOVE SPACES TO LIN-SUPER.
002870     STRING "PQRS-"                  DELIMITED BY SIZE
002880            LETRA-TIPO-W (IX-TIPO-W) DELIMITED BY SIZE
002890            "-"                      DELIMITED BY SIZE
002900            IX-ATR-W                 DELIMITED BY SIZE
002910            ";"                      DELIMITED BY SIZE
002920            CANT-ATR-W (IX-TIPO-W IX-ATR-W) DELIMITED BY SIZE
002930       INTO LIN-SUPER
002940     END-STRING.
002950     WRITE LIN-SUPER.

002960 EMITIR-INDICADORES.
002970     MOVE "PQRS RADICADAS:" TO TITULO-PQ.
002980     MOVE TOT-PQRS-W TO VALOR-PQ VALOR-SUPER.
002990     MOVE "PQRS-TOT" TO COD-SUPER.
003000     PERFORM ESCRIBIR-INDICADOR.
003010     MOVE "PQRS RESPONDIDAS:" TO TITULO-PQ.
003020     MOVE TOT-RESPONDIDAS-W TO VALOR-PQ VALOR-SUPER.
003030     MOVE "PQRS-RESP" TO COD-SUPER.
003040     PERFORM ESCRIBIR-INDICADOR.
003050     MOVE "RESPONDIDAS DENTRO DEL TERMINO (PCT):" TO TITULO-PQ.
003060     MOVE PROP-TERMINO-W TO VALOR-PQ VALOR-SUPER.
003070     MOVE "PQRS-TERM" TO COD-SUPER.
003080     PERFORM ESCRIBIR-INDICADOR.
003090     MOVE "ABIERTAS VENCIDAS AL CORTE:" TO TITULO-PQ.
003100     MOVE TOT-VENCIDAS-W TO VALOR-PQ VALOR-SUPER.
003110     MOVE "PQRS-VENC" TO COD-SUPER.
003120     PERFORM ESCRIBIR-INDICADOR.
003130     MOVE "DIAS PROMEDIO DE RESPUESTA:" TO TITULO-PQ.
003140     MOVE PROM-DIAS-W TO VALOR-PQ VALOR-SUPER.
003150     MOVE "PQRS-DIAS" TO COD-SUPER.
003160     PERFORM ESCRIBIR-INDICADOR.
003170     MOVE "ENCUESTAS DE SATISFACCION:" TO TITULO-PQ.
003180     MOVE TOT-ENCUESTAS-W TO VALOR-PQ VALOR-SUPER.
003190     MOVE "ENC-TOT" TO COD-SUPER.
003200     PERFORM ESCRIBIR-INDICADOR.
003210     MOVE "SATISFACCION GLOBAL (PCT):" TO TITULO-PQ.
003220     MOVE PROP-SATISF-W TO VALOR-PQ VALOR-SUPER.
003230     MOVE "I.3.1" TO COD-SUPER.
003240     PERFORM ESCRIBIR-INDICADOR.
003250     MOVE "RECOMENDARIA LA IPS (PCT):" TO TITULO-PQ.
003260     MOVE PROP-RECOM-W TO VALOR-PQ VALOR-SUPER.
003270     MOVE "I.3.2" TO COD-SUPER.
003280     PERFORM ESCRIBIR-INDICADOR.

003290 ESCRIBIR-INDICADOR.
003300     MOVE LIN-IND-PQ TO LIN-REPPQRS.
003310     WRITE LIN-REPPQRS.
003320     MOVE LIN-SUPER-DET TO LIN-SUPER.
003330     WRITE LIN-SUPER.
