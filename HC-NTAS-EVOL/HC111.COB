      * (TEMPERATURA, FRECUENCIA CARDIACA, FRECUENCIA RESPIRATORIA,
      * TENSION ARTERIAL Y GLUCOMETRIA) PARA PODER GRAFICAR SU
      * EVOLUCION EN EL TIEMPO.
      * PO -> 15/10/2026 PABLO OLGUIN - LA LECTURA DE LAS EVOLUCIONES
      *         QUEDA EN LA BITACORA DE ACCESO (HC152 MODO "A", ORIGEN
      *         "E") UNA VEZ POR CONSULTA. NUEVOS USUARIO-LNK,
      *         MOTIVO-LNK Y RESULT-LNK; SI HC152 EXIGE EL MOTIVO SE
      *         DEVUELVE "M" Y NO SE ARMA LA TENDENCIA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC111.
000520     VALUE "D:\progelect\DATOS\SC-TRENDSIG.TXT".
000530 77  OTR-STAT                   PIC XX.
000540 77  SW-FIN-EVO-W               PIC 9 VALUE 0.
000541 77  TOT-VISITAS-W              PIC 9(5) VALUE 0.
000542 77  SW-ACCESO-W                PIC 9 VALUE 0.
000543 77  MODO-ACC-W                 PIC X VALUE "A".
000544 77  RESULT-ACC-W               PIC X.
000545 01  DATOS-ACC-W.
000546     02 USUARIO-ACC-W           PIC X(4).
000547     02 PACI-ACC-W              PIC X(15).
000548     02 FOLIO-ACC-W             PIC X(8).
000549     02 ORIGEN-ACC-W            PIC X.
000550     02 MOTIVO-ACC-W            PIC X(60).
000551     02 PROF-ACC-W              PIC X(6).
000552     02 SERVHO-ACC-W            PIC X(4).
000553     02 ID-PERSONA-ACC-W        PIC X(15).
000554     02 ESTADO-ACC-W            PIC X.

000560 01  LIN-DETALLE.
000570     02 FECHA-EVO-REP           PIC 9(8).

000700 LINKAGE SECTION.
000710 01  ID-PACI-LNK                PIC X(15).
000711 01  USUARIO-LNK                PIC X(4).
000712 01  MOTIVO-LNK                 PIC X(60).
000713 01  RESULT-LNK                 PIC X.
000714     88 TENDENCIA-OK            VALUE "S".
000715     88 TENDENCIA-PIDE-MOTIVO   VALUE "M".
000716     88 TENDENCIA-NO-OK         VALUE "N".

000720 PROCEDURE DIVISION USING ID-PACI-LNK USUARIO-LNK MOTIVO-LNK
000721                          RESULT-LNK.

000730 MAINLINE.
000731     MOVE "S" TO RESULT-LNK.
000732     MOVE 0   TO SW-ACCESO-W.
000740     PERFORM ABRIR-ARCHIVOS.
000750     PERFORM LISTAR-TENDENCIA.
000760     PERFORM CERRAR-ARCHIVOS.
000920           IF ID-EVO NOT = ID-PACI-LNK
000930              MOVE 1 TO SW-FIN-EVO-W
000940           ELSE
000941              IF SW-ACCESO-W = 0
000942                 PERFORM VALIDAR-ACCESO
000943              END-IF
000944              IF SW-ACCESO-W NOT = 1
000945                 MOVE 1 TO SW-FIN-EVO-W
000946              ELSE
000947                 PERFORM ESCRIBIR-LINEA-SIGNOS
000948              END-IF
000960           END-IF
000970        END-IF
000980     END-PERFORM.
001050     MOVE TENS2-EVO      TO TENS2-EVO-REP.
001060     MOVE GLUCOMETRIA-EVO TO GLUCOMETRIA-EVO-REP.
001070     MOVE LIN-DETALLE    TO LIN-SIGNOS.
001071     WRITE LIN-SIGNOS.
001072     ADD 1 TO TOT-VISITAS-W.

001073* BITACORA DE ACCESO A LAS EVOLUCIONES (HC152), UNA SOLA VEZ
001074* POR CONSULTA. SW-ACCESO-W QUEDA EN 1 SI SE PUEDE SEGUIR.
001075 VALIDAR-ACCESO.
001076     INITIALIZE DATOS-ACC-W.
001077     MOVE USUARIO-LNK  TO USUARIO-ACC-W.
001078     MOVE ID-PACI-LNK  TO PACI-ACC-W.
001079     MOVE "E"          TO ORIGEN-ACC-W.
001080     MOVE MOTIVO-LNK   TO MOTIVO-ACC-W.
001081     MOVE "A"          TO MODO-ACC-W.
001082     MOVE SPACE        TO RESULT-ACC-W.
001083     CALL "HC152" USING MODO-ACC-W DATOS-ACC-W RESULT-ACC-W.
001084     EVALUATE RESULT-ACC-W
001085        WHEN "S"
001086             MOVE 1   TO SW-ACCESO-W
001087        WHEN "M"
001088             MOVE 2   TO SW-ACCESO-W
001089             MOVE "M" TO RESULT-LNK
001090        WHEN OTHER
001091             MOVE 2   TO SW-ACCESO-W
001092             MOVE "N" TO RESULT-LNK
001093     END-EVALUATE.

001100 CERRAR-ARCHIVOS.
001110     CLOSE EVOLUCION-HISTORIA REPORTE-SIGNOS.
