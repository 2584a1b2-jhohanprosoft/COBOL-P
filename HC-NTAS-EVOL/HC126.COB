      *         ANEXOS INCLUYE TAMBIEN LAS IMAGENES ESCANEADAS DEL
      *         INDICE DE HC137 (ARCHIVO-DOC-IDX: TIPO, FECHA DE
      *         ESCANEO Y RUTA DE CADA SOPORTE DEL PACIENTE).
      * PO -> 15/10/2026 PABLO OLGUIN - NUEVA SECCION 7 CON EL CONTROL
      *         DE LIQUIDOS DE CADA ESTANCIA (ARCHIVO-BALANCE-LIQ DE
      *         HC139): CORTES DE 24 HORAS CON SUS TURNOS, BALANCE Y
      *         ACUMULADO POR FOLIO.
      * PO -> 15/10/2026 PABLO OLGUIN - EL EXPORTE QUEDA TAMBIEN EN LA
      *         BITACORA DE ACCESO A LA HISTORIA (HC152 MODO "R",
      *         ORIGEN "X") CON EL SOLICITANTE COMO MOTIVO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC126.
000030 ENVIRONMENT DIVISION.
000535         RECORD KEY IS LLAVE-DIDX
000536         FILE STATUS IS OTR-STAT.

000537     SELECT ARCHIVO-BALANCE-LIQ LOCK MODE IS AUTOMATIC
000538         ASSIGN NOM-BALLIQ-W
000539         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000541         RECORD KEY IS LLAVE-BLQ
000542         FILE STATUS IS OTR-STAT.

000543     SELECT ARCHIVO-EXPORT-HC LOCK MODE IS AUTOMATIC
000550         ASSIGN NOM-EXPORTHC-W
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
001270     02 NRO-MIPRES-ORD          PIC X(20).
001280     02 FRECUENCIA-HORAS-ORD    PIC 99.
001290     02 SERVICIO-ORD            PIC X(4).
001291     02 DIAS-TRAT-ORD           PIC 9(3).
001292     02 FECHA-STOP-ORD          PIC 9(8).
001293     02 REVISADA-ATB-ORD        PIC X.

001300 FD  DOCUMENTOS-HISTORIA
001310     LABEL RECORD STANDARD.
001400     02 USUARIO-DIDX            PIC X(4).
001401     02 RUTA-IMAGEN-DIDX        PIC X(60).

001402 FD  ARCHIVO-BALANCE-LIQ
001403     LABEL RECORD STANDARD.
001404 01  REG-BLQ.
001405     02 LLAVE-BLQ.
001406        03 PACI-BLQ             PIC X(15).
001407        03 FOLIO-BLQ            PIC X(8).
001408        03 FECHA-CORTE-BLQ      PIC 9(8).
001409     02 TURNOS-BLQ.
001410        03 TURNO-BLQ OCCURS 3 TIMES.
001411           04 INGRESOS-TUR-BLQ  PIC 9(6).
001412           04 EGRESOS-TUR-BLQ   PIC 9(6).
001413     02 INGRESOS-BLQ            PIC 9(6).
001414     02 EGRESOS-BLQ             PIC 9(6).
001415     02 BALANCE-BLQ             PIC S9(7) SIGN IS TRAILING.

001416 FD  ARCHIVO-EXPORT-HC
001417     LABEL RECORD STANDARD.
001420 01  REG-EXPHC.
001430     02 LLAVE-EXPHC.
001440        03 PACI-EXPHC           PIC X(15).
001733     VALUE "D:\progelect\DATOS\SC-DOCIDX.DAT".
001740 77  LINEAS-FOLIO-W             PIC 99 VALUE 0.
001750 77  LINEAS-POR-FOLIO-W         PIC 99 VALUE 60.
001751 77  NRO-FOLIO-W                PIC 9(4) VALUE 0.
001752 77  VALOR-RE-ED                PIC -ZZZZZZ9.99.
001753 77  NOM-BALLIQ-W               PIC X(60)
001754     VALUE "D:\progelect\DATOS\SC-BALLIQ.DAT".
001755 77  SW-BALLIQ-W                PIC 9 VALUE 0.
001756 77  FOLIO-LIQ-ANT-W            PIC X(8).
001757 77  BALANCE-ACUM-W             PIC S9(7) VALUE 0.
001758 77  ING-LIQ-ED                 PIC ZZZ,ZZ9.
001759 77  EGR-LIQ-ED                 PIC ZZZ,ZZ9.
001760 77  BAL-LIQ-ED                 PIC -Z,ZZZ,ZZ9.
001761 77  ACUM-LIQ-ED                PIC -Z,ZZZ,ZZ9.
001762 01  TURNOS-LIQ-ED.
001763     02 TURNO-LIQ-ED OCCURS 3 TIMES.
001764        03 ING-TUR-ED           PIC ZZZ,ZZ9.
001765        03 FILLER               PIC X VALUE "/".
001766        03 EGR-TUR-ED           PIC ZZZ,ZZ9.

      * PARAMETROS PARA HC152 (BITACORA DE ACCESO A LA HISTORIA)
001767 77  MODO-ACC-W                 PIC X VALUE "R".
001768 77  RESULT-ACC-W               PIC X.
001769 01  DATOS-ACC-W.
001770     02 USUARIO-ACC-W           PIC X(4).
001771     02 PACI-ACC-W              PIC X(15).
001772     02 FOLIO-ACC-W             PIC X(8).
001773     02 ORIGEN-ACC-W            PIC X.
001774     02 MOTIVO-ACC-W            PIC X(60).
001775     02 PROF-ACC-W              PIC X(6).
001776     02 SERVHO-ACC-W            PIC X(4).
001777     02 ID-PERSONA-ACC-W        PIC X(15).
001778     02 ESTADO-ACC-W            PIC X.

001780 01  LIN-ENCAB-FOLIO.
001790     02 FILLER                  PIC X(44)
002010     PERFORM SECCION-RESULTADOS.
002020     PERFORM SECCION-FORMULAS.
002030     PERFORM SECCION-DOCUMENTOS.
002031     PERFORM SECCION-LIQUIDOS.
002040     PERFORM PAGINA-CERTIFICACION.
002050     PERFORM REGISTRAR-EXPORTE.
002060     MOVE NRO-FOLIO-W TO FOLIOS-LNK.
002143     IF OTR-STAT NOT = "00"
002144        MOVE 1 TO SW-DOCIDX-W
002145     END-IF.
002146     MOVE 0 TO SW-BALLIQ-W.
002147     OPEN INPUT ARCHIVO-BALANCE-LIQ.
002148     IF OTR-STAT NOT = "00"
002149        MOVE 1 TO SW-BALLIQ-W
002150     END-IF.
002151     OPEN I-O ARCHIVO-EXPORT-HC.
002160     IF OTR-STAT = "35"
002170        OPEN OUTPUT ARCHIVO-EXPORT-HC
002180        CLOSE ARCHIVO-EXPORT-HC
003987        END-IF
003988     END-IF.

003989 LISTAR-UN-DOCUMENTO.
003990     READ DOCUMENTOS-HISTORIA NEXT
003991          AT END MOVE 1 TO SW-FIN-W
004000     END-READ.
004010     IF SW-FIN-W = 0
004020        IF ID-EPI NOT = PACI-LNK
004030           MOVE 1 TO SW-FIN-W
004040        ELSE
004050           MOVE SPACES TO LIN-DOCEXP
004051           STRING "ANEXO " FECHA-EPI
004052                  " " REF-DOCUMENTO-EPI
004053                  DELIMITED BY SIZE INTO LIN-DOCEXP
004054           PERFORM ESCRIBIR-LINEA-DOC
004055        END-IF
004056     END-IF.

      * CONTROL DE LIQUIDOS (VER HC139): UN CORTE DE 24 HORAS POR
      * LINEA CON EL ACUMULADO DE SU ESTANCIA, QUE ARRANCA DE NUEVO
      * EN CADA FOLIO, Y DEBAJO LOS TURNOS (INGRESOS/EGRESOS).
004057 SECCION-LIQUIDOS.
004058     MOVE "7. CONTROL DE LIQUIDOS" TO LIN-DOCEXP.
004059     PERFORM ESCRIBIR-LINEA-DOC.
004060     MOVE 1 TO SW-FIN-W.
004061     IF SW-BALLIQ-W = 0
004062        MOVE 0 TO SW-FIN-W
004063        MOVE PACI-LNK   TO PACI-BLQ
004064        MOVE LOW-VALUES TO FOLIO-BLQ
004065        MOVE 0          TO FECHA-CORTE-BLQ
004066        START ARCHIVO-BALANCE-LIQ KEY IS >= LLAVE-BLQ
004067              INVALID KEY MOVE 1 TO SW-FIN-W
004068        END-START
004069     END-IF.
004070     MOVE SPACES TO FOLIO-LIQ-ANT-W.
004071     PERFORM LISTAR-UN-CORTE-LIQ UNTIL SW-FIN-W = 1.

004072 LISTAR-UN-CORTE-LIQ.
004073     READ ARCHIVO-BALANCE-LIQ NEXT
004074          AT END MOVE 1 TO SW-FIN-W
004075     END-READ.
004076     IF SW-FIN-W = 0
004077        IF PACI-BLQ NOT = PACI-LNK
004078           MOVE 1 TO SW-FIN-W
004079        ELSE
004080           IF FOLIO-BLQ NOT = FOLIO-LIQ-ANT-W
004081              MOVE FOLIO-BLQ TO FOLIO-LIQ-ANT-W
004082              MOVE 0 TO BALANCE-ACUM-W
004083           END-IF
004084           ADD BALANCE-BLQ TO BALANCE-ACUM-W
004085           MOVE INGRESOS-BLQ   TO ING-LIQ-ED
004086           MOVE EGRESOS-BLQ    TO EGR-LIQ-ED
004087           MOVE BALANCE-BLQ    TO BAL-LIQ-ED
004088           MOVE BALANCE-ACUM-W TO ACUM-LIQ-ED
004089           MOVE SPACES TO LIN-DOCEXP
004090           STRING "FOLIO " FOLIO-BLQ
004091                  " CORTE " FECHA-CORTE-BLQ
004092                  " ING " ING-LIQ-ED
004093                  " EGR " EGR-LIQ-ED
004094                  " BALANCE " BAL-LIQ-ED
004095                  " ACUMULADO " ACUM-LIQ-ED
004096                  DELIMITED BY SIZE INTO LIN-DOCEXP
004097           PERFORM ESCRIBIR-LINEA-DOC
004098           MOVE INGRESOS-TUR-BLQ (1) TO ING-TUR-ED (1)
004099           MOVE EGRESOS-TUR-BLQ (1)  TO EGR-TUR-ED (1)
004100           MOVE INGRESOS-TUR-BLQ (2) TO ING-TUR-ED (2)
004101           MOVE EGRESOS-TUR-BLQ (2)  TO EGR-TUR-ED (2)
004102           MOVE INGRESOS-TUR-BLQ (3) TO ING-TUR-ED (3)
004103           MOVE EGRESOS-TUR-BLQ (3)  TO EGR-TUR-ED (3)
004104           MOVE SPACES TO LIN-DOCEXP
004105           STRING "  TURNOS I/E MANANA " TURNO-LIQ-ED (1)
004106                  " TARDE " TURNO-LIQ-ED (2)
004107                  " NOCHE " TURNO-LIQ-ED (3)
004108                  DELIMITED BY SIZE INTO LIN-DOCEXP
004109           PERFORM ESCRIBIR-LINEA-DOC
004110        END-IF
004111     END-IF.

004120 PAGINA-CERTIFICACION.
004130     PERFORM INICIAR-FOLIO.
004360     MOVE SOLICITANTE-LNK TO SOLICITANTE-EXPHC.
004370     MOVE NRO-FOLIO-W     TO FOLIOS-EXPHC.
004380     WRITE REG-EXPHC INVALID KEY CONTINUE END-WRITE.
004381     INITIALIZE DATOS-ACC-W.
004382     MOVE USUARIO-LNK     TO USUARIO-ACC-W.
004383     MOVE PACI-LNK        TO PACI-ACC-W.
004384     MOVE "X"             TO ORIGEN-ACC-W.
004385     MOVE SOLICITANTE-LNK TO MOTIVO-ACC-W.
004386     CALL "HC152" USING MODO-ACC-W DATOS-ACC-W RESULT-ACC-W.

004390 CERRAR-ARCHIVOS.
004400     CLOSE HISTORIA-CLINICA EVOLUCION-HISTORIA
004441     IF SW-DOCIDX-W = 0
004442        CLOSE ARCHIVO-DOC-IDX
004443     END-IF.
004444     IF SW-BALLIQ-W = 0
004445        CLOSE ARCHIVO-BALANCE-LIQ
004446     END-IF.
