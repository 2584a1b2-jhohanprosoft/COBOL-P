      *         DIAS-TRAT-ORD, FECHA-STOP-ORD Y REVISADA-ATB-ORD
      *         (CONTROL DE DURACION DE ANTIBIOTICOS) AGREGADOS AL
      *         FINAL DEL REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - NUEVA SECCION 6 CON EL CONTROL
      *         DE LIQUIDOS DE LA ESTANCIA (ARCHIVO-BALANCE-LIQ DE
      *         HC139): INGRESOS, EGRESOS Y BALANCE DE CADA CORTE DE
      *         24 HORAS CON SUS TURNOS Y EL ACUMULADO. EL PLAN DE
      *         EGRESO PASA A SER LA SECCION 7.
      * PO -> 15/10/2026 PABLO OLGUIN - NUEVA SECCION 7 CON LA
      *         CONCILIACION MEDICAMENTOSA DE EGRESO (HC143): CADA
      *         MEDICAMENTO DE CASA CON LA DECISION Y EL MOTIVO DEL
      *         ULTIMO MOMENTO DE EGRESO. EL PLAN DE EGRESO PASA A
      *         SER LA SECCION 8.
      * PO -> 15/10/2026 PABLO OLGUIN - LA LECTURA DE LA HISTORIA AL
      *         GENERAR Y AL FIRMAR QUEDA EN LA BITACORA DE ACCESO
      *         (HC152 MODO "A", ORIGEN "H"). NUEVOS USUARIO-LNK Y
      *         MOTIVO-LNK; SI HC152 EXIGE EL MOTIVO SE DEVUELVE "M".
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC122.
000030 ENVIRONMENT DIVISION.
000430         ASSIGN NOM-EPICRIS-W
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000451         RECORD KEY IS LLAVE-EPIC
000452         FILE STATUS IS OTR-STAT.

000453     SELECT ARCHIVO-BALANCE-LIQ LOCK MODE IS AUTOMATIC
000454         ASSIGN NOM-BALLIQ-W
000455         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS DYNAMIC
000457         RECORD KEY IS LLAVE-BLQ
000458         FILE STATUS IS OTR-STAT.

000459     SELECT ARCHIVO-MED-CASA LOCK MODE IS AUTOMATIC
000460         ASSIGN NOM-MEDCASA-W
000461         ORGANIZATION IS INDEXED
000462         ACCESS MODE IS DYNAMIC
000463         RECORD KEY IS LLAVE-MCA
000464         FILE STATUS IS OTR-STAT.

000465     SELECT ARCHIVO-CONCILIA LOCK MODE IS AUTOMATIC
000466         ASSIGN NOM-CONCILIA-W
000467         ORGANIZATION IS INDEXED
000468         ACCESS MODE IS DYNAMIC
000469         RECORD KEY IS LLAVE-CON
000470         ALTERNATE RECORD KEY IS FECHA-EVE-CON WITH DUPLICATES
000471         FILE STATUS IS OTR-STAT.

000480     SELECT DOCUMENTO-EPICRISIS
000490         ASSIGN NOM-DOCEPI-W
001200     02 NRO-MIPRES-ORD          PIC X(20).
001201     02 FRECUENCIA-HORAS-ORD    PIC 99.
001202     02 SERVICIO-ORD            PIC X(4).
001203     02 DIAS-TRAT-ORD           PIC 9(3).
001204     02 FECHA-STOP-ORD          PIC 9(8).
001205     02 REVISADA-ATB-ORD        PIC X.

001210 FD  ARCHIVO-EPICRISIS
001220     LABEL RECORD STANDARD.
001290        88 EPIC-FIRMADA         VALUE "F".
001300     02 RESUMEN-INGRESO-EPIC    PIC X(200).
001310     02 RESUMEN-EVOL-EPIC       PIC X(200).
001311     02 PLAN-EGRESO-EPIC        PIC X(200).
001312     02 FECHA-GENERA-EPIC       PIC 9(8).
001313     02 MEDICO-FIRMA-EPIC       PIC 9(10).
001314     02 FECHA-FIRMA-EPIC        PIC 9(8).
001315     02 HORA-FIRMA-EPIC         PIC 9(6).

001316 FD  ARCHIVO-BALANCE-LIQ
001317     LABEL RECORD STANDARD.
001318 01  REG-BLQ.
001319     02 LLAVE-BLQ.
001320        03 PACI-BLQ             PIC X(15).
001321        03 FOLIO-BLQ            PIC X(8).
001322        03 FECHA-CORTE-BLQ      PIC 9(8).
001323     02 TURNOS-BLQ.
001324        03 TURNO-BLQ OCCURS 3 TIMES.
001325           04 INGRESOS-TUR-BLQ  PIC 9(6).
001326           04 EGRESOS-TUR-BLQ   PIC 9(6).
001327     02 INGRESOS-BLQ            PIC 9(6).
001328     02 EGRESOS-BLQ             PIC 9(6).
001329     02 BALANCE-BLQ             PIC S9(7) SIGN IS TRAILING.

001330 FD  ARCHIVO-MED-CASA
001331     LABEL RECORD STANDARD.
001332 01  REG-MCA.
001333     02 LLAVE-MCA.
001334        03 PACI-MCA             PIC X(15).
001335        03 FOLIO-MCA            PIC X(8).
001336        03 SECU-MCA             PIC 9(3).
001337     02 COD-ART-MCA             PIC X(8).
001338     02 DESCRIP-MCA             PIC X(40).
001339     02 DOSIS-MCA               PIC X(30).
001340     02 ESTADO-MCA              PIC X.
001341        88 MED-CASA-ACTIVO      VALUE "A".
001342        88 MED-CASA-NINGUNO     VALUE "N".
001343     02 USUARIO-MCA             PIC X(4).
001344     02 FECHA-MCA               PIC 9(8).

001345 FD  ARCHIVO-CONCILIA
001346     LABEL RECORD STANDARD.
001347 01  REG-CON.
001348     02 LLAVE-CON.
001349        03 PACI-CON             PIC X(15).
001350        03 FOLIO-CON            PIC X(8).
001351        03 MOMENTO-CON          PIC X.
001352        03 FECHA-EVE-CON        PIC 9(8).
001353        03 HORA-EVE-CON         PIC 9(6).
001354        03 SECU-CON             PIC 9(3).
001355     02 DATOS-CON               PIC X(90).
001356     02 DECIS-CON REDEFINES DATOS-CON.
001357        03 DECISION-CON         PIC X.
001358        03 MOTIVO-CON           PIC X(60).
001359        03 ART-NUEVO-CON        PIC X(8).
001360        03 USUARIO-CON          PIC X(4).
001361        03 FECHA-DEC-CON        PIC 9(8).
001362        03 HORA-DEC-CON         PIC 9(6).
001363        03 FILLER               PIC X(3).

001370 FD  DOCUMENTO-EPICRISIS
001380     LABEL RECORD STANDARD.
001510 77  NOM-EPICRIS-W              PIC X(60)
001520     VALUE "D:\progelect\DATOS\SC-EPICRIS.DAT".
001530 77  NOM-DOCEPI-W               PIC X(60)
001531     VALUE "D:\progelect\DATOS\SC-EPICRIS.TXT".
001532 77  OTR-STAT                   PIC XX.
001533 77  SW-FIN-W                   PIC 9 VALUE 0.
001534 77  VALOR-RE-ED                PIC -ZZZZZZ9.99.
001535 77  TENSION-ED                 PIC X(7).
001536 77  NOM-BALLIQ-W               PIC X(60)
001537     VALUE "D:\progelect\DATOS\SC-BALLIQ.DAT".
001538 77  SW-BALLIQ-W                PIC 9 VALUE 0.
001539 77  BALANCE-ACUM-W             PIC S9(7) VALUE 0.
001540 77  NOM-MEDCASA-W              PIC X(60)
001541     VALUE "D:\progelect\DATOS\SC-MEDCASA.DAT".
001542 77  NOM-CONCILIA-W             PIC X(60)
001543     VALUE "D:\progelect\DATOS\SC-CONCMED.DAT".
001544 77  SW-CONCILIA-W              PIC 9 VALUE 0.
001545 77  SW-EGRESO-CON-W            PIC 9 VALUE 0.
001546 77  DECISION-ED                PIC X(10).
001547 01  LLAVE-EGRESO-W             PIC X(38).
001548 77  MODO-ACC-W                 PIC X VALUE "A".
001549 77  RESULT-ACC-W               PIC X.
001550 01  DATOS-ACC-W.
001551     02 USUARIO-ACC-W           PIC X(4).
001552     02 PACI-ACC-W              PIC X(15).
001553     02 FOLIO-ACC-W             PIC X(8).
001554     02 ORIGEN-ACC-W            PIC X.
001555     02 MOTIVO-ACC-W            PIC X(60).
001556     02 PROF-ACC-W              PIC X(6).
001557     02 SERVHO-ACC-W            PIC X(4).
001558     02 ID-PERSONA-ACC-W        PIC X(15).
001559     02 ESTADO-ACC-W            PIC X.

001560 01  LIN-LIQ-CORTE.
001561     02 FILLER                  PIC X(6) VALUE "CORTE ".
001562     02 CORTE-LIQ-REP           PIC 9(8).
001563     02 FILLER                  PIC X(10) VALUE " INGRESOS ".
001564     02 ING-LIQ-REP             PIC ZZZ,ZZ9.
001565     02 FILLER                  PIC X(9) VALUE " EGRESOS ".
001566     02 EGR-LIQ-REP             PIC ZZZ,ZZ9.
001567     02 FILLER                  PIC X(9) VALUE " BALANCE ".
001568     02 BAL-LIQ-REP             PIC -Z,ZZZ,ZZ9.
001569     02 FILLER                  PIC X(11) VALUE " ACUMULADO ".
001570     02 ACUM-LIQ-REP            PIC -Z,ZZZ,ZZ9.

001571 01  LIN-LIQ-TURNOS.
001572     02 FILLER                  PIC X(18)
001573        VALUE "  TURNO MANANA I/E".
001574     02 ING-MAN-REP             PIC ZZZ,ZZ9.
001575     02 FILLER                  PIC X VALUE "/".
001576     02 EGR-MAN-REP             PIC ZZZ,ZZ9.
001577     02 FILLER                  PIC X(11) VALUE " TARDE I/E ".
001578     02 ING-TAR-REP             PIC ZZZ,ZZ9.
001579     02 FILLER                  PIC X VALUE "/".
001580     02 EGR-TAR-REP             PIC ZZZ,ZZ9.
001581     02 FILLER                  PIC X(11) VALUE " NOCHE I/E ".
001582     02 ING-NOC-REP             PIC ZZZ,ZZ9.
001583     02 FILLER                  PIC X VALUE "/".
001584     02 EGR-NOC-REP             PIC ZZZ,ZZ9.

001590 01  LIN-EVO-DET.
001600     02 FECHA-EVO-REP           PIC 9(8).
001830 01  RESULT-LNK                 PIC X.
001840     88 EPICRISIS-OK            VALUE "S".
001850     88 EPICRISIS-NO-OK         VALUE "N".
001851     88 EPICRISIS-PIDE-MOTIVO   VALUE "M".
001852 01  USUARIO-LNK                PIC X(4).
001853 01  MOTIVO-LNK                 PIC X(60).

001860 PROCEDURE DIVISION USING MODO-LNK ID-PACI-LNK FOLIO-LNK
001870                          SECCIONES-LNK MEDICO-LNK RESULT-LNK
001871                          USUARIO-LNK MOTIVO-LNK.

001880 MAINLINE.
001890     MOVE "N" TO RESULT-LNK.
002090        OPEN OUTPUT ARCHIVO-EPICRISIS
002100        CLOSE ARCHIVO-EPICRISIS
002110        OPEN I-O ARCHIVO-EPICRISIS
002111     END-IF.
002112     MOVE 0 TO SW-BALLIQ-W.
002113     OPEN INPUT ARCHIVO-BALANCE-LIQ.
002114     IF OTR-STAT NOT = "00"
002115        MOVE 1 TO SW-BALLIQ-W
002116     END-IF.
002117     MOVE 0 TO SW-CONCILIA-W.
002118     OPEN INPUT ARCHIVO-MED-CASA.
002119     IF OTR-STAT NOT = "00"
002120        MOVE 1 TO SW-CONCILIA-W
002121     ELSE
002122        OPEN INPUT ARCHIVO-CONCILIA
002123        IF OTR-STAT NOT = "00"
002124           CLOSE ARCHIVO-MED-CASA
002125           MOVE 1 TO SW-CONCILIA-W
002126        END-IF
002127     END-IF.

002130 GENERAR-EPICRISIS.
002140     MOVE ID-PACI-LNK TO ID-HC.
002160     READ HISTORIA-CLINICA
002170          INVALID KEY GO TO FIN-GENERAR
002180     END-READ.
002181     PERFORM VALIDAR-ACCESO.
002182     IF RESULT-ACC-W NOT = "S"
002183        GO TO FIN-GENERAR
002184     END-IF.
002190     MOVE ID-PACI-LNK TO ID-EPIC.
002200     MOVE FOLIO-LNK   TO FOLIO-EPIC.
002210     READ ARCHIVO-EPICRISIS
002670     IF EPIC-FIRMADA
002680        GO TO FIN-FIRMAR
002690     END-IF.
002691     PERFORM VALIDAR-ACCESO.
002692     IF RESULT-ACC-W NOT = "S"
002693        GO TO FIN-FIRMAR
002694     END-IF.
002700     MOVE "F" TO ESTADO-EPIC.
002710     MOVE MEDICO-LNK TO MEDICO-FIRMA-EPIC.
002720     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-FIRMA-EPIC.
002780     MOVE "S" TO RESULT-LNK.

002790 FIN-FIRMAR.
002791     EXIT.

002792* BITACORA DE ACCESO A LA HISTORIA (HC152). SI HC152 PIDE EL
002793* MOTIVO SE DEVUELVE "M" PARA QUE EL LLAMADOR LO SOLICITE.
002794 VALIDAR-ACCESO.
002795     INITIALIZE DATOS-ACC-W.
002796     MOVE USUARIO-LNK  TO USUARIO-ACC-W.
002797     MOVE ID-PACI-LNK  TO PACI-ACC-W.
002798     MOVE FOLIO-LNK    TO FOLIO-ACC-W.
002799     MOVE "H"          TO ORIGEN-ACC-W.
002800     MOVE MOTIVO-LNK   TO MOTIVO-ACC-W.
002801     MOVE "A"          TO MODO-ACC-W.
002802     MOVE SPACE        TO RESULT-ACC-W.
002803     CALL "HC152" USING MODO-ACC-W DATOS-ACC-W RESULT-ACC-W.
002804     IF RESULT-ACC-W = "M"
002805        MOVE "M" TO RESULT-LNK
002806     END-IF.

002810 ARMAR-DOCUMENTO.
002820     OPEN OUTPUT DOCUMENTO-EPICRISIS.
003030     MOVE "5. FORMULAS DE EGRESO" TO LIN-DOCEPI.
003040     WRITE LIN-DOCEPI.
003050     PERFORM LISTAR-FORMULAS.
003051     MOVE "6. CONTROL DE LIQUIDOS POR CORTE DE 24 HORAS"
003052         TO LIN-DOCEPI.
003053     WRITE LIN-DOCEPI.
003054     PERFORM LISTAR-LIQUIDOS.
003055     MOVE "7. CONCILIACION MEDICAMENTOSA DE EGRESO"
003056         TO LIN-DOCEPI.
003057     WRITE LIN-DOCEPI.
003058     PERFORM LISTAR-CONCILIACION.
003059     MOVE "8. PLAN DE EGRESO" TO LIN-DOCEPI.
003070     WRITE LIN-DOCEPI.
003080     MOVE PLAN-EGRESO-EPIC (1:130) TO LIN-DOCEPI.
003090     WRITE LIN-DOCEPI.
004070        END-IF
004080     END-IF.

      * CORTES DE LA ESTANCIA EN ORDEN DE FECHA CON EL BALANCE
      * ACUMULADO CORRIDO (VER HC139).
004081 LISTAR-LIQUIDOS.
004082     MOVE 0 TO BALANCE-ACUM-W.
004083     MOVE 1 TO SW-FIN-W.
004084     IF SW-BALLIQ-W = 0
004085        MOVE 0 TO SW-FIN-W
004086        MOVE ID-PACI-LNK TO PACI-BLQ
004087        MOVE FOLIO-LNK   TO FOLIO-BLQ
004088        MOVE 0           TO FECHA-CORTE-BLQ
004089        START ARCHIVO-BALANCE-LIQ KEY IS >= LLAVE-BLQ
004090              INVALID KEY MOVE 1 TO SW-FIN-W
004091        END-START
004092     END-IF.
004093     PERFORM LISTAR-UN-CORTE-LIQ UNTIL SW-FIN-W = 1.

004094 LISTAR-UN-CORTE-LIQ.
004095     READ ARCHIVO-BALANCE-LIQ NEXT
004096          AT END MOVE 1 TO SW-FIN-W
004097     END-READ.
004098     IF SW-FIN-W = 0
004099        IF PACI-BLQ NOT = ID-PACI-LNK
004100           OR FOLIO-BLQ NOT = FOLIO-LNK
004101           MOVE 1 TO SW-FIN-W
004102        ELSE
004103           ADD BALANCE-BLQ TO BALANCE-ACUM-W
004104           MOVE FECHA-CORTE-BLQ TO CORTE-LIQ-REP
004105           MOVE INGRESOS-BLQ    TO ING-LIQ-REP
004106           MOVE EGRESOS-BLQ     TO EGR-LIQ-REP
004107           MOVE BALANCE-BLQ     TO BAL-LIQ-REP
004108           MOVE BALANCE-ACUM-W  TO ACUM-LIQ-REP
004109           MOVE LIN-LIQ-CORTE TO LIN-DOCEPI
004110           WRITE LIN-DOCEPI
004111           MOVE INGRESOS-TUR-BLQ (1) TO ING-MAN-REP
004112           MOVE EGRESOS-TUR-BLQ (1)  TO EGR-MAN-REP
004113           MOVE INGRESOS-TUR-BLQ (2) TO ING-TAR-REP
004114           MOVE EGRESOS-TUR-BLQ (2)  TO EGR-TAR-REP
004115           MOVE INGRESOS-TUR-BLQ (3) TO ING-NOC-REP
004116           MOVE EGRESOS-TUR-BLQ (3)  TO EGR-NOC-REP
004117           MOVE LIN-LIQ-TURNOS TO LIN-DOCEPI
004118           WRITE LIN-DOCEPI
004119        END-IF
004120     END-IF.

      * MEDICAMENTOS DE CASA CON LA DECISION DEL ULTIMO MOMENTO DE
      * EGRESO (VER HC143).
004121 LISTAR-CONCILIACION.
004122     MOVE 0 TO SW-EGRESO-CON-W.
004123     MOVE 1 TO SW-FIN-W.
004124     IF SW-CONCILIA-W = 0
004125        MOVE 0           TO SW-FIN-W
004126        MOVE ID-PACI-LNK TO PACI-CON
004127        MOVE FOLIO-LNK   TO FOLIO-CON
004128        MOVE "E"         TO MOMENTO-CON
004129        MOVE 99999999    TO FECHA-EVE-CON
004130        MOVE 999999      TO HORA-EVE-CON
004131        MOVE 999         TO SECU-CON
004132        START ARCHIVO-CONCILIA KEY IS <= LLAVE-CON
004133              INVALID KEY CONTINUE
004134              NOT INVALID KEY
004135                 READ ARCHIVO-CONCILIA PREVIOUS
004136                      AT END CONTINUE
004137                 END-READ
004138                 IF PACI-CON = ID-PACI-LNK
004139                    AND FOLIO-CON = FOLIO-LNK
004140                    AND MOMENTO-CON = "E"
004141                    MOVE 1 TO SW-EGRESO-CON-W
004142                    MOVE LLAVE-CON (1:38) TO LLAVE-EGRESO-W
004143                 END-IF
004144        END-START
004145        MOVE ID-PACI-LNK TO PACI-MCA
004146        MOVE FOLIO-LNK   TO FOLIO-MCA
004147        MOVE 0           TO SECU-MCA
004148        START ARCHIVO-MED-CASA KEY IS >= LLAVE-MCA
004149              INVALID KEY MOVE 1 TO SW-FIN-W
004150        END-START
004151     END-IF.
004152     IF SW-EGRESO-CON-W = 0
004153        MOVE "  SIN CONCILIACION DE EGRESO REGISTRADA"
004154          TO LIN-DOCEPI
004155        WRITE LIN-DOCEPI
004156     END-IF.
004157     PERFORM LISTAR-UN-MED-CASA UNTIL SW-FIN-W = 1.

004158 LISTAR-UN-MED-CASA.
004159     READ ARCHIVO-MED-CASA NEXT
004160          AT END MOVE 1 TO SW-FIN-W
004161     END-READ.
004162     IF SW-FIN-W = 0
004163        IF PACI-MCA NOT = ID-PACI-LNK
004164           OR FOLIO-MCA NOT = FOLIO-LNK
004165           MOVE 1 TO SW-FIN-W
004166        ELSE
004167           IF MED-CASA-NINGUNO
004168              MOVE SPACES TO LIN-DOCEPI
004169              STRING "  " DESCRIP-MCA
004170                     DELIMITED BY SIZE INTO LIN-DOCEPI
004171              WRITE LIN-DOCEPI
004172           END-IF
004173           IF MED-CASA-ACTIVO
004174              PERFORM LISTAR-DECISION-MED
004175           END-IF
004176        END-IF
004177     END-IF.

004178 LISTAR-DECISION-MED.
004179     MOVE "SIN DECIDIR" TO DECISION-ED.
004180     MOVE SPACES        TO MOTIVO-CON ART-NUEVO-CON.
004181     IF SW-EGRESO-CON-W = 1
004182        MOVE LLAVE-EGRESO-W TO LLAVE-CON (1:38)
004183        MOVE SECU-MCA       TO SECU-CON
004184        READ ARCHIVO-CONCILIA
004185             INVALID KEY MOVE SPACES TO DATOS-CON
004186        END-READ
004187        EVALUATE DECISION-CON
004188           WHEN "C" MOVE "CONTINUAR"  TO DECISION-ED
004189           WHEN "S" MOVE "SUSPENDER"  TO DECISION-ED
004190           WHEN "M" MOVE "MODIFICAR"  TO DECISION-ED
004191           WHEN "X" MOVE "SUSTITUIR"  TO DECISION-ED
004192        END-EVALUATE
004193     END-IF.
004194     MOVE SPACES TO LIN-DOCEPI.
004195     STRING "  " DESCRIP-MCA " " DOSIS-MCA " " DECISION-ED
004196            " " ART-NUEVO-CON
004197            DELIMITED BY SIZE INTO LIN-DOCEPI.
004198     WRITE LIN-DOCEPI.
004199     IF MOTIVO-CON NOT = SPACES
004200        MOVE SPACES TO LIN-DOCEPI
004201        STRING "    MOTIVO: " MOTIVO-CON
004202               DELIMITED BY SIZE INTO LIN-DOCEPI
004203        WRITE LIN-DOCEPI
004204     END-IF.

004205 CERRAR-ARCHIVOS.
004206     CLOSE HISTORIA-CLINICA EVOLUCION-HISTORIA
004207           EVOLUCION-DETALLADA ARCHIVO-RESULT-EXAMEN
004208           ARCHIVO-FORMULA-ORD ARCHIVO-EPICRISIS.
004209     IF SW-BALLIQ-W = 0
004210        CLOSE ARCHIVO-BALANCE-LIQ
004211     END-IF.
004212     IF SW-CONCILIA-W = 0
004213        CLOSE ARCHIVO-MED-CASA ARCHIVO-CONCILIA
004214     END-IF.
