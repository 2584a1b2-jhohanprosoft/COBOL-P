      *=================================================================
      * HISTORIA CLINICA - CONCILIACION MEDICAMENTOSA AL INGRESO,
      * TRASLADO Y EGRESO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * HABILITACION PIDE DOCUMENTAR LOS MEDICAMENTOS QUE EL PACIENTE
      * TOMA EN CASA Y CONCILIARLOS CONTRA LO ORDENADO EN ARCHIVO-
      * FORMULA-ORD EN CADA MOMENTO DE LA ESTANCIA:
      * - ARCHIVO-MED-CASA: LISTA DE MEDICAMENTOS DE CASA DEL FOLIO
      *   (SECUENCIA 000 = CONSTANCIA DE QUE NO TOMA NINGUNO).
      * - ARCHIVO-CONCILIA: UN ENCABEZADO POR MOMENTO (I INGRESO,
      *   T TRASLADO, E EGRESO) CON SU FECHA/HORA DE EVENTO Y UNA
      *   LINEA POR MEDICAMENTO DE CASA CON LA DECISION DEL MEDICO:
      *   C CONTINUAR, S SUSPENDER, M MODIFICAR, X SUSTITUIR, SIEMPRE
      *   CON MOTIVO.
      * UNA DISCREPANCIA SIN RESOLVER ES: LISTA DE CASA SIN
      * DOCUMENTAR, MEDICAMENTO SIN DECISION, O (AL INGRESO Y EN
      * TRASLADOS) DECISION DE CONTINUAR/MODIFICAR/SUSTITUIR SIN
      * ORDEN ACTIVA DEL ARTICULO. CUANDO NO QUEDA NINGUNA EL MOMENTO
      * QUEDA CONCILIADO CON SU FECHA Y HORA (PARA EL INDICADOR DE
      * 24 HORAS DE HC143-01).
      * MODO "A" - ABRE EL MOMENTO (LO INVOCA HC133 EN EL INGRESO Y
      *            EN CADA TRASLADO).
      * MODO "L" - AGREGA UN MEDICAMENTO A LA LISTA DE CASA.
      * MODO "N" - DEJA CONSTANCIA DE QUE NO TOMA MEDICAMENTOS.
      * MODO "D" - GRABA LA DECISION SOBRE UN MEDICAMENTO EN EL
      *            ULTIMO MOMENTO ABIERTO DEL TIPO PEDIDO (EL DE
      *            EGRESO SE ABRE AQUI MISMO SI NO EXISTE).
      * MODO "V" - VALIDA EL EGRESO: SIN CONCILIACION DE EGRESO
      *            COMPLETA DEVUELVE "P" Y HC133 NO DA LA SALIDA.
      * LA LISTA CONCILIADA SALE EN LA EPICRISIS (HC122).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC143.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-MED-CASA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-MEDCASA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-MCA
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CONCILIA LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CONCILIA-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-CON
000200         ALTERNATE RECORD KEY IS FECHA-EVE-CON WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-FORMULA-ORD LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-FORMORD-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-ORD
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-MED-CASA
000310     LABEL RECORD STANDARD.
000320 01  REG-MCA.
000330     02 LLAVE-MCA.
000340        03 PACI-MCA             PIC X(15).
000350        03 FOLIO-MCA            PIC X(8).
000360        03 SECU-MCA             PIC 9(3).
000370     02 COD-ART-MCA             PIC X(8).
000380     02 DESCRIP-MCA             PIC X(40).
000390     02 DOSIS-MCA               PIC X(30).
000400     02 ESTADO-MCA              PIC X.
000410        88 MED-CASA-ACTIVO      VALUE "A".
000420        88 MED-CASA-NINGUNO     VALUE "N".
000430        88 MED-CASA-ANULADO     VALUE "I".
000440     02 USUARIO-MCA             PIC X(4).
000450     02 FECHA-MCA               PIC 9(8).

000460 FD  ARCHIVO-CONCILIA
000470     LABEL RECORD STANDARD.
000480 01  REG-CON.
000490     02 LLAVE-CON.
000500        03 PACI-CON             PIC X(15).
000510        03 FOLIO-CON            PIC X(8).
000520        03 MOMENTO-CON          PIC X.
000530           88 MOMENTO-INGRESO   VALUE "I".
000540           88 MOMENTO-TRASLADO  VALUE "T".
000550           88 MOMENTO-EGRESO    VALUE "E".
000560        03 FECHA-EVE-CON        PIC 9(8).
000570        03 HORA-EVE-CON         PIC 9(6).
000580        03 SECU-CON             PIC 9(3).
000590     02 DATOS-CON               PIC X(90).
000600     02 ENCAB-CON REDEFINES DATOS-CON.
000610        03 SERVHO-CON           PIC X(4).
000620        03 ESTADO-CON           PIC X.
000630           88 MOMENTO-PENDIENTE VALUE "P".
000640           88 MOMENTO-CONCILIADO VALUE "C".
000650        03 PENDIENTES-CON       PIC 9(3).
000660        03 FECHA-CONC-CON       PIC 9(8).
000670        03 HORA-CONC-CON        PIC 9(6).
000680        03 FILLER               PIC X(68).
000690     02 DECIS-CON REDEFINES DATOS-CON.
000700        03 DECISION-CON         PIC X.
000710           88 DECISION-VALIDA   VALUE "C" "S" "M" "X".
000720           88 DECIDE-CONTINUAR  VALUE "C".
000730           88 DECIDE-SUSPENDER  VALUE "S".
000740           88 DECIDE-MODIFICAR  VALUE "M".
000750           88 DECIDE-SUSTITUIR  VALUE "X".
000760        03 MOTIVO-CON           PIC X(60).
000770        03 ART-NUEVO-CON        PIC X(8).
000780        03 USUARIO-CON          PIC X(4).
000790        03 FECHA-DEC-CON        PIC 9(8).
000800        03 HORA-DEC-CON         PIC 9(6).
000810        03 FILLER               PIC X(3).

000820 FD  ARCHIVO-FORMULA-ORD
000830     LABEL RECORD STANDARD.
000840 01  REG-ORD.
000850     02 LLAVE-ORD               PIC X(12).
000860     02 DESCRIP-ORD             PIC X(40).
000870     02 PACI-ORD                PIC X(15).
000880     02 MEDICO-ORD              PIC X(4).
000890     02 FECHA-INI-ORD           PIC 9(8).
000900     02 FECHA-VENCE-ORD         PIC 9(8).
000910     02 TIPO-ORD                PIC X.
000920     02 RENOVADA-ORD            PIC X.
000930     02 COD-ART-ORD             PIC X(8).
000940     02 NRO-MIPRES-ORD          PIC X(20).
000950     02 FRECUENCIA-HORAS-ORD    PIC 99.
000960     02 SERVICIO-ORD            PIC X(4).
000970     02 DIAS-TRAT-ORD           PIC 9(3).
000980     02 FECHA-STOP-ORD          PIC 9(8).
000990     02 REVISADA-ATB-ORD        PIC X.

001000 WORKING-STORAGE SECTION.

001010 77  NOM-MEDCASA-W              PIC X(60)
001020     VALUE "D:\progelect\DATOS\SC-MEDCASA.DAT".
001030 77  NOM-CONCILIA-W             PIC X(60)
001040     VALUE "D:\progelect\DATOS\SC-CONCMED.DAT".
001050 77  NOM-FORMORD-W              PIC X(60)
001060     VALUE "D:\progelect\DATOS\SC-FORMORD.DAT".
001070 77  OTR-STAT                   PIC XX.
001080 77  SW-FIN-W                   PIC 9 VALUE 0.
001090 77  SW-FIN-MCA-W               PIC 9 VALUE 0.
001100 77  SW-MOMENTO-W               PIC 9 VALUE 0.
001110 77  SW-NINGUNO-W               PIC 9 VALUE 0.
001120 77  SW-HALLADO-W               PIC 9 VALUE 0.
001130 77  FECHA-HOY-W                PIC 9(8).
001140 77  HORA-HOY-W                 PIC 9(6).
001150 77  SECU-SIG-W                 PIC 9(3).
001160 77  TOT-MED-CASA-W             PIC 9(3).
001170 77  PENDIENTES-W               PIC 9(3).
001180 77  ART-BUSCA-W                PIC X(8).
001190 77  IX-ORD-W                   PIC 999.
001200 77  TOTAL-ORD-W                PIC 999 VALUE 0.
001210 77  MAX-ORD-W                  PIC 999 VALUE 100.

001220 01  LLAVE-MOMENTO-W.
001230     02 PACI-MOM-W              PIC X(15).
001240     02 FOLIO-MOM-W             PIC X(8).
001250     02 MOMENTO-MOM-W           PIC X.
001260     02 FECHA-EVE-MOM-W         PIC 9(8).
001270     02 HORA-EVE-MOM-W          PIC 9(6).

      * ARTICULOS CON ORDEN ACTIVA DEL PACIENTE HOY.
001280 01  TABLA-ORDENES-W.
001290     02 ART-ORD-W               OCCURS 100 PIC X(8).

001300 LINKAGE SECTION.
001310 01  MODO-LNK                   PIC X.
001320     88 MODO-ABRIR              VALUE "A".
001330     88 MODO-LISTA-CASA         VALUE "L".
001340     88 MODO-NINGUNO            VALUE "N".
001350     88 MODO-DECIDIR            VALUE "D".
001360     88 MODO-VALIDAR-EGRESO     VALUE "V".
001370 01  DATOS-CONC-LNK.
001380     02 PACI-LNK                PIC X(15).
001390     02 FOLIO-LNK               PIC X(8).
001400     02 MOMENTO-LNK             PIC X.
001410        88 MOMENTO-VALIDO       VALUE "I" "T" "E".
001420     02 FECHA-EVE-LNK           PIC 9(8).
001430     02 HORA-EVE-LNK            PIC 9(6).
001440     02 SERVHO-LNK              PIC X(4).
001450     02 SECU-MED-LNK            PIC 9(3).
001460     02 COD-ART-LNK             PIC X(8).
001470     02 DESCRIP-LNK             PIC X(40).
001480     02 DOSIS-LNK               PIC X(30).
001490     02 DECISION-LNK            PIC X.
001500     02 MOTIVO-LNK              PIC X(60).
001510     02 ART-NUEVO-LNK           PIC X(8).
001520     02 USUARIO-LNK             PIC X(4).
001530     02 PENDIENTES-LNK          PIC 9(3).
001540 01  RESULT-LNK                 PIC X.
001550     88 CONC-OK                 VALUE "S".
001560     88 CONC-INVALIDA           VALUE "I".
001570     88 CONC-NO-EXISTE          VALUE "X".
001580     88 CONC-PENDIENTE          VALUE "P".
001590     88 CONC-NO-OK              VALUE "N".

001600 PROCEDURE DIVISION USING MODO-LNK DATOS-CONC-LNK RESULT-LNK.

001610 MAINLINE.
001620     MOVE "N" TO RESULT-LNK.
001630     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001640     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
001650     PERFORM ABRIR-ARCHIVOS.
001660     EVALUATE TRUE
001670        WHEN MODO-ABRIR
001680             PERFORM ABRIR-MOMENTO THRU FIN-ABRIR-MOM
001690        WHEN MODO-LISTA-CASA
001700             PERFORM AGREGAR-MED-CASA THRU FIN-AGREGAR
001710        WHEN MODO-NINGUNO
001720             PERFORM DECLARAR-NINGUNO THRU FIN-NINGUNO
001730        WHEN MODO-DECIDIR
001740             PERFORM GRABAR-DECISION THRU FIN-DECISION
001750        WHEN MODO-VALIDAR-EGRESO
001760             PERFORM VALIDAR-EGRESO THRU FIN-VALIDAR
001770     END-EVALUATE.
001780     CLOSE ARCHIVO-MED-CASA ARCHIVO-CONCILIA.
001790     EXIT PROGRAM.

001800 ABRIR-ARCHIVOS.
001810     OPEN I-O ARCHIVO-MED-CASA.
001820     IF OTR-STAT = "35"
001830        OPEN OUTPUT ARCHIVO-MED-CASA
001840        CLOSE ARCHIVO-MED-CASA
001850        OPEN I-O ARCHIVO-MED-CASA
001860     END-IF.
001870     OPEN I-O ARCHIVO-CONCILIA.
001880     IF OTR-STAT = "35"
001890        OPEN OUTPUT ARCHIVO-CONCILIA
001900        CLOSE ARCHIVO-CONCILIA
001910        OPEN I-O ARCHIVO-CONCILIA
001920     END-IF.

001930 ABRIR-MOMENTO.
001940     IF PACI-LNK = SPACES OR NOT MOMENTO-VALIDO
001950        MOVE "I" TO RESULT-LNK
001960        GO TO FIN-ABRIR-MOM
001970     END-IF.
001980     MOVE PACI-LNK      TO PACI-MOM-W.
001990     MOVE FOLIO-LNK     TO FOLIO-MOM-W.
002000     MOVE MOMENTO-LNK   TO MOMENTO-MOM-W.
002010     MOVE FECHA-EVE-LNK TO FECHA-EVE-MOM-W.
002020     MOVE HORA-EVE-LNK  TO HORA-EVE-MOM-W.
002030     PERFORM CREAR-ENCABEZADO.
002040     PERFORM RECALCULAR-MOMENTO THRU FIN-RECALCULAR.
002050     MOVE PENDIENTES-W TO PENDIENTES-LNK.
002060     MOVE "S" TO RESULT-LNK.

002070 FIN-ABRIR-MOM.
002080     EXIT.

      * SI EL ENCABEZADO YA EXISTE (EVENTO REPETIDO) SE DEJA COMO ESTA.
002090 CREAR-ENCABEZADO.
002100     INITIALIZE REG-CON.
002110     MOVE LLAVE-MOMENTO-W TO LLAVE-CON (1:38).
002120     MOVE 0               TO SECU-CON.
002130     MOVE SPACES          TO DATOS-CON.
002140     MOVE SERVHO-LNK      TO SERVHO-CON.
002150     MOVE "P"             TO ESTADO-CON.
002160     MOVE 0               TO PENDIENTES-CON FECHA-CONC-CON
002170                             HORA-CONC-CON.
002180     WRITE REG-CON
002190         INVALID KEY CONTINUE
002200     END-WRITE.

002210 AGREGAR-MED-CASA.
002220     IF PACI-LNK = SPACES OR DESCRIP-LNK = SPACES
002230        MOVE "I" TO RESULT-LNK
002240        GO TO FIN-AGREGAR
002250     END-IF.
      *    UN MEDICAMENTO NUEVO ANULA LA CONSTANCIA DE "NINGUNO".
002260     MOVE PACI-LNK  TO PACI-MCA.
002270     MOVE FOLIO-LNK TO FOLIO-MCA.
002280     MOVE 0         TO SECU-MCA.
002290     READ ARCHIVO-MED-CASA
002300          INVALID KEY CONTINUE
002310          NOT INVALID KEY
002320             MOVE "I" TO ESTADO-MCA
002330             REWRITE REG-MCA INVALID KEY CONTINUE END-REWRITE
002340     END-READ.
002350     PERFORM OBTENER-SECUENCIA.
002360     INITIALIZE REG-MCA.
002370     MOVE PACI-LNK    TO PACI-MCA.
002380     MOVE FOLIO-LNK   TO FOLIO-MCA.
002390     MOVE SECU-SIG-W  TO SECU-MCA.
002400     MOVE COD-ART-LNK TO COD-ART-MCA.
002410     MOVE DESCRIP-LNK TO DESCRIP-MCA.
002420     MOVE DOSIS-LNK   TO DOSIS-MCA.
002430     MOVE "A"         TO ESTADO-MCA.
002440     MOVE USUARIO-LNK TO USUARIO-MCA.
002450     MOVE FECHA-HOY-W TO FECHA-MCA.
002460     WRITE REG-MCA
002470         INVALID KEY GO TO FIN-AGREGAR
002480     END-WRITE.
002490     MOVE SECU-SIG-W TO SECU-MED-LNK.
002500     MOVE "S" TO RESULT-LNK.

002510 FIN-AGREGAR.
002520     EXIT.

002530 OBTENER-SECUENCIA.
002540     MOVE 0 TO SECU-SIG-W SW-FIN-W.
002550     MOVE PACI-LNK  TO PACI-MCA.
002560     MOVE FOLIO-LNK TO FOLIO-MCA.
002570     MOVE 999       TO SECU-MCA.
002580     START ARCHIVO-MED-CASA KEY IS <= LLAVE-MCA
002590           INVALID KEY MOVE 1 TO SW-FIN-W
002600     END-START.
002610     IF SW-FIN-W = 0
002620        READ ARCHIVO-MED-CASA PREVIOUS
002630             AT END CONTINUE
002640             NOT AT END
002650                IF PACI-MCA = PACI-LNK AND FOLIO-MCA = FOLIO-LNK
002660                   MOVE SECU-MCA TO SECU-SIG-W
002670                END-IF
002680        END-READ
002690     END-IF.
002700     ADD 1 TO SECU-SIG-W.

002710 DECLARAR-NINGUNO.
002720     PERFORM CONTAR-MED-CASA.
002730     IF TOT-MED-CASA-W > 0
002740        MOVE "I" TO RESULT-LNK
002750        GO TO FIN-NINGUNO
002760     END-IF.
002770     INITIALIZE REG-MCA.
002780     MOVE PACI-LNK    TO PACI-MCA.
002790     MOVE FOLIO-LNK   TO FOLIO-MCA.
002800     MOVE 0           TO SECU-MCA.
002810     MOVE "NO TOMA MEDICAMENTOS EN CASA" TO DESCRIP-MCA.
002820     MOVE "N"         TO ESTADO-MCA.
002830     MOVE USUARIO-LNK TO USUARIO-MCA.
002840     MOVE FECHA-HOY-W TO FECHA-MCA.
002850     WRITE REG-MCA
002860         INVALID KEY
002870            REWRITE REG-MCA
002880                INVALID KEY GO TO FIN-NINGUNO
002890            END-REWRITE
002900     END-WRITE.
002910     MOVE "S" TO RESULT-LNK.

002920 FIN-NINGUNO.
002930     EXIT.

002940 CONTAR-MED-CASA.
002950     MOVE 0 TO TOT-MED-CASA-W SW-NINGUNO-W SW-FIN-MCA-W.
002960     MOVE PACI-LNK  TO PACI-MCA.
002970     MOVE FOLIO-LNK TO FOLIO-MCA.
002980     MOVE 0         TO SECU-MCA.
002990     START ARCHIVO-MED-CASA KEY IS >= LLAVE-MCA
003000           INVALID KEY MOVE 1 TO SW-FIN-MCA-W
003010     END-START.
003020     PERFORM CONTAR-UN-MED UNTIL SW-FIN-MCA-W = 1.

003030 CONTAR-UN-MED.
003040     READ ARCHIVO-MED-CASA NEXT
003050          AT END MOVE 1 TO SW-FIN-MCA-W
003060     END-READ.
003070     IF SW-FIN-MCA-W = 0
003080        IF PACI-MCA NOT = PACI-LNK OR FOLIO-MCA NOT = FOLIO-LNK
003090           MOVE 1 TO SW-FIN-MCA-W
003100        ELSE
003110           IF MED-CASA-ACTIVO
003120              ADD 1 TO TOT-MED-CASA-W
003130           END-IF
003140           IF MED-CASA-NINGUNO
003150              MOVE 1 TO SW-NINGUNO-W
003160           END-IF
003170        END-IF
003180     END-IF.

      * EL ULTIMO MOMENTO DEL TIPO PEDIDO PARA EL FOLIO.
003190 BUSCAR-MOMENTO.
003200     MOVE 0 TO SW-MOMENTO-W SW-FIN-W.
003210     MOVE PACI-LNK    TO PACI-CON.
003220     MOVE FOLIO-LNK   TO FOLIO-CON.
003230     MOVE MOMENTO-LNK TO MOMENTO-CON.
003240     MOVE 99999999    TO FECHA-EVE-CON.
003250     MOVE 999999      TO HORA-EVE-CON.
003260     MOVE 999         TO SECU-CON.
003270     START ARCHIVO-CONCILIA KEY IS <= LLAVE-CON
003280           INVALID KEY MOVE 1 TO SW-FIN-W
003290     END-START.
003300     IF SW-FIN-W = 0
003310        READ ARCHIVO-CONCILIA PREVIOUS
003320             AT END CONTINUE
003330             NOT AT END
003340                IF PACI-CON = PACI-LNK AND FOLIO-CON = FOLIO-LNK
003350                   AND MOMENTO-CON = MOMENTO-LNK
003360                   MOVE 1 TO SW-MOMENTO-W
003370                   MOVE LLAVE-CON (1:38) TO LLAVE-MOMENTO-W
003380                END-IF
003390        END-READ
003400     END-IF.

003410 GRABAR-DECISION.
003420     MOVE DECISION-LNK TO DECISION-CON.
003430     IF NOT MOMENTO-VALIDO OR NOT DECISION-VALIDA
003440        OR MOTIVO-LNK = SPACES OR SECU-MED-LNK = 0
003450        MOVE "I" TO RESULT-LNK
003460        GO TO FIN-DECISION
003470     END-IF.
003480     IF DECISION-LNK = "X" AND ART-NUEVO-LNK = SPACES
003490        MOVE "I" TO RESULT-LNK
003500        GO TO FIN-DECISION
003510     END-IF.
003520     MOVE PACI-LNK     TO PACI-MCA.
003530     MOVE FOLIO-LNK    TO FOLIO-MCA.
003540     MOVE SECU-MED-LNK TO SECU-MCA.
003550     READ ARCHIVO-MED-CASA
003560          INVALID KEY
003570             MOVE "X" TO RESULT-LNK
003580             GO TO FIN-DECISION
003590     END-READ.
003600     IF NOT MED-CASA-ACTIVO
003610        MOVE "X" TO RESULT-LNK
003620        GO TO FIN-DECISION
003630     END-IF.
003640     PERFORM BUSCAR-MOMENTO.
003650     IF SW-MOMENTO-W = 0
003660        IF MOMENTO-LNK = "E"
003670           MOVE PACI-LNK    TO PACI-MOM-W
003680           MOVE FOLIO-LNK   TO FOLIO-MOM-W
003690           MOVE "E"         TO MOMENTO-MOM-W
003700           MOVE FECHA-HOY-W TO FECHA-EVE-MOM-W
003710           MOVE HORA-HOY-W  TO HORA-EVE-MOM-W
003720           PERFORM CREAR-ENCABEZADO
003730        ELSE
003740           MOVE "X" TO RESULT-LNK
003750           GO TO FIN-DECISION
003760        END-IF
003770     END-IF.
003780     MOVE LLAVE-MOMENTO-W TO LLAVE-CON (1:38).
003790     MOVE SECU-MED-LNK    TO SECU-CON.
003800     MOVE 1 TO SW-HALLADO-W.
003810     READ ARCHIVO-CONCILIA
003820          INVALID KEY MOVE 0 TO SW-HALLADO-W
003830     END-READ.
003840     MOVE SPACES          TO DATOS-CON.
003850     MOVE DECISION-LNK    TO DECISION-CON.
003860     MOVE MOTIVO-LNK      TO MOTIVO-CON.
003870     MOVE ART-NUEVO-LNK   TO ART-NUEVO-CON.
003880     MOVE USUARIO-LNK     TO USUARIO-CON.
003890     MOVE FECHA-HOY-W     TO FECHA-DEC-CON.
003900     MOVE HORA-HOY-W      TO HORA-DEC-CON.
003910     IF SW-HALLADO-W = 1
003920        REWRITE REG-CON
003930            INVALID KEY GO TO FIN-DECISION
003940        END-REWRITE
003950     ELSE
003960        WRITE REG-CON
003970            INVALID KEY GO TO FIN-DECISION
003980        END-WRITE
003990     END-IF.
004000     PERFORM RECALCULAR-MOMENTO THRU FIN-RECALCULAR.
004010     MOVE PENDIENTES-W TO PENDIENTES-LNK.
004020     MOVE "S" TO RESULT-LNK.

004030 FIN-DECISION.
004040     EXIT.

004050 VALIDAR-EGRESO.
004060     MOVE "E" TO MOMENTO-LNK.
004070     PERFORM BUSCAR-MOMENTO.
004080     IF SW-MOMENTO-W = 0
004090        PERFORM CONTAR-MED-CASA
004100        IF TOT-MED-CASA-W = 0 AND SW-NINGUNO-W = 1
004110           MOVE 0 TO PENDIENTES-LNK
004120           MOVE "S" TO RESULT-LNK
004130        ELSE
004140           MOVE TOT-MED-CASA-W TO PENDIENTES-LNK
004150           IF TOT-MED-CASA-W = 0
004160              MOVE 1 TO PENDIENTES-LNK
004170           END-IF
004180           MOVE "P" TO RESULT-LNK
004190        END-IF
004200        GO TO FIN-VALIDAR
004210     END-IF.
004220     PERFORM RECALCULAR-MOMENTO THRU FIN-RECALCULAR.
004230     MOVE PENDIENTES-W TO PENDIENTES-LNK.
004240     IF PENDIENTES-W > 0
004250        MOVE "P" TO RESULT-LNK
004260     ELSE
004270        MOVE "S" TO RESULT-LNK
004280     END-IF.

004290 FIN-VALIDAR.
004300     EXIT.

      * CUENTA LAS DISCREPANCIAS DEL MOMENTO DE LLAVE-MOMENTO-W Y
      * ACTUALIZA SU ENCABEZADO. LA FECHA DE CONCILIACION SE FIJA LA
      * PRIMERA VEZ QUE QUEDA EN CERO.
004310 RECALCULAR-MOMENTO.
004320     MOVE 0 TO PENDIENTES-W TOT-MED-CASA-W SW-NINGUNO-W.
004330     IF MOMENTO-MOM-W NOT = "E"
004340        PERFORM CARGAR-ORDENES THRU FIN-CARGAR-ORD
004350     END-IF.
004360     MOVE 0 TO SW-FIN-MCA-W.
004370     MOVE PACI-MOM-W  TO PACI-MCA.
004380     MOVE FOLIO-MOM-W TO FOLIO-MCA.
004390     MOVE 0           TO SECU-MCA.
004400     START ARCHIVO-MED-CASA KEY IS >= LLAVE-MCA
004410           INVALID KEY MOVE 1 TO SW-FIN-MCA-W
004420     END-START.
004430     PERFORM REVISAR-MED-CASA UNTIL SW-FIN-MCA-W = 1.
004440     IF TOT-MED-CASA-W = 0 AND SW-NINGUNO-W = 0
004450        MOVE 1 TO PENDIENTES-W
004460     END-IF.
004470     MOVE LLAVE-MOMENTO-W TO LLAVE-CON (1:38).
004480     MOVE 0               TO SECU-CON.
004490     READ ARCHIVO-CONCILIA
004500          INVALID KEY GO TO FIN-RECALCULAR
004510     END-READ.
004520     MOVE PENDIENTES-W TO PENDIENTES-CON.
004530     IF PENDIENTES-W = 0
004540        IF NOT MOMENTO-CONCILIADO
004550           MOVE "C"         TO ESTADO-CON
004560           MOVE FECHA-HOY-W TO FECHA-CONC-CON
004570           MOVE HORA-HOY-W  TO HORA-CONC-CON
004580        END-IF
004590     ELSE
004600        MOVE "P" TO ESTADO-CON
004610     END-IF.
004620     REWRITE REG-CON
004630         INVALID KEY CONTINUE
004640     END-REWRITE.

004650 FIN-RECALCULAR.
004660     EXIT.

004670 REVISAR-MED-CASA.
004680     READ ARCHIVO-MED-CASA NEXT
004690          AT END MOVE 1 TO SW-FIN-MCA-W
004700     END-READ.
004710     IF SW-FIN-MCA-W = 0
004720        IF PACI-MCA NOT = PACI-MOM-W
004730           OR FOLIO-MCA NOT = FOLIO-MOM-W
004740           MOVE 1 TO SW-FIN-MCA-W
004750        ELSE
004760           IF MED-CASA-NINGUNO
004770              MOVE 1 TO SW-NINGUNO-W
004780           END-IF
004790           IF MED-CASA-ACTIVO
004800              ADD 1 TO TOT-MED-CASA-W
004810              PERFORM REVISAR-DECISION THRU FIN-REVISAR-DEC
004820           END-IF
004830        END-IF
004840     END-IF.

004850 REVISAR-DECISION.
004860     MOVE LLAVE-MOMENTO-W TO LLAVE-CON (1:38).
004870     MOVE SECU-MCA        TO SECU-CON.
004880     READ ARCHIVO-CONCILIA
004890          INVALID KEY
004900             ADD 1 TO PENDIENTES-W
004910             GO TO FIN-REVISAR-DEC
004920     END-READ.
004930     IF MOMENTO-MOM-W = "E" OR DECIDE-SUSPENDER
004940        GO TO FIN-REVISAR-DEC
004950     END-IF.
004960     MOVE COD-ART-MCA TO ART-BUSCA-W.
004970     IF ART-NUEVO-CON NOT = SPACES
004980        MOVE ART-NUEVO-CON TO ART-BUSCA-W
004990     END-IF.
      *    SIN CODIGO DE ARTICULO (MEDICAMENTO QUE NO MANEJA LA
      *    FARMACIA) NO HAY ORDEN CONTRA QUE CRUZAR.
005000     IF ART-BUSCA-W = SPACES
005010        GO TO FIN-REVISAR-DEC
005020     END-IF.
005030     MOVE 0 TO SW-HALLADO-W.
005040     PERFORM COMPARAR-ORDEN
005050             VARYING IX-ORD-W FROM 1 BY 1
005060             UNTIL IX-ORD-W > TOTAL-ORD-W OR SW-HALLADO-W = 1.
005070     IF SW-HALLADO-W = 0
005080        ADD 1 TO PENDIENTES-W
005090     END-IF.

005100 FIN-REVISAR-DEC.
005110     EXIT.

005120 COMPARAR-ORDEN.
005130     IF ART-ORD-W (IX-ORD-W) = ART-BUSCA-W
005140        MOVE 1 TO SW-HALLADO-W
005150     END-IF.

005160 CARGAR-ORDENES.
005170     MOVE 0 TO TOTAL-ORD-W SW-FIN-W.
005180     OPEN INPUT ARCHIVO-FORMULA-ORD.
005190     IF OTR-STAT NOT = "00"
005200        GO TO FIN-CARGAR-ORD
005210     END-IF.
005220     MOVE LOW-VALUES TO LLAVE-ORD.
005230     START ARCHIVO-FORMULA-ORD KEY IS >= LLAVE-ORD
005240           INVALID KEY MOVE 1 TO SW-FIN-W
005250     END-START.
005260     PERFORM CARGAR-UNA-ORDEN UNTIL SW-FIN-W = 1.
005270     CLOSE ARCHIVO-FORMULA-ORD.

005280 FIN-CARGAR-ORD.
005290     EXIT.

005300 CARGAR-UNA-ORDEN.
005310     READ ARCHIVO-FORMULA-ORD NEXT
005320          AT END MOVE 1 TO SW-FIN-W
005330     END-READ.
005340     IF SW-FIN-W = 0
005350        IF PACI-ORD = PACI-MOM-W AND COD-ART-ORD NOT = SPACES
005360           AND FECHA-INI-ORD <= FECHA-HOY-W
005370           AND (FECHA-VENCE-ORD = 0
005380                OR FECHA-VENCE-ORD >= FECHA-HOY-W)
005390           AND (FECHA-STOP-ORD = 0
005400                OR FECHA-STOP-ORD >= FECHA-HOY-W)
005410           AND TOTAL-ORD-W < MAX-ORD-W
005420           ADD 1 TO TOTAL-ORD-W
005430           MOVE COD-ART-ORD TO ART-ORD-W (TOTAL-ORD-W)
005440        END-IF
005450     END-IF.
