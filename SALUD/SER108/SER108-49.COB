      *=================================================================
      * CARTERA - PLANO TRIMESTRAL DE LA CIRCULAR 030 (IPS)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * ARMA EL ARCHIVO DE CARTERA QUE LA IPS CARGA CADA TRIMESTRE
      * (CIRCULAR CONJUNTA 030) CON LAS FACTURAS RADICADAS QUE TIENEN
      * SALDO AL ULTIMO DIA DEL TRIMESTRE. EL SALDO AL CORTE SE SACA
      * COMO EN LA CONCILIACION (SER108-48): VALOR - PAGADO - GLOSADO -
      * NOTAS, DEVOLVIENDO LO APLICADO DESPUES DEL CORTE.
      * - C030-<NIT IPS>-<FECHA FINAL>.TXT, CAMPOS SEPARADOS POR ",":
      *   REGISTRO TIPO 1 DE CONTROL (NIT DE LA IPS, PERIODO Y TOTAL DE
      *   REGISTROS TIPO 2) Y UN TIPO 2 POR FACTURA: ENTIDAD (NIT Y
      *   RAZON SOCIAL), PREFIJO Y NUMERO, INDICADOR (I FACTURA DEL
      *   TRIMESTRE, A YA REPORTADA), VALOR, FECHAS DE EMISION Y
      *   RADICACION, PAGOS, GLOSA ACEPTADA, GLOSA RESPONDIDA, SALDO Y
      *   COBRO JURIDICO. VALORES SIN DECIMALES, FECHAS AAAA-MM-DD.
      * - EL NIT DE LA ENTIDAD SALE DEL ENCABEZADO DE SU ULTIMO ESTADO
      *   DE CUENTA CARGADO (SER108-47).
      * - SC-VAL030.TXT: ENTIDADES SIN NIT (SUS FACTURAS NO SALEN EN
      *   EL PLANO) Y FACTURAS CON SALDO AUN NO RADICADAS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-49.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-FACTURAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FACTU-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-FACT
000140         ALTERNATE RECORD KEY IS FECHA-FACT WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-CARTERA-MOV LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-CARTMOV-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-CARTM
000210         ALTERNATE RECORD KEY IS FECHA-CARTM WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-GLOSAS LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-GLOSAS-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-GLOSA
000280         ALTERNATE RECORD KEY IS ENTIDAD-GLO WITH DUPLICATES
000290         ALTERNATE RECORD KEY IS ESTADO-GLO WITH DUPLICATES
000300         ALTERNATE RECORD KEY IS FECHA-GLOSA-GLO
000310            WITH DUPLICATES
000320         FILE STATUS IS OTR-STAT.

000330     SELECT ARCHIVO-ENTIDADES LOCK MODE IS AUTOMATIC
000340         ASSIGN NOM-ENTI-W
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS COD-ENT
000380         ALTERNATE RECORD KEY IS NOMBRE-ENT WITH DUPLICATES
000390         FILE STATUS IS OTR-STAT.

000400     SELECT ARCHIVO-ESTADO-EPS LOCK MODE IS AUTOMATIC
000410         ASSIGN NOM-ESTEPS-W
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LLAVE-EEP
000450         FILE STATUS IS OTR-STAT.

000460     SELECT PLANO-C030
000470         ASSIGN NOM-PLANO030-W
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490     SELECT REPORTE-VAL-C030
000500         ASSIGN NOM-VAL030-W
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.

000540 FD  ARCHIVO-FACTURAS
000550     LABEL RECORD STANDARD.
000560 01  REG-FACT.
000570     02 LLAVE-FACT              PIC X(12).
000580     02 FECHA-FACT              PIC 9(8).
000590     02 PACI-FACT               PIC X(15).
000600     02 EPS-FACT                PIC X(6).
000610     02 VALOR-TOT-FACT          PIC 9(11)V99.
000620     02 FECHA-RADIC-FACT        PIC 9(8).
000630     02 NRO-RADICADO-FACT       PIC X(15).
000640     02 LOTE-RADIC-FACT         PIC X(10).
000650     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
000660     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
000670     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
000680     02 VALOR-NOTAS-FACT        PIC S9(11)V99
000690                                    SIGN IS TRAILING.

000700 FD  ARCHIVO-CARTERA-MOV
000710     LABEL RECORD STANDARD.
000720 01  REG-CARTM.
000730     02 LLAVE-CARTM.
000740        03 LLAVE-FACT-CARTM     PIC X(12).
000750        03 SECUEN-CARTM         PIC 9(3).
000760     02 TIPO-CARTM              PIC X.
000770        88 CARTM-PAGO           VALUE "P".
000780        88 CARTM-GLOSA          VALUE "G".
000790     02 FECHA-CARTM             PIC 9(8).
000800     02 VALOR-CARTM             PIC 9(11)V99.
000810     02 DOCUMENTO-CARTM         PIC X(15).

000820 FD  ARCHIVO-GLOSAS
000830     LABEL RECORD STANDARD.
000840 01  REG-GLOSA.
000850     02 LLAVE-GLOSA.
000860        03 LLAVE-FACT-GLO       PIC X(12).
000870        03 SECUEN-GLO           PIC 9(3).
000880     02 COD-GLOSA-GLO           PIC X(6).
000890     02 ENTIDAD-GLO             PIC X(6).
000900     02 VALOR-OBJETADO-GLO      PIC 9(11)V99.
000910     02 FECHA-GLOSA-GLO         PIC 9(8).
000920     02 ESTADO-GLO              PIC X.
000930        88 GLOSA-PENDIENTE      VALUE "P".
000940        88 GLOSA-ACEPTADA       VALUE "A".
000950        88 GLOSA-LEVANTADA      VALUE "L".
000960     02 VALOR-ACEPTADO-GLO      PIC 9(11)V99.
000970     02 VALOR-LEVANTADO-GLO     PIC 9(11)V99.
000980     02 FECHA-RESPUESTA-GLO     PIC 9(8).
000990     02 OBSERV-GLO              PIC X(60).

001000 FD  ARCHIVO-ENTIDADES
001010     LABEL RECORD STANDARD.
001020 01  REG-ENT.
001030     02 COD-ENT                 PIC X(6).
001040     02 NOMBRE-ENT              PIC X(40).

001050 FD  ARCHIVO-ESTADO-EPS
001060     LABEL RECORD STANDARD.
001070 01  REG-EEP.
001080     02 LLAVE-EEP.
001090        03 ENTIDAD-EEP          PIC X(6).
001100        03 LLAVE-FACT-EEP       PIC X(12).
001110     02 DATOS-EEP               PIC X(60).
001120     02 DATOS-ENC-EEP REDEFINES DATOS-EEP.
001130        03 NIT-EPS-EEP          PIC 9(10).
001140        03 FECHA-CORTE-EEP      PIC 9(8).
001150        03 TOT-FACT-EEP         PIC 9(6).
001160        03 TOT-SALDO-EEP        PIC 9(13)V99.
001170        03 FECHA-CARGUE-EEP     PIC 9(8).
001180        03 OPER-EEP             PIC X(4).
001190        03 FILLER               PIC X(9).
001200     02 FILLER                  PIC X(20).

001210 FD  PLANO-C030
001220     LABEL RECORD STANDARD.
001230 01  LIN-PLANO-C030             PIC X(300).

001240 FD  REPORTE-VAL-C030
001250     LABEL RECORD STANDARD.
001260 01  LIN-VAL-C030               PIC X(120).

001270 WORKING-STORAGE SECTION.

001280 77  NOM-FACTU-W                PIC X(60)
001290     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
001300 77  NOM-CARTMOV-W              PIC X(60)
001310     VALUE "D:\progelect\DATOS\SC-CARTMOV.DAT".
001320 77  NOM-GLOSAS-W               PIC X(60)
001330     VALUE "D:\progelect\DATOS\SC-GLOSAS.DAT".
001340 77  NOM-ENTI-W                 PIC X(60)
001350     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
001360 77  NOM-ESTEPS-W               PIC X(60)
001370     VALUE "D:\progelect\DATOS\SC-ESTEPS.DAT".
001380 77  NOM-PLANO030-W             PIC X(60).
001390 77  NOM-VAL030-W               PIC X(60)
001400     VALUE "D:\progelect\DATOS\SC-VAL030.TXT".
001410 77  OTR-STAT                   PIC XX.
001420 77  SW-FIN-W                   PIC 9 VALUE 0.
001430 77  SW-FIN-MOV-W               PIC 9 VALUE 0.
001440 77  SW-HALLADO-W               PIC 9 VALUE 0.
001450 77  SW-INCLUIR-W               PIC 9 VALUE 0.
001460 77  SW-ESCRIBIR-W              PIC 9 VALUE 0.
001470 77  SW-RESPONDIDA-W            PIC 9 VALUE 0.
001480 77  SW-PENDIENTE-W             PIC 9 VALUE 0.
001490 77  I                          PIC 99 VALUE 0.
001500 77  J                          PIC 99 VALUE 0.
001510 77  TOT-ENT-W                  PIC 99 VALUE 0.
001520 77  FECHA-INI-W                PIC 9(8).
001530 77  FECHA-FIN-W                PIC 9(8).
001540 77  MES-FIN-W                  PIC 99.
001550 77  PAGO-POSTERIOR-W           PIC 9(11)V99.
001560 77  GLOSA-POSTERIOR-W          PIC 9(11)V99.
001570 77  PAGADO-CORTE-W             PIC 9(11)V99.
001580 77  GLOSADO-CORTE-W            PIC 9(11)V99.
001590 77  SALDO-CORTE-W              PIC S9(12)V99.
001600 77  ENTIDAD-ANT-W              PIC X(6).
001610 77  CONSECUTIVO-W              PIC 9(7) VALUE 0.
001620 77  TOT-REPORTADAS-W           PIC 9(7) VALUE 0.
001630 77  TOT-SIN-NIT-W              PIC 9(7) VALUE 0.
001640 77  TOT-NO-RADIC-W             PIC 9(7) VALUE 0.
001650 77  POS-PLANO-W                PIC 9(4) VALUE 1.
001660 77  ESPACIOS-W                 PIC 99 VALUE 0.
001670 77  VALOR-ENTERO-W             PIC 9(13).
001680 77  NUM-ED-W                   PIC Z(12)9.
001690 77  NUMERO-TXT-W               PIC X(30).
001700 77  TEXTO-DATO-W               PIC X(30).
001710 77  PREFIJO-W                  PIC X(12).
001720 77  NUMERO-FACT-W              PIC X(12).
001730 77  RAZON-SOCIAL-W             PIC X(40).
001740 77  SEP-W                      PIC X VALUE ",".

      * POR ENTIDAD: NIT DEL ESTADO DE CUENTA Y RAZON SOCIAL
001750 01  TABLA-ENT-W.
001760     02 ENT-W OCCURS 90.
001770        03 COD-ENT-TAB-W        PIC X(6).
001780        03 NIT-ENT-TAB-W        PIC 9(10).
001790        03 NOMBRE-ENT-TAB-W     PIC X(40).
001800        03 SIN-NIT-TAB-W        PIC 9(6).

001810 01  FECHA-NUM-W                PIC 9(8).
001820 01  FECHA-NUM-R REDEFINES FECHA-NUM-W.
001830     02 ANO-NUM-W               PIC 9(4).
001840     02 MES-NUM-W               PIC 99.
001850     02 DIA-NUM-W               PIC 99.

001860 01  FECHA-TXT-W.
001870     02 ANO-TXT-W               PIC 9(4).
001880     02 FILLER                  PIC X VALUE "-".
001890     02 MES-TXT-W               PIC 99.
001900     02 FILLER                  PIC X VALUE "-".
001910     02 DIA-TXT-W               PIC 99.

001920 LINKAGE SECTION.
001930 01  ANO-LNK                    PIC 9(4).
001940 01  TRIMESTRE-LNK              PIC 9.
001950 01  NIT-IPS-LNK                PIC 9(10).
001960 01  RESULT-LNK                 PIC X.
001970     88 PLANO-OK                VALUE "S".
001980     88 PLANO-NO-OK             VALUE "N".

001990 PROCEDURE DIVISION USING ANO-LNK TRIMESTRE-LNK NIT-IPS-LNK
002000                          RESULT-LNK.

002010 MAINLINE.
002020     MOVE "N" TO RESULT-LNK.
002030     IF TRIMESTRE-LNK > 0 AND TRIMESTRE-LNK < 5
002040        AND NIT-IPS-LNK > 0
002050        PERFORM GENERAR-PLANO
002060        MOVE "S" TO RESULT-LNK
002070     END-IF.
002080     EXIT PROGRAM.

002090 GENERAR-PLANO.
002100     PERFORM CALCULAR-PERIODO.
002110     OPEN INPUT ARCHIVO-FACTURAS ARCHIVO-CARTERA-MOV
002120                ARCHIVO-GLOSAS ARCHIVO-ENTIDADES
002130                ARCHIVO-ESTADO-EPS.
002140     INITIALIZE TABLA-ENT-W.
002150     OPEN OUTPUT REPORTE-VAL-C030.
002160     MOVE SPACES TO LIN-VAL-C030.
002170     STRING "VALIDACION CIRCULAR 030 - CORTE " FECHA-FIN-W
002180            DELIMITED BY SIZE INTO LIN-VAL-C030.
002190     WRITE LIN-VAL-C030.
002200     MOVE SPACES TO LIN-VAL-C030.
002210     WRITE LIN-VAL-C030.
      *    PRIMERA PASADA: CUANTAS FACTURAS VAN, PARA EL REGISTRO TIPO 1
002220     MOVE 0 TO SW-ESCRIBIR-W SW-FIN-W.
002230     PERFORM LEER-FACTURA UNTIL SW-FIN-W = 1.
002240     PERFORM ABRIR-PLANO.
002250     MOVE 1 TO SW-ESCRIBIR-W.
002260     MOVE 0 TO SW-FIN-W.
002270     MOVE LOW-VALUES TO LLAVE-FACT.
002280     START ARCHIVO-FACTURAS KEY IS >= LLAVE-FACT
002290           INVALID KEY MOVE 1 TO SW-FIN-W
002300     END-START.
002310     PERFORM LEER-FACTURA UNTIL SW-FIN-W = 1.
002320     PERFORM ESCRIBIR-SIN-NIT VARYING J FROM 1 BY 1
002330             UNTIL J > TOT-ENT-W.
002340     CLOSE ARCHIVO-FACTURAS ARCHIVO-CARTERA-MOV ARCHIVO-GLOSAS
002350           ARCHIVO-ENTIDADES ARCHIVO-ESTADO-EPS PLANO-C030
002360           REPORTE-VAL-C030.
002370     DISPLAY "FACTURAS REPORTADAS C030:       " TOT-REPORTADAS-W.
002380     DISPLAY "ENTIDAD SIN NIT (NO REPORTADAS):" TOT-SIN-NIT-W.
002390     DISPLAY "CON SALDO SIN RADICAR:          " TOT-NO-RADIC-W.

002400 CALCULAR-PERIODO.
002410     COMPUTE MES-FIN-W = TRIMESTRE-LNK * 3.
002420     COMPUTE FECHA-INI-W = ANO-LNK * 10000
002430                         + (MES-FIN-W - 2) * 100 + 1.
002440     IF MES-FIN-W = 12
002450        COMPUTE FECHA-FIN-W = (ANO-LNK + 1) * 10000 + 101
002460     ELSE
002470        COMPUTE FECHA-FIN-W = ANO-LNK * 10000
002480                            + (MES-FIN-W + 1) * 100 + 1
002490     END-IF.
002500     COMPUTE FECHA-FIN-W = FUNCTION DATE-OF-INTEGER
002510             (FUNCTION INTEGER-OF-DATE (FECHA-FIN-W) - 1).

002520 LEER-FACTURA.
002530     READ ARCHIVO-FACTURAS NEXT
002540          AT END MOVE 1 TO SW-FIN-W
002550     END-READ.
002560     IF SW-FIN-W = 0 AND FECHA-FACT NOT > FECHA-FIN-W
002570        PERFORM CALCULAR-SALDO-CORTE
002580        IF SALDO-CORTE-W > 0
002590           PERFORM EVALUAR-FACTURA
002600        END-IF
002610     END-IF.

      * LO APLICADO DESPUES DEL CORTE SE DEVUELVE AL SALDO
002620 CALCULAR-SALDO-CORTE.
002630     MOVE 0 TO PAGO-POSTERIOR-W GLOSA-POSTERIOR-W SW-FIN-MOV-W.
002640     MOVE LLAVE-FACT TO LLAVE-FACT-CARTM.
002650     MOVE 0          TO SECUEN-CARTM.
002660     START ARCHIVO-CARTERA-MOV KEY IS >= LLAVE-CARTM
002670           INVALID KEY MOVE 1 TO SW-FIN-MOV-W
002680     END-START.
002690     PERFORM SUMAR-MOV-POSTERIOR UNTIL SW-FIN-MOV-W = 1.
002700     COMPUTE PAGADO-CORTE-W =
002710             VALOR-PAGADO-FACT - PAGO-POSTERIOR-W.
002720     COMPUTE GLOSADO-CORTE-W =
002730             VALOR-GLOSADO-FACT - GLOSA-POSTERIOR-W.
002740     COMPUTE SALDO-CORTE-W = VALOR-TOT-FACT - PAGADO-CORTE-W
002750             - GLOSADO-CORTE-W - VALOR-NOTAS-FACT.

002760 SUMAR-MOV-POSTERIOR.
002770     READ ARCHIVO-CARTERA-MOV NEXT
002780          AT END MOVE 1 TO SW-FIN-MOV-W
002790     END-READ.
002800     IF SW-FIN-MOV-W = 0
002810        IF LLAVE-FACT-CARTM NOT = LLAVE-FACT
002820           MOVE 1 TO SW-FIN-MOV-W
002830        ELSE
002840           IF FECHA-CARTM > FECHA-FIN-W
002850              IF CARTM-PAGO
002860                 ADD VALOR-CARTM TO PAGO-POSTERIOR-W
002870              ELSE
002880                 ADD VALOR-CARTM TO GLOSA-POSTERIOR-W
002890              END-IF
002900           END-IF
002910        END-IF
002920     END-IF.

      * SOLO VA LA FACTURA RADICADA AL CORTE DE ENTIDAD CON NIT. LO
      * QUE NO VA SE CUENTA (Y SE LISTA) EN LA PRIMERA PASADA.
002930 EVALUAR-FACTURA.
002940     MOVE EPS-FACT TO ENTIDAD-ANT-W.
002950     PERFORM UBICAR-ENTIDAD.
002960     MOVE 0 TO SW-INCLUIR-W.
002970     EVALUATE TRUE
002980        WHEN J = 0
002990             CONTINUE
003000        WHEN FECHA-RADIC-FACT = 0
003010             OR FECHA-RADIC-FACT > FECHA-FIN-W
003020             IF SW-ESCRIBIR-W = 0
003030                ADD 1 TO TOT-NO-RADIC-W
003040                MOVE SPACES TO LIN-VAL-C030
003050                STRING "FACTURA " LLAVE-FACT " ENTIDAD " EPS-FACT
003060                       " CON SALDO SIN RADICAR"
003070                       DELIMITED BY SIZE INTO LIN-VAL-C030
003080                WRITE LIN-VAL-C030
003090             END-IF
003100        WHEN NIT-ENT-TAB-W (J) = 0
003110             IF SW-ESCRIBIR-W = 0
003120                ADD 1 TO TOT-SIN-NIT-W SIN-NIT-TAB-W (J)
003130             END-IF
003140        WHEN OTHER
003150             MOVE 1 TO SW-INCLUIR-W
003160     END-EVALUATE.
003170     IF SW-INCLUIR-W = 1
003180        IF SW-ESCRIBIR-W = 0
003190           ADD 1 TO TOT-REPORTADAS-W
003200        ELSE
003210           PERFORM ESCRIBIR-DETALLE
003220        END-IF
003230     END-IF.

      * LA ENTIDAD NUEVA EN LA TABLA TRAE EL NIT DE SU ESTADO DE CUENTA
003240 UBICAR-ENTIDAD.
003250     MOVE 0 TO SW-HALLADO-W.
003260     PERFORM BUSCAR-ENTIDAD VARYING J FROM 1 BY 1
003270             UNTIL J > TOT-ENT-W OR SW-HALLADO-W = 1.
003280     IF SW-HALLADO-W = 0
003290        IF TOT-ENT-W < 90
003300           ADD 1 TO TOT-ENT-W
003310           MOVE TOT-ENT-W     TO J
003320           MOVE ENTIDAD-ANT-W TO COD-ENT-TAB-W (J) COD-ENT
003330           READ ARCHIVO-ENTIDADES
003340                INVALID KEY MOVE SPACES TO NOMBRE-ENT
003350           END-READ
003360           MOVE NOMBRE-ENT    TO NOMBRE-ENT-TAB-W (J)
003370           INSPECT NOMBRE-ENT-TAB-W (J) REPLACING ALL "," BY " "
003380           MOVE ENTIDAD-ANT-W TO ENTIDAD-EEP
003390           MOVE SPACES        TO LLAVE-FACT-EEP
003400           READ ARCHIVO-ESTADO-EPS
003410                INVALID KEY MOVE 0 TO NIT-EPS-EEP
003420           END-READ
003430           MOVE NIT-EPS-EEP   TO NIT-ENT-TAB-W (J)
003440        ELSE
003450           DISPLAY "TABLA DE ENTIDADES LLENA " ENTIDAD-ANT-W
003460           MOVE 0 TO J
003470        END-IF
003480     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
003490 BUSCAR-ENTIDAD.
003500     IF COD-ENT-TAB-W (J) = ENTIDAD-ANT-W
003510        MOVE 1 TO SW-HALLADO-W
003520        SUBTRACT 1 FROM J
003530     END-IF.

      *--- REGISTRO TIPO 1: NIT DE LA IPS, PERIODO Y TOTAL DE TIPO 2
003540 ABRIR-PLANO.
003550     MOVE SPACES TO NOM-PLANO030-W.
003560     STRING "D:\progelect\DATOS\C030-" NIT-IPS-LNK "-"
003570            FECHA-FIN-W ".TXT" DELIMITED BY SIZE
003580            INTO NOM-PLANO030-W.
003590     OPEN OUTPUT PLANO-C030.
003600     MOVE SPACES TO LIN-PLANO-C030.
003610     MOVE 1 TO POS-PLANO-W.
003620     STRING "1" SEP-W "NI" SEP-W DELIMITED BY SIZE
003630            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
003640     MOVE NIT-IPS-LNK TO VALOR-ENTERO-W.
003650     PERFORM PONER-NUMERO.
003660     MOVE FECHA-INI-W TO FECHA-NUM-W.
003670     PERFORM PONER-FECHA.
003680     MOVE FECHA-FIN-W TO FECHA-NUM-W.
003690     PERFORM PONER-FECHA.
003700     MOVE TOT-REPORTADAS-W TO NUM-ED-W.
003710     MOVE NUM-ED-W TO NUMERO-TXT-W.
003720     PERFORM QUITAR-BLANCOS.
003730     STRING NUMERO-TXT-W DELIMITED BY SPACE
003740            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
003750     WRITE LIN-PLANO-C030.

      *--- REGISTRO TIPO 2: UNA FACTURA
003760 ESCRIBIR-DETALLE.
003770     ADD 1 TO CONSECUTIVO-W.
003780     PERFORM SEPARAR-PREFIJO.
003790     PERFORM REVISAR-GLOSAS.
003800     MOVE NOMBRE-ENT-TAB-W (J) TO RAZON-SOCIAL-W.
003810     MOVE SPACES TO LIN-PLANO-C030.
003820     MOVE 1 TO POS-PLANO-W.
003830     STRING "2" SEP-W DELIMITED BY SIZE
003840            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
003850     MOVE CONSECUTIVO-W TO VALOR-ENTERO-W.
003860     PERFORM PONER-NUMERO.
003870     STRING "NI" SEP-W DELIMITED BY SIZE
003880            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
003890     MOVE NIT-ENT-TAB-W (J) TO VALOR-ENTERO-W.
003900     PERFORM PONER-NUMERO.
003910     STRING RAZON-SOCIAL-W DELIMITED BY "  "
003920            SEP-W "F" SEP-W DELIMITED BY SIZE
003930            PREFIJO-W DELIMITED BY SPACE
003940            SEP-W DELIMITED BY SIZE
003950            NUMERO-FACT-W DELIMITED BY SPACE
003960            SEP-W DELIMITED BY SIZE
003970            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
003980     IF FECHA-FACT < FECHA-INI-W
003990        STRING "A" SEP-W DELIMITED BY SIZE
004000               INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W
004010     ELSE
004020        STRING "I" SEP-W DELIMITED BY SIZE
004030               INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W
004040     END-IF.
004050     COMPUTE VALOR-ENTERO-W ROUNDED = VALOR-TOT-FACT.
004060     PERFORM PONER-NUMERO.
004070     MOVE FECHA-FACT TO FECHA-NUM-W.
004080     PERFORM PONER-FECHA.
004090     MOVE FECHA-RADIC-FACT TO FECHA-NUM-W.
004100     PERFORM PONER-FECHA.
      *    FECHA DE DEVOLUCION: EL SISTEMA NO LA LLEVA
004110     STRING SEP-W DELIMITED BY SIZE
004120            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
004130     COMPUTE VALOR-ENTERO-W ROUNDED = PAGADO-CORTE-W.
004140     PERFORM PONER-NUMERO.
004150     COMPUTE VALOR-ENTERO-W ROUNDED = GLOSADO-CORTE-W.
004160     PERFORM PONER-NUMERO.
004170     IF SW-RESPONDIDA-W = 1 AND SW-PENDIENTE-W = 0
004180        STRING "SI" SEP-W DELIMITED BY SIZE
004190               INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W
004200     ELSE
004210        STRING "NO" SEP-W DELIMITED BY SIZE
004220               INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W
004230     END-IF.
004240     COMPUTE VALOR-ENTERO-W ROUNDED = SALDO-CORTE-W.
004250     PERFORM PONER-NUMERO.
      *    COBRO JURIDICO Y ETAPA DEL PROCESO: NO SE LLEVAN
004260     STRING "NO" SEP-W DELIMITED BY SIZE
004270            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.
004280     WRITE LIN-PLANO-C030.

      * EL PREFIJO ES LO QUE VA ANTES DEL PRIMER DIGITO DE LA FACTURA
004290 SEPARAR-PREFIJO.
004300     MOVE SPACES TO PREFIJO-W NUMERO-FACT-W.
004310     MOVE 0 TO SW-HALLADO-W.
004320     PERFORM BUSCAR-DIGITO VARYING I FROM 1 BY 1
004330             UNTIL I > 12 OR SW-HALLADO-W = 1.
004340     IF SW-HALLADO-W = 0
004350        MOVE LLAVE-FACT TO NUMERO-FACT-W
004360     ELSE
004370        IF I > 1
004380           MOVE LLAVE-FACT (1:I - 1) TO PREFIJO-W
004390        END-IF
004400        MOVE LLAVE-FACT (I:) TO NUMERO-FACT-W
004410     END-IF.

      * AL HALLARLO I QUEDA UNO ADELANTE POR EL VARYING
004420 BUSCAR-DIGITO.
004430     IF LLAVE-FACT (I:1) IS NUMERIC
004440        MOVE 1 TO SW-HALLADO-W
004450        SUBTRACT 1 FROM I
004460     END-IF.

      * GLOSA RESPONDIDA: TIENE GLOSAS Y NINGUNA QUEDO PENDIENTE
004470 REVISAR-GLOSAS.
004480     MOVE 0 TO SW-RESPONDIDA-W SW-PENDIENTE-W SW-FIN-MOV-W.
004490     MOVE LLAVE-FACT TO LLAVE-FACT-GLO.
004500     MOVE 0          TO SECUEN-GLO.
004510     START ARCHIVO-GLOSAS KEY IS >= LLAVE-GLOSA
004520           INVALID KEY MOVE 1 TO SW-FIN-MOV-W
004530     END-START.
004540     PERFORM LEER-GLOSA UNTIL SW-FIN-MOV-W = 1.

004550 LEER-GLOSA.
004560     READ ARCHIVO-GLOSAS NEXT
004570          AT END MOVE 1 TO SW-FIN-MOV-W
004580     END-READ.
004590     IF SW-FIN-MOV-W = 0
004600        IF LLAVE-FACT-GLO NOT = LLAVE-FACT
004610           MOVE 1 TO SW-FIN-MOV-W
004620        ELSE
004630           IF FECHA-GLOSA-GLO NOT > FECHA-FIN-W
004640              IF GLOSA-PENDIENTE
004650                 OR FECHA-RESPUESTA-GLO > FECHA-FIN-W
004660                 MOVE 1 TO SW-PENDIENTE-W
004670              ELSE
004680                 MOVE 1 TO SW-RESPONDIDA-W
004690              END-IF
004700           END-IF
004710        END-IF
004720     END-IF.

004730 ESCRIBIR-SIN-NIT.
004740     IF SIN-NIT-TAB-W (J) > 0
004750        MOVE SPACES TO LIN-VAL-C030
004760        STRING "ENTIDAD " COD-ENT-TAB-W (J) " "
004770               NOMBRE-ENT-TAB-W (J)
004780               " SIN NIT (CARGAR ESTADO DE CUENTA): "
004790               SIN-NIT-TAB-W (J) " FACTURAS NO REPORTADAS"
004800               DELIMITED BY SIZE INTO LIN-VAL-C030
004810        WRITE LIN-VAL-C030
004820     END-IF.

      * VALOR-ENTERO-W SIN CEROS A LA IZQUIERDA, SEGUIDO DEL SEPARADOR
004830 PONER-NUMERO.
004840     MOVE VALOR-ENTERO-W TO NUM-ED-W.
004850     MOVE NUM-ED-W TO NUMERO-TXT-W.
004860     PERFORM QUITAR-BLANCOS.
004870     STRING NUMERO-TXT-W DELIMITED BY SPACE
004880            SEP-W DELIMITED BY SIZE
004890            INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W.

      * FECHA-NUM-W COMO AAAA-MM-DD Y EL SEPARADOR (VACIA SI ES 0)
004900 PONER-FECHA.
004910     IF FECHA-NUM-W = 0
004920        STRING SEP-W DELIMITED BY SIZE
004930               INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W
004940     ELSE
004950        MOVE ANO-NUM-W TO ANO-TXT-W
004960        MOVE MES-NUM-W TO MES-TXT-W
004970        MOVE DIA-NUM-W TO DIA-TXT-W
004980        STRING FECHA-TXT-W SEP-W DELIMITED BY SIZE
004990               INTO LIN-PLANO-C030 WITH POINTER POS-PLANO-W
005000     END-IF.

005010 QUITAR-BLANCOS.
005020     MOVE 0 TO ESPACIOS-W.
005030     INSPECT NUMERO-TXT-W TALLYING ESPACIOS-W FOR LEADING SPACES.
005040     IF ESPACIOS-W > 0 AND ESPACIOS-W < 30
005050        MOVE NUMERO-TXT-W (ESPACIOS-W + 1: ) TO TEXTO-DATO-W
005060        MOVE TEXTO-DATO-W TO NUMERO-TXT-W
005070     END-IF.
