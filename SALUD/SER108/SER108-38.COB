      *=================================================================
      * FACTURACION - LIQUIDACION DE CUENTAS QUIRURGICAS POR MANUAL
      * TARIFARIO (SOAT / ISS)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA CUENTA DE CIRUGIA SE LIQUIDABA CON CALCULADORA. ESTE
      * COMPONENTE LIQUIDA CADA CIRUGIA REALIZADA DE ARCHIVO-PROG-CIR
      * (SAL7C23) CON EL MANUAL DEL CONTRATO DE LA ENTIDAD DEL
      * PACIENTE (ARCHIVO-MANUAL-QX, VER SAL718I):
      * - LOS PROCEDIMIENTOS DEL ACTO QUEDAN EN ARCHIVO-LIQ-CIR: EL
      *   PRINCIPAL ES EL CUPS PROGRAMADO Y SE AGREGAN LOS DEMAS
      *   REALIZADOS, CADA UNO POR LA MISMA VIA ("M") O POR VIA
      *   DIFERENTE ("D"), CON SU AYUDANTE SI LO HUBO.
      * - CADA PROCEDIMIENTO SE VALORA POR SUS UVR (ISS) O SU GRUPO
      *   QUIRURGICO (SOAT) EN LA TABLA DEL MANUAL: HONORARIOS DE
      *   CIRUJANO, ANESTESIOLOGO Y AYUDANTE, DERECHOS DE SALA Y
      *   MATERIALES.
      * - EL DE MAYOR VALOR SE PAGA AL 100%, LOS DEMAS AL 75% SI SON
      *   POR VIA DIFERENTE Y AL 50% SI SON POR LA MISMA VIA. EL
      *   PORCENTAJE CUBRE HONORARIOS Y SALA; LOS MATERIALES SE
      *   COBRAN COMPLETOS EN CADA PROCEDIMIENTO. SOBRE EL RESULTADO
      *   VA EL PORCENTAJE PACTADO CON LA ENTIDAD SOBRE EL MANUAL.
      * - CADA COMPONENTE SE CARGA A LA CUENTA POR SER108-30 CON EL
      *   CUPS DEL PROCEDIMIENTO, ORIGEN "LQX" + CONCEPTO (C CIRUJANO,
      *   A ANESTESIOLOGO, Y AYUDANTE, S SALA, M MATERIALES) Y
      *   REFERENCIA SALA + FECHA + HORA + SECUENCIA.
      * - LOS HONORARIOS QUEDAN EN ARCHIVO-HONORARIOS POR PROFESIONAL
      *   PENDIENTES DE LIQUIDAR AL MEDICO (SER108-39).
      * MODO "P" - AGREGA UN PROCEDIMIENTO AL ACTO.
      * MODO "L" - LIQUIDA EL ACTO Y LO CARGA A LA CUENTA RECIBIDA.
      * MODO "A" - ANULA LA LIQUIDACION (CARGOS Y HONORARIOS) PARA
      *            CORREGIR Y RELIQUIDAR; NO SI ALGUN CARGO YA SE
      *            FACTURO O ALGUN HONORARIO YA SE PAGO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-38.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PROG-CIR LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PROGCIR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PROGC
000140         ALTERNATE RECORD KEY IS FECHA-PROGC WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS CIRUJANO-PROGC
000160            WITH DUPLICATES
000170         FILE STATUS IS OTR-STAT.

000180     SELECT ARCHIVO-LIQ-CIR LOCK MODE IS AUTOMATIC
000190         ASSIGN NOM-LIQCIR-W
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS LLAVE-LQX
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-MANUAL-QX LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-MANUALQX-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS LLAVE-MQX
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-HONORARIOS LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-HONOR-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LLAVE-HON
000350         ALTERNATE RECORD KEY IS LLAVE-PROGC-HON
000360            WITH DUPLICATES
000370         FILE STATUS IS OTR-STAT.

000380     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000390         ASSIGN NOM-PACIE-W
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS COD-PACI
000430         FILE STATUS IS OTR-STAT.

000440     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000450         ASSIGN NOM-NUMER-W
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS LLAVE-NUM
000490         FILE STATUS IS OTR-STAT.

000500     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000510         ASSIGN NOM-FACTSERV-W
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LLAVE-FSER
000550         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000570            WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600 DATA DIVISION.
000610 FILE SECTION.

000620 FD  ARCHIVO-PROG-CIR
000630     LABEL RECORD STANDARD.
000640 01  REG-PROGC.
000650     02 LLAVE-PROGC.
000660        03 SALA-PROGC           PIC X(4).
000670        03 FECHA-CIR-PROGC      PIC 9(8).
000680        03 HORA-INI-PROGC       PIC 9(4).
000690     02 FECHA-PROGC             PIC 9(8).
000700     02 PACI-PROGC              PIC X(15).
000710     02 CIRUJANO-PROGC          PIC X(6).
000720     02 ANESTESIOLOGO-PROGC     PIC X(6).
000730     02 CUP-PROGC               PIC X(12).
000740     02 DURACION-EST-PROGC      PIC 9(3).
000750     02 HORA-FIN-EST-PROGC      PIC 9(4).
000760     02 HORA-INI-REAL-PROGC     PIC 9(4).
000770     02 HORA-FIN-REAL-PROGC     PIC 9(4).
000780     02 ESTADO-PROGC            PIC X.
000790        88 CIRUGIA-PROGRAMADA   VALUE "P".
000800        88 CIRUGIA-REALIZADA    VALUE "R".
000810        88 CIRUGIA-CANCELADA    VALUE "C".
000820        88 CIRUGIA-POSPUESTA    VALUE "Z".
000830     02 MOTIVO-PROGC            PIC X(40).

000840 FD  ARCHIVO-LIQ-CIR
000850     LABEL RECORD STANDARD.
000860 01  REG-LQX.
000870     02 LLAVE-LQX.
000880        03 LLAVE-PROGC-LQX.
000890           05 SALA-LQX          PIC X(4).
000900           05 FECHA-CIR-LQX     PIC 9(8).
000910           05 HORA-INI-LQX      PIC 9(4).
000920        03 SECU-LQX             PIC 99.
000930     02 CUP-LQX                 PIC X(12).
000940     02 VIA-LQX                 PIC X.
000950        88 VIA-MISMA            VALUE "M".
000960        88 VIA-DIFERENTE        VALUE "D".
000970     02 AYUDANTE-LQX            PIC X(6).
000980     02 LLAVE-NUM-LQX           PIC X(7).
000990     02 MANUAL-LQX              PIC X.
001000     02 UNIDADES-LQX            PIC 9(4).
001010     02 PORC-LQX                PIC 9(3).
001020     02 VALORES-LQX.
001030        03 VLR-CIRUJANO-LQX     PIC 9(9)V99.
001040        03 VLR-ANEST-LQX        PIC 9(9)V99.
001050        03 VLR-AYUDANTE-LQX     PIC 9(9)V99.
001060        03 VLR-SALA-LQX         PIC 9(9)V99.
001070        03 VLR-MATERIAL-LQX     PIC 9(9)V99.
001080     02 VALORES-TAB-LQX REDEFINES VALORES-LQX.
001090        03 VLR-CONC-LQX         PIC 9(9)V99 OCCURS 5.
001100     02 ESTADO-LQX              PIC X.
001110        88 LQX-PENDIENTE        VALUE "P".
001120        88 LQX-LIQUIDADA        VALUE "L".
001130     02 FECHA-LIQ-LQX           PIC 9(8).
001140     02 OPER-LIQ-LQX            PIC X(4).
001150     02 FILLER                  PIC X(20).

001160 FD  ARCHIVO-MANUAL-QX
001170     LABEL RECORD STANDARD.
001180 01  REG-MQX.
001190     02 LLAVE-MQX.
001200        03 TIPO-MQX             PIC X.
001210           88 MQX-ENTIDAD       VALUE "E".
001220           88 MQX-CUP           VALUE "C".
001230           88 MQX-TABLA         VALUE "T".
001240        03 MANUAL-MQX           PIC X.
001250        03 COD-MQX              PIC X(12).
001260     02 DATOS-MQX               PIC X(70).
001270     02 DATOS-ENT-MQX REDEFINES DATOS-MQX.
001280        03 MANUAL-ENT-MQX       PIC X.
001290           88 MANUAL-SOAT       VALUE "S".
001300           88 MANUAL-ISS        VALUE "I".
001310        03 PORC-AJUSTE-MQX      PIC S9(3)V99 SIGN IS TRAILING.
001320        03 FILLER               PIC X(64).
001330     02 DATOS-CUP-MQX REDEFINES DATOS-MQX.
001340        03 UNIDADES-MQX         PIC 9(4).
001350        03 FILLER               PIC X(66).
001360     02 DATOS-TAB-MQX REDEFINES DATOS-MQX.
001370        03 VLR-CIRUJANO-MQX     PIC 9(9)V99.
001380        03 VLR-ANEST-MQX        PIC 9(9)V99.
001390        03 VLR-AYUDANTE-MQX     PIC 9(9)V99.
001400        03 VLR-SALA-MQX         PIC 9(9)V99.
001410        03 VLR-MATERIAL-MQX     PIC 9(9)V99.
001420        03 FILLER               PIC X(15).

001430 FD  ARCHIVO-HONORARIOS
001440     LABEL RECORD STANDARD.
001450 01  REG-HON.
001460     02 LLAVE-HON.
001470        03 PROF-HON             PIC X(6).
001480        03 FECHA-HON            PIC 9(8).
001490        03 LLAVE-PROGC-HON      PIC X(16).
001500        03 SECU-HON             PIC 99.
001510        03 CONCEPTO-HON         PIC X.
001520           88 HON-CIRUJANO      VALUE "C".
001530           88 HON-ANESTESIA     VALUE "A".
001540           88 HON-AYUDANTIA     VALUE "Y".
001550     02 LLAVE-NUM-HON           PIC X(7).
001560     02 PACI-HON                PIC X(15).
001570     02 CUP-HON                 PIC X(12).
001580     02 PORC-HON                PIC 9(3).
001590     02 VALOR-HON               PIC 9(9)V99.
001600     02 ESTADO-HON              PIC X.
001610        88 HON-PENDIENTE        VALUE "P".
001620        88 HON-LIQUIDADO        VALUE "L".
001630        88 HON-ANULADO          VALUE "A".
001640     02 FECHA-LIQ-HON           PIC 9(8).
001650     02 OPER-LIQ-HON            PIC X(4).
001660     02 FILLER                  PIC X(20).

001670 FD  ARCHIVO-PACIENTES
001680     LABEL RECORD STANDARD.
001690 01  REG-PACI.
001700     02 COD-PACI                PIC X(15).
001710     02 DESCRIP-PACI            PIC X(40).
001720     02 EPS-PACI                PIC X(6).
001730     02 FILLER                  PIC X(75).

001740 FD  ARCHIVO-NUMERACION
001750     LABEL RECORD STANDARD.
001760 01  REG-NUM.
001770     02 LLAVE-NUM.
001780        03 PREFIJO-NUM          PIC X.
001790        03 NRO-NUM              PIC 9(6).

001800 FD  FACTURA-SERVICIOS
001810     LABEL RECORD STANDARD.
001820 01  REG-FSER.
001830     02 LLAVE-FSER.
001840        03 LLAVE-NUM-FSER.
001850           05 PREFIJO-FSER      PIC X.
001860           05 NRO-FSER          PIC 9(6).
001870        03 SECU-FSER            PIC 9(4).
001880     02 PACI-FSER               PIC X(15).
001890     02 ENTIDAD-FSER            PIC X(6).
001900     02 FECHA-FSER              PIC 9(8).
001910     02 TIPO-FSER               PIC X.
001920     02 COD-FSER                PIC X(12).
001930     02 DESCRIP-FSER            PIC X(40).
001940     02 CANT-FSER               PIC 9(4).
001950     02 VLR-UNIT-FSER           PIC 9(9)V99.
001960     02 VLR-TOTAL-FSER          PIC 9(11)V99.
001970     02 LLAVE-ORIGEN-FSER.
001980        03 ORIGEN-FSER          PIC X(4).
001990        03 REFER-FSER           PIC X(20).
002000     02 USUARIO-FSER            PIC X(4).
002010     02 FECHA-GRAB-FSER         PIC 9(8).
002020     02 ESTADO-FSER             PIC X.
002030        88 CARGO-PENDIENTE      VALUE "P".
002040        88 CARGO-FACTURADO      VALUE "F".
002050        88 CARGO-ANULADO        VALUE "A".
002060     02 LLAVE-FACT-FSER         PIC X(12).

002070 WORKING-STORAGE SECTION.

002080 77  NOM-PROGCIR-W              PIC X(60)
002090     VALUE "D:\progelect\DATOS\SC-PROGCIR.DAT".
002100 77  NOM-LIQCIR-W               PIC X(60)
002110     VALUE "D:\progelect\DATOS\SC-LIQCIR.DAT".
002120 77  NOM-MANUALQX-W             PIC X(60)
002130     VALUE "D:\progelect\DATOS\SC-MANUALQX.DAT".
002140 77  NOM-HONOR-W                PIC X(60)
002150     VALUE "D:\progelect\DATOS\SC-HONORAR.DAT".
002160 77  NOM-PACIE-W                PIC X(60)
002170     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002180 77  NOM-NUMER-W                PIC X(60)
002190     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
002200 77  NOM-FACTSERV-W             PIC X(60)
002210     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
002220 77  OTR-STAT                   PIC XX.
002230 77  SW-FIN-W                   PIC 9 VALUE 0.
002240 77  SW-MANUAL-W                PIC 9 VALUE 0.
002250 77  SW-LIQUIDADA-W             PIC 9 VALUE 0.
002260 77  SW-BLOQUEO-W               PIC 9 VALUE 0.
002270 77  I                          PIC 99 VALUE 0.
002280 77  K                          PIC 9 VALUE 0.
002290 77  SECU-SIG-W                 PIC 99 VALUE 0.
002300 77  ENTIDAD-W                  PIC X(6).
002310 77  MANUAL-W                   PIC X.
002320 77  PORC-AJUSTE-W              PIC S9(3)V99.
002330 77  MAYOR-BASE-W               PIC 9(11)V99.
002340 77  PRINCIPAL-W                PIC 99.
002350 77  VALOR-W                    PIC 9(11)V99.

      * PROCEDIMIENTOS DEL ACTO QUE SE ESTA LIQUIDANDO
002360 77  TOT-LIN-W                  PIC 99 VALUE 0.
002370 01  TABLA-LIN-W.
002380     02 LIN-W OCCURS 20.
002390        03 SECU-TL-W            PIC 99.
002400        03 CUP-TL-W             PIC X(12).
002410        03 VIA-TL-W             PIC X.
002420        03 AYUDANTE-TL-W        PIC X(6).
002430        03 UNIDADES-TL-W        PIC 9(4).
002440        03 PORC-TL-W            PIC 9(3).
002450        03 BASE-TL-W            PIC 9(11)V99.
002460        03 VLR-TL-W             PIC 9(9)V99 OCCURS 5.

      * CONCEPTOS EN EL ORDEN DE VALORES-LQX: C CIRUJANO,
      * A ANESTESIOLOGO, Y AYUDANTE, S SALA, M MATERIALES.
002470 01  CONCEPTOS-W                PIC X(5) VALUE "CAYSM".
002480 01  FILLER REDEFINES CONCEPTOS-W.
002490     02 LETRA-CONC-W            PIC X OCCURS 5.

      * PARAMETROS PARA SER108-30 (CARGO A LA CUENTA DEL INGRESO)
002500 77  MODO-CARGO-W               PIC X.
002510 77  ENTIDAD-CARGO-W            PIC X(6) VALUE SPACES.
002520 77  TIPO-CARGO-W               PIC X VALUE "C".
002530 77  COD-CARGO-W                PIC X(12).
002540 77  CANT-CARGO-W               PIC 9(4) VALUE 1.
002550 77  VALOR-CARGO-W              PIC 9(9)V99.
002560 77  RESULT-CARGO-W             PIC X.
002570 01  ORIGEN-CARGO-W.
002580     02 FILLER                  PIC X(3) VALUE "LQX".
002590     02 CONC-ORIGEN-W           PIC X.
002600 01  REFER-CARGO-W.
002610     02 LLAVE-PROGC-REF-W       PIC X(16).
002620     02 SECU-REF-W              PIC 99.
002630     02 FILLER                  PIC XX VALUE SPACES.

002640 LINKAGE SECTION.
002650 01  MODO-LNK                   PIC X.
002660     88 MODO-PROCEDIMIENTO      VALUE "P".
002670     88 MODO-LIQUIDAR           VALUE "L".
002680     88 MODO-ANULAR             VALUE "A".
002690 01  DATOS-LQX-LNK.
002700     02 LLAVE-PROGC-LNK.
002710        03 SALA-LNK             PIC X(4).
002720        03 FECHA-CIR-LNK        PIC 9(8).
002730        03 HORA-INI-LNK         PIC 9(4).
002740     02 LLAVE-NUM-LNK           PIC X(7).
002750     02 CUP-LNK                 PIC X(12).
002760     02 VIA-LNK                 PIC X.
002770     02 AYUDANTE-LNK            PIC X(6).
002780     02 OPER-LNK                PIC X(4).
002790     02 TOTAL-LNK               PIC 9(11)V99.
002800 01  RESULT-LNK                 PIC X.
002810     88 LIQUIDACION-OK          VALUE "S".
002820     88 CIRUGIA-NO-REALIZADA    VALUE "R".
002830     88 ENTIDAD-SIN-MANUAL      VALUE "M".
002840     88 CUP-SIN-UNIDADES        VALUE "U".
002850     88 UNIDADES-SIN-VALOR      VALUE "V".
002860     88 CUENTA-NO-EXISTE        VALUE "X".
002870     88 ACTO-YA-LIQUIDADO       VALUE "D".
002880     88 CARGO-YA-FACTURADO      VALUE "F".
002890     88 HONORARIO-YA-PAGADO     VALUE "H".
002900     88 LIQUIDACION-NO-OK       VALUE "N".

002910 PROCEDURE DIVISION USING MODO-LNK DATOS-LQX-LNK RESULT-LNK.

002920 MAINLINE.
002930     MOVE "N" TO RESULT-LNK.
002940     PERFORM ABRIR-ARCHIVOS.
002950     EVALUATE TRUE
002960        WHEN MODO-PROCEDIMIENTO
002970             PERFORM AGREGAR-PROCEDIMIENTO
002980                THRU FIN-AGREGAR-PROCEDIMIENTO
002990        WHEN MODO-LIQUIDAR
003000             PERFORM LIQUIDAR-ACTO THRU FIN-LIQUIDAR-ACTO
003010        WHEN MODO-ANULAR
003020             PERFORM ANULAR-LIQUIDACION
003030                THRU FIN-ANULAR-LIQUIDACION
003040     END-EVALUATE.
003050     PERFORM CERRAR-ARCHIVOS.
003060     EXIT PROGRAM.

003070 ABRIR-ARCHIVOS.
003080     OPEN INPUT ARCHIVO-PROG-CIR ARCHIVO-PACIENTES
003090                ARCHIVO-NUMERACION.
003100     OPEN INPUT ARCHIVO-MANUAL-QX.
003110     IF OTR-STAT = "00"
003120        MOVE 1 TO SW-MANUAL-W
003130     END-IF.
003140     OPEN I-O ARCHIVO-LIQ-CIR.
003150     IF OTR-STAT = "35"
003160        OPEN OUTPUT ARCHIVO-LIQ-CIR
003170        CLOSE ARCHIVO-LIQ-CIR
003180        OPEN I-O ARCHIVO-LIQ-CIR
003190     END-IF.
003200     OPEN I-O ARCHIVO-HONORARIOS.
003210     IF OTR-STAT = "35"
003220        OPEN OUTPUT ARCHIVO-HONORARIOS
003230        CLOSE ARCHIVO-HONORARIOS
003240        OPEN I-O ARCHIVO-HONORARIOS
003250     END-IF.

003260 CERRAR-ARCHIVOS.
003270     CLOSE ARCHIVO-PROG-CIR ARCHIVO-PACIENTES ARCHIVO-NUMERACION
003280           ARCHIVO-LIQ-CIR ARCHIVO-HONORARIOS.
003290     IF SW-MANUAL-W = 1
003300        CLOSE ARCHIVO-MANUAL-QX
003310     END-IF.

      * LA CIRUGIA DEBE EXISTIR Y NO ESTAR CANCELADA NI POSPUESTA.
003320 LEER-CIRUGIA.
003330     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC.
003340     READ ARCHIVO-PROG-CIR
003350          INVALID KEY MOVE "R" TO RESULT-LNK
003360     END-READ.
003370     IF RESULT-LNK NOT = "R"
003380        AND (CIRUGIA-CANCELADA OR CIRUGIA-POSPUESTA)
003390        MOVE "R" TO RESULT-LNK
003400     END-IF.

      * CARGA EN LA TABLA LAS LINEAS DEL ACTO; SW-LIQUIDADA-W QUEDA EN
      * 1 SI ALGUNA YA ESTA LIQUIDADA.
003410 CARGAR-LINEAS.
003420     MOVE 0 TO TOT-LIN-W SW-LIQUIDADA-W SW-FIN-W.
003430     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC-LQX.
003440     MOVE 0 TO SECU-LQX.
003450     START ARCHIVO-LIQ-CIR KEY IS > LLAVE-LQX
003460           INVALID KEY MOVE 1 TO SW-FIN-W
003470     END-START.
003480     IF SW-FIN-W = 0
003490        PERFORM LEER-LINEA
003500     END-IF.
003510     PERFORM TOMAR-LINEA UNTIL SW-FIN-W = 1.

003520 LEER-LINEA.
003530     READ ARCHIVO-LIQ-CIR NEXT
003540          AT END MOVE 1 TO SW-FIN-W
003550     END-READ.
003560     IF SW-FIN-W = 0 AND LLAVE-PROGC-LQX NOT = LLAVE-PROGC-LNK
003570        MOVE 1 TO SW-FIN-W
003580     END-IF.

003590 TOMAR-LINEA.
003600     IF TOT-LIN-W < 20
003610        ADD 1 TO TOT-LIN-W
003620        MOVE SECU-LQX     TO SECU-TL-W (TOT-LIN-W)
003630        MOVE CUP-LQX      TO CUP-TL-W (TOT-LIN-W)
003640        MOVE VIA-LQX      TO VIA-TL-W (TOT-LIN-W)
003650        MOVE AYUDANTE-LQX TO AYUDANTE-TL-W (TOT-LIN-W)
003660        MOVE PORC-LQX     TO PORC-TL-W (TOT-LIN-W)
003670        MOVE VLR-CONC-LQX (1) TO VLR-TL-W (TOT-LIN-W, 1)
003680        MOVE VLR-CONC-LQX (2) TO VLR-TL-W (TOT-LIN-W, 2)
003690        MOVE VLR-CONC-LQX (3) TO VLR-TL-W (TOT-LIN-W, 3)
003700        MOVE VLR-CONC-LQX (4) TO VLR-TL-W (TOT-LIN-W, 4)
003710        MOVE VLR-CONC-LQX (5) TO VLR-TL-W (TOT-LIN-W, 5)
003720     END-IF.
003730     IF LQX-LIQUIDADA
003740        MOVE 1 TO SW-LIQUIDADA-W
003750     END-IF.
003760     MOVE SECU-LQX TO SECU-SIG-W.
003770     PERFORM LEER-LINEA.

      * EL PRIMER PROCEDIMIENTO DEL ACTO ES SIEMPRE EL PROGRAMADO.
003780 GRABAR-PRINCIPAL.
003790     INITIALIZE REG-LQX.
003800     MOVE LLAVE-PROGC    TO LLAVE-PROGC-LQX.
003810     MOVE 1              TO SECU-LQX.
003820     MOVE CUP-PROGC      TO CUP-LQX.
003830     MOVE "M"            TO VIA-LQX.
003840     MOVE AYUDANTE-LNK   TO AYUDANTE-LQX.
003850     MOVE "P"            TO ESTADO-LQX.
003860     WRITE REG-LQX
003870           INVALID KEY CONTINUE
003880     END-WRITE.
003890     MOVE 1 TO SECU-SIG-W.

003900 AGREGAR-PROCEDIMIENTO.
003910     PERFORM LEER-CIRUGIA.
003920     IF RESULT-LNK = "R"
003930        GO TO FIN-AGREGAR-PROCEDIMIENTO
003940     END-IF.
003950     PERFORM CARGAR-LINEAS.
003960     IF SW-LIQUIDADA-W = 1
003970        MOVE "D" TO RESULT-LNK
003980        GO TO FIN-AGREGAR-PROCEDIMIENTO
003990     END-IF.
004000     IF TOT-LIN-W = 0
004010        PERFORM GRABAR-PRINCIPAL
004020        MOVE "S" TO RESULT-LNK
004030     END-IF.
004040     IF CUP-LNK = SPACES OR SECU-SIG-W NOT < 20
004050        GO TO FIN-AGREGAR-PROCEDIMIENTO
004060     END-IF.
004070     INITIALIZE REG-LQX.
004080     MOVE LLAVE-PROGC    TO LLAVE-PROGC-LQX.
004090     ADD 1 SECU-SIG-W GIVING SECU-LQX.
004100     MOVE CUP-LNK        TO CUP-LQX.
004110     IF VIA-LNK = "D"
004120        MOVE "D" TO VIA-LQX
004130     ELSE
004140        MOVE "M" TO VIA-LQX
004150     END-IF.
004160     MOVE AYUDANTE-LNK   TO AYUDANTE-LQX.
004170     MOVE "P"            TO ESTADO-LQX.
004180     WRITE REG-LQX
004190           INVALID KEY GO TO FIN-AGREGAR-PROCEDIMIENTO
004200     END-WRITE.
004210     MOVE "S" TO RESULT-LNK.

004220 FIN-AGREGAR-PROCEDIMIENTO.
004230     EXIT.

004240 LIQUIDAR-ACTO.
004250     PERFORM LEER-CIRUGIA.
004260     IF RESULT-LNK = "R" OR NOT CIRUGIA-REALIZADA
004270        MOVE "R" TO RESULT-LNK
004280        GO TO FIN-LIQUIDAR-ACTO
004290     END-IF.
004300     MOVE LLAVE-NUM-LNK TO LLAVE-NUM.
004310     READ ARCHIVO-NUMERACION
004320          INVALID KEY MOVE "X" TO RESULT-LNK
004330     END-READ.
004340     IF RESULT-LNK = "X"
004350        GO TO FIN-LIQUIDAR-ACTO
004360     END-IF.
004370     PERFORM CARGAR-LINEAS.
004380     IF SW-LIQUIDADA-W = 1
004390        MOVE "D" TO RESULT-LNK
004400        GO TO FIN-LIQUIDAR-ACTO
004410     END-IF.
004420     IF TOT-LIN-W = 0
004430        PERFORM GRABAR-PRINCIPAL
004440        PERFORM CARGAR-LINEAS
004450     END-IF.
004460     PERFORM BUSCAR-MANUAL-ENTIDAD.
004470     IF RESULT-LNK = "M"
004480        GO TO FIN-LIQUIDAR-ACTO
004490     END-IF.
004500     MOVE 0 TO MAYOR-BASE-W.
004510     MOVE 1 TO PRINCIPAL-W.
004520     PERFORM VALORAR-LINEA VARYING I FROM 1 BY 1
004530             UNTIL I > TOT-LIN-W OR RESULT-LNK NOT = "N".
004540     IF RESULT-LNK NOT = "N"
004550        GO TO FIN-LIQUIDAR-ACTO
004560     END-IF.
004570     PERFORM APLICAR-PORCENTAJES VARYING I FROM 1 BY 1
004580             UNTIL I > TOT-LIN-W.
004590     MOVE 0 TO TOTAL-LNK.
004600     PERFORM CARGAR-LINEA-CUENTA VARYING I FROM 1 BY 1
004610             UNTIL I > TOT-LIN-W.
004620     MOVE "S" TO RESULT-LNK.

004630 FIN-LIQUIDAR-ACTO.
004640     EXIT.

004650 BUSCAR-MANUAL-ENTIDAD.
004660     MOVE "M" TO RESULT-LNK.
004670     MOVE SPACES TO ENTIDAD-W.
004680     MOVE PACI-PROGC TO COD-PACI.
004690     READ ARCHIVO-PACIENTES
004700          INVALID KEY CONTINUE
004710          NOT INVALID KEY MOVE EPS-PACI TO ENTIDAD-W
004720     END-READ.
004730     IF SW-MANUAL-W = 1 AND ENTIDAD-W NOT = SPACES
004740        MOVE "E"       TO TIPO-MQX
004750        MOVE SPACE     TO MANUAL-MQX
004760        MOVE ENTIDAD-W TO COD-MQX
004770        READ ARCHIVO-MANUAL-QX
004780             INVALID KEY CONTINUE
004790             NOT INVALID KEY
004800                MOVE MANUAL-ENT-MQX  TO MANUAL-W
004810                MOVE PORC-AJUSTE-MQX TO PORC-AJUSTE-W
004820                MOVE "N" TO RESULT-LNK
004830        END-READ
004840     END-IF.

      * UNIDADES DEL CUP EN EL MANUAL Y LA PRIMERA FILA DE LA TABLA
      * CUYO TOPE LAS CUBRE. EN EL ISS LOS HONORARIOS SON POR UVR.
004850 VALORAR-LINEA.
004860     MOVE "C"           TO TIPO-MQX.
004870     MOVE MANUAL-W      TO MANUAL-MQX.
004880     MOVE CUP-TL-W (I)  TO COD-MQX.
004890     READ ARCHIVO-MANUAL-QX
004900          INVALID KEY MOVE "U" TO RESULT-LNK
004910     END-READ.
004920     IF RESULT-LNK = "N"
004930        MOVE UNIDADES-MQX TO UNIDADES-TL-W (I)
004940        MOVE "T"      TO TIPO-MQX
004950        MOVE MANUAL-W TO MANUAL-MQX
004960        MOVE SPACES   TO COD-MQX
004970        MOVE UNIDADES-TL-W (I) TO COD-MQX (1: 4)
004980        START ARCHIVO-MANUAL-QX KEY IS >= LLAVE-MQX
004990              INVALID KEY MOVE "V" TO RESULT-LNK
005000        END-START
005010     END-IF.
005020     IF RESULT-LNK = "N"
005030        READ ARCHIVO-MANUAL-QX NEXT
005040             AT END MOVE "V" TO RESULT-LNK
005050        END-READ
005060     END-IF.
005070     IF RESULT-LNK = "N"
005080        AND (NOT MQX-TABLA OR MANUAL-MQX NOT = MANUAL-W)
005090        MOVE "V" TO RESULT-LNK
005100     END-IF.
005110     IF RESULT-LNK = "N"
005120        PERFORM CALCULAR-BASE
005130     END-IF.

005140 CALCULAR-BASE.
005150     IF MANUAL-W = "I"
005160        COMPUTE VLR-TL-W (I, 1) =
005170                VLR-CIRUJANO-MQX * UNIDADES-TL-W (I)
005180        COMPUTE VLR-TL-W (I, 2) =
005190                VLR-ANEST-MQX * UNIDADES-TL-W (I)
005200        COMPUTE VLR-TL-W (I, 3) =
005210                VLR-AYUDANTE-MQX * UNIDADES-TL-W (I)
005220     ELSE
005230        MOVE VLR-CIRUJANO-MQX TO VLR-TL-W (I, 1)
005240        MOVE VLR-ANEST-MQX    TO VLR-TL-W (I, 2)
005250        MOVE VLR-AYUDANTE-MQX TO VLR-TL-W (I, 3)
005260     END-IF.
005270     IF AYUDANTE-TL-W (I) = SPACES
005280        MOVE 0 TO VLR-TL-W (I, 3)
005290     END-IF.
005300     MOVE VLR-SALA-MQX     TO VLR-TL-W (I, 4).
005310     MOVE VLR-MATERIAL-MQX TO VLR-TL-W (I, 5).
005320     COMPUTE BASE-TL-W (I) = VLR-TL-W (I, 1) + VLR-TL-W (I, 2)
005330                           + VLR-TL-W (I, 3) + VLR-TL-W (I, 4).
005340     IF BASE-TL-W (I) > MAYOR-BASE-W
005350        MOVE BASE-TL-W (I) TO MAYOR-BASE-W
005360        MOVE I TO PRINCIPAL-W
005370     END-IF.

      * 100% EL DE MAYOR VALOR, 75% VIA DIFERENTE, 50% MISMA VIA.
      * LOS MATERIALES (CONCEPTO 5) NO SE REDUCEN.
005380 APLICAR-PORCENTAJES.
005390     EVALUATE TRUE
005400        WHEN I = PRINCIPAL-W     MOVE 100 TO PORC-TL-W (I)
005410        WHEN VIA-TL-W (I) = "D"  MOVE 75  TO PORC-TL-W (I)
005420        WHEN OTHER               MOVE 50  TO PORC-TL-W (I)
005430     END-EVALUATE.
005440     PERFORM AJUSTAR-CONCEPTO VARYING K FROM 1 BY 1
005450             UNTIL K > 5.

005460 AJUSTAR-CONCEPTO.
005470     IF K < 5
005480        COMPUTE VLR-TL-W (I, K) ROUNDED =
005490                VLR-TL-W (I, K) * PORC-TL-W (I) / 100
005500                * (100 + PORC-AJUSTE-W) / 100
005510     ELSE
005520        COMPUTE VLR-TL-W (I, K) ROUNDED =
005530                VLR-TL-W (I, K) * (100 + PORC-AJUSTE-W) / 100
005540     END-IF.

005550 CARGAR-LINEA-CUENTA.
005560     MOVE "G" TO MODO-CARGO-W.
005570     PERFORM CARGAR-CONCEPTO VARYING K FROM 1 BY 1
005580             UNTIL K > 5.
005590     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC-LQX.
005600     MOVE SECU-TL-W (I)   TO SECU-LQX.
005610     READ ARCHIVO-LIQ-CIR
005620          INVALID KEY CONTINUE
005630          NOT INVALID KEY
005640             MOVE LLAVE-NUM-LNK     TO LLAVE-NUM-LQX
005650             MOVE MANUAL-W          TO MANUAL-LQX
005660             MOVE UNIDADES-TL-W (I) TO UNIDADES-LQX
005670             MOVE PORC-TL-W (I)     TO PORC-LQX
005680             MOVE VLR-TL-W (I, 1)   TO VLR-CONC-LQX (1)
005690             MOVE VLR-TL-W (I, 2)   TO VLR-CONC-LQX (2)
005700             MOVE VLR-TL-W (I, 3)   TO VLR-CONC-LQX (3)
005710             MOVE VLR-TL-W (I, 4)   TO VLR-CONC-LQX (4)
005720             MOVE VLR-TL-W (I, 5)   TO VLR-CONC-LQX (5)
005730             MOVE "L"               TO ESTADO-LQX
005740             MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LIQ-LQX
005750             MOVE OPER-LNK          TO OPER-LIQ-LQX
005760             REWRITE REG-LQX
005770                 INVALID KEY CONTINUE
005780             END-REWRITE
005790     END-READ.

005800 CARGAR-CONCEPTO.
005810     IF VLR-TL-W (I, K) > 0
005820        MOVE LETRA-CONC-W (K) TO CONC-ORIGEN-W
005830        MOVE LLAVE-PROGC-LNK  TO LLAVE-PROGC-REF-W
005840        MOVE SECU-TL-W (I)    TO SECU-REF-W
005850        MOVE CUP-TL-W (I)     TO COD-CARGO-W
005860        MOVE VLR-TL-W (I, K)  TO VALOR-CARGO-W
005870        CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-LNK
005880                               PACI-PROGC ENTIDAD-CARGO-W
005890                               FECHA-CIR-LNK TIPO-CARGO-W
005900                               COD-CARGO-W CANT-CARGO-W
005910                               VALOR-CARGO-W ORIGEN-CARGO-W
005920                               REFER-CARGO-W OPER-LNK
005930                               RESULT-CARGO-W
005940        ADD VLR-TL-W (I, K) TO TOTAL-LNK
005950        IF K < 4
005960           PERFORM GRABAR-HONORARIO
005970        END-IF
005980     END-IF.

      * LOS HONORARIOS VAN AL PROFESIONAL DE LA PROGRAMACION O AL
      * AYUDANTE DEL PROCEDIMIENTO. UNO ANULADO SE REEMPLAZA.
005990 GRABAR-HONORARIO.
006000     INITIALIZE REG-HON.
006010     EVALUATE K
006020        WHEN 1 MOVE CIRUJANO-PROGC      TO PROF-HON
006030        WHEN 2 MOVE ANESTESIOLOGO-PROGC TO PROF-HON
006040        WHEN 3 MOVE AYUDANTE-TL-W (I)   TO PROF-HON
006050     END-EVALUATE.
006060     IF PROF-HON NOT = SPACES
006070        MOVE FECHA-CIR-LNK    TO FECHA-HON
006080        MOVE LLAVE-PROGC-LNK  TO LLAVE-PROGC-HON
006090        MOVE SECU-TL-W (I)    TO SECU-HON
006100        MOVE LETRA-CONC-W (K) TO CONCEPTO-HON
006110        MOVE LLAVE-NUM-LNK    TO LLAVE-NUM-HON
006120        MOVE PACI-PROGC       TO PACI-HON
006130        MOVE CUP-TL-W (I)     TO CUP-HON
006140        MOVE PORC-TL-W (I)    TO PORC-HON
006150        MOVE VLR-TL-W (I, K)  TO VALOR-HON
006160        MOVE "P"              TO ESTADO-HON
006170        REWRITE REG-HON
006180            INVALID KEY WRITE REG-HON END-WRITE
006190        END-REWRITE
006200     END-IF.

006210 ANULAR-LIQUIDACION.
006220     PERFORM CARGAR-LINEAS.
006230     IF SW-LIQUIDADA-W = 0
006240        GO TO FIN-ANULAR-LIQUIDACION
006250     END-IF.
006260     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC.
006270     READ ARCHIVO-PROG-CIR
006280          INVALID KEY GO TO FIN-ANULAR-LIQUIDACION
006290     END-READ.
006300     PERFORM REVISAR-HONORARIOS-PAGADOS.
006310     IF SW-BLOQUEO-W = 1
006320        MOVE "H" TO RESULT-LNK
006330        GO TO FIN-ANULAR-LIQUIDACION
006340     END-IF.
006350     PERFORM REVISAR-CARGOS-FACTURADOS.
006360     IF SW-BLOQUEO-W = 1
006370        MOVE "F" TO RESULT-LNK
006380        GO TO FIN-ANULAR-LIQUIDACION
006390     END-IF.
006400     MOVE "A" TO MODO-CARGO-W.
006410     PERFORM ANULAR-LINEA VARYING I FROM 1 BY 1
006420             UNTIL I > TOT-LIN-W.
006430     PERFORM ANULAR-HONORARIOS.
006440     MOVE "S" TO RESULT-LNK.

006450 FIN-ANULAR-LIQUIDACION.
006460     EXIT.

006470 REVISAR-HONORARIOS-PAGADOS.
006480     MOVE 0 TO SW-BLOQUEO-W SW-FIN-W.
006490     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC-HON.
006500     START ARCHIVO-HONORARIOS KEY IS = LLAVE-PROGC-HON
006510           INVALID KEY MOVE 1 TO SW-FIN-W
006520     END-START.
006530     PERFORM LEER-HONORARIO-PAGADO UNTIL SW-FIN-W = 1.

006540 LEER-HONORARIO-PAGADO.
006550     READ ARCHIVO-HONORARIOS NEXT
006560          AT END MOVE 1 TO SW-FIN-W
006570     END-READ.
006580     IF SW-FIN-W = 0
006590        IF LLAVE-PROGC-HON NOT = LLAVE-PROGC-LNK
006600           MOVE 1 TO SW-FIN-W
006610        ELSE
006620           IF HON-LIQUIDADO
006630              MOVE 1 TO SW-BLOQUEO-W SW-FIN-W
006640           END-IF
006650        END-IF
006660     END-IF.

      * SE REVISA TODO EL ACTO ANTES DE ANULAR NADA: O SE ANULA
      * COMPLETO O NO SE TOCA.
006670 REVISAR-CARGOS-FACTURADOS.
006680     MOVE 0 TO SW-BLOQUEO-W.
006690     OPEN INPUT FACTURA-SERVICIOS.
006700     IF OTR-STAT = "00"
006710        PERFORM REVISAR-LINEA-FACTURADA VARYING I FROM 1 BY 1
006720                UNTIL I > TOT-LIN-W OR SW-BLOQUEO-W = 1
006730        CLOSE FACTURA-SERVICIOS
006740     END-IF.

006750 REVISAR-LINEA-FACTURADA.
006760     PERFORM REVISAR-CONCEPTO-FACTURADO VARYING K FROM 1 BY 1
006770             UNTIL K > 5 OR SW-BLOQUEO-W = 1.

006780 REVISAR-CONCEPTO-FACTURADO.
006790     MOVE 0 TO SW-FIN-W.
006800     MOVE LETRA-CONC-W (K) TO CONC-ORIGEN-W.
006810     MOVE LLAVE-PROGC-LNK  TO LLAVE-PROGC-REF-W.
006820     MOVE SECU-TL-W (I)    TO SECU-REF-W.
006830     MOVE ORIGEN-CARGO-W   TO ORIGEN-FSER.
006840     MOVE REFER-CARGO-W    TO REFER-FSER.
006850     START FACTURA-SERVICIOS KEY IS = LLAVE-ORIGEN-FSER
006860           INVALID KEY MOVE 1 TO SW-FIN-W
006870     END-START.
006880     PERFORM LEER-CARGO-FACTURADO UNTIL SW-FIN-W = 1.

006890 LEER-CARGO-FACTURADO.
006900     READ FACTURA-SERVICIOS NEXT
006910          AT END MOVE 1 TO SW-FIN-W
006920     END-READ.
006930     IF SW-FIN-W = 0
006940        IF ORIGEN-FSER NOT = ORIGEN-CARGO-W
006950           OR REFER-FSER NOT = REFER-CARGO-W
006960           MOVE 1 TO SW-FIN-W
006970        ELSE
006980           IF CARGO-FACTURADO
006990              MOVE 1 TO SW-BLOQUEO-W SW-FIN-W
007000           END-IF
007010        END-IF
007020     END-IF.

007030 ANULAR-LINEA.
007040     PERFORM ANULAR-CONCEPTO VARYING K FROM 1 BY 1
007050             UNTIL K > 5.
007060     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC-LQX.
007070     MOVE SECU-TL-W (I)   TO SECU-LQX.
007080     READ ARCHIVO-LIQ-CIR
007090          INVALID KEY CONTINUE
007100          NOT INVALID KEY
007110             MOVE 0   TO PORC-LQX VLR-CONC-LQX (1)
007120                         VLR-CONC-LQX (2) VLR-CONC-LQX (3)
007130                         VLR-CONC-LQX (4) VLR-CONC-LQX (5)
007140             MOVE "P" TO ESTADO-LQX
007150             MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LIQ-LQX
007160             MOVE OPER-LNK TO OPER-LIQ-LQX
007170             REWRITE REG-LQX
007180                 INVALID KEY CONTINUE
007190             END-REWRITE
007200     END-READ.

007210 ANULAR-CONCEPTO.
007220     IF VLR-TL-W (I, K) > 0
007230        MOVE LETRA-CONC-W (K) TO CONC-ORIGEN-W
007240        MOVE LLAVE-PROGC-LNK  TO LLAVE-PROGC-REF-W
007250        MOVE SECU-TL-W (I)    TO SECU-REF-W
007260        MOVE CUP-TL-W (I)     TO COD-CARGO-W
007270        MOVE 0                TO VALOR-CARGO-W
007280        CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-LNK
007290                               PACI-PROGC ENTIDAD-CARGO-W
007300                               FECHA-CIR-LNK TIPO-CARGO-W
007310                               COD-CARGO-W CANT-CARGO-W
007320                               VALOR-CARGO-W ORIGEN-CARGO-W
007330                               REFER-CARGO-W OPER-LNK
007340                               RESULT-CARGO-W
007350     END-IF.

007360 ANULAR-HONORARIOS.
007370     MOVE 0 TO SW-FIN-W.
007380     MOVE LLAVE-PROGC-LNK TO LLAVE-PROGC-HON.
007390     START ARCHIVO-HONORARIOS KEY IS = LLAVE-PROGC-HON
007400           INVALID KEY MOVE 1 TO SW-FIN-W
007410     END-START.
007420     PERFORM ANULAR-HONORARIO UNTIL SW-FIN-W = 1.

007430 ANULAR-HONORARIO.
007440     READ ARCHIVO-HONORARIOS NEXT
007450          AT END MOVE 1 TO SW-FIN-W
007460     END-READ.
007470     IF SW-FIN-W = 0
007480        IF LLAVE-PROGC-HON NOT = LLAVE-PROGC-LNK
007490           MOVE 1 TO SW-FIN-W
007500        ELSE
007510           IF HON-PENDIENTE
007520              MOVE "A" TO ESTADO-HON
007530              MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LIQ-HON
007540              MOVE OPER-LNK TO OPER-LIQ-HON
007550              REWRITE REG-HON
007560                  INVALID KEY CONTINUE
007570              END-REWRITE
007580           END-IF
007590        END-IF
007600     END-IF.
