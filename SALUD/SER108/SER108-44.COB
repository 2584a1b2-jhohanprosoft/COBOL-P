      *=================================================================
      * COSTOS - COSTO UNITARIO POR PROCEDIMIENTO (CUPS) Y MARGEN
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CORRIDA MENSUAL DEL COSTEO POR PROCEDIMIENTO. PARA EL MES
      * RECIBIDO ARMA, POR CUPS Y SERVICIO DE LA CUENTA:
      *   - VOLUMEN: LOS CARGOS CUPS DEL MES EN FACTURA-SERVICIOS QUE
      *     NO ESTAN ANULADOS (LA LINEA DEL PAQUETE, ORIGEN "PAQ", NO
      *     ES UN PROCEDIMIENTO Y NO CUENTA) Y SUS MINUTOS, CANTIDAD
      *     POR LA DURACION DEL CUPS.
      *   - INSUMOS DIRECTOS: LAS SALIDAS DE KIT QUIRURGICO DEL MES EN
      *     MOVIMIENTO-INVENT (COMPROBANTE 90001, INV426) A COSTO
      *     PROMEDIO PONDERADO DE LAS ENTRADAS. EL MOVIMIENTO NO TRAE
      *     EL CUPS: SE ASOCIA A LA CIRUGIA DEL PACIENTE EN EL MES
      *     (ARCHIVO-LIQ-CIR, LINEA DEL CUPS PROGRAMADO), PRIMERO DE
      *     LA MISMA FECHA Y SI NO LA PRIMERA DEL MES. LO QUE NO TIENE
      *     CIRUGIA SE INFORMA APARTE.
      *   - HONORARIOS DIRECTOS: LOS HONORARIOS NO ANULADOS DEL MES
      *     (ARCHIVO-HONORARIOS, SER108-38) POR SU CUPS.
      *   - INDIRECTOS: CADA CENTRO DE COSTO + DIVISION DE LA BASE
      *     (ARCHIVO-BASE-COSTO, SER108-43), CON SU VALOR DEL MES MAS
      *     LAS DEMAS SALIDAS DE INVENTARIO DEL MES CARGADAS A ESE
      *     CENTRO Y DIVISION, SE REPARTE SEGUN SU BASE: MINUTOS,
      *     ATENCIONES, O METROS CUADRADOS DEL SERVICIO Y DENTRO DE EL
      *     POR ATENCIONES.
      * EL RESULTADO QUEDA EN ARCHIVO-COSTO-CUP (LA CORRIDA DEL MES SE
      * REEMPLAZA) Y EN SC-COSTOCUP.TXT: EL COSTO UNITARIO POR CUPS Y
      * SERVICIO, EL MARGEN DE CADA TARIFA DE ARCHIVO-TARIFA-EPS
      * VIGENTE AL CIERRE DEL MES CONTRA EL COSTO UNITARIO DEL CUPS, Y
      * LO QUE QUEDO SIN ASIGNAR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-44.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-BASE-COSTO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-BASECOSTO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-BCO
000140         FILE STATUS IS OTR-STAT.

000150     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-FACTSERV-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-FSER
000200         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000210         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000220            WITH DUPLICATES
000230         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000240         FILE STATUS IS OTR-STAT.

000250     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000260         ASSIGN NOM-NUMER-W
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS LLAVE-NUM
000300         ALTERNATE RECORD KEY IS FECHA-RET-NUM WITH DUPLICATES
000310         FILE STATUS IS OTR-STAT.

000320     SELECT ARCHIVO-CUPS LOCK MODE IS AUTOMATIC
000330         ASSIGN NOM-CUPS-W
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS LLAVE-CUP
000370         ALTERNATE RECORD KEY IS DESCRIP-CUP WITH DUPLICATES
000380         FILE STATUS IS OTR-STAT.

000390     SELECT ARCHIVO-HONORARIOS LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-HONOR-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-HON
000440         ALTERNATE RECORD KEY IS LLAVE-PROGC-HON
000450            WITH DUPLICATES
000460         FILE STATUS IS OTR-STAT.

000470     SELECT ARCHIVO-LIQ-CIR LOCK MODE IS AUTOMATIC
000480         ASSIGN NOM-LIQCIR-W
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS LLAVE-LQX
000520         FILE STATUS IS OTR-STAT.

000530     SELECT MOVIMIENTO-INVENT LOCK MODE IS AUTOMATIC
000540         ASSIGN NOM-INV-W
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LLAVE-INV
000580         ALTERNATE RECORD KEY IS COD-ART-INV WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT ARCHIVO-TARIFA-EPS LOCK MODE IS AUTOMATIC
000610         ASSIGN NOM-TARIEPS-W
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LLAVE-TARIEPS
000650         ALTERNATE RECORD KEY IS LLAVE-ENTCUP-TARIEPS
000660            WITH DUPLICATES
000670         FILE STATUS IS OTR-STAT.

000680     SELECT ARCHIVO-COSTO-CUP LOCK MODE IS AUTOMATIC
000690         ASSIGN NOM-COSTOCUP-W
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS LLAVE-CCP
000730         FILE STATUS IS OTR-STAT.

000740     SELECT INFORME-COSTO-CUP
000750         ASSIGN NOM-INFCOSTO-W
000760         ORGANIZATION IS LINE SEQUENTIAL.

000770 DATA DIVISION.
000780 FILE SECTION.

000790 FD  ARCHIVO-BASE-COSTO
000800     LABEL RECORD STANDARD.
000810 01  REG-BCO.
000820     02 LLAVE-BCO.
000830        03 TIPO-BCO             PIC X.
000840           88 BCO-CENTRO        VALUE "C".
000850           88 BCO-AREA          VALUE "A".
000860        03 COD-COSTO-BCO        PIC X(4).
000870        03 COD-DIV-BCO          PIC XX.
000880        03 SERVICIO-BCO         PIC XX.
000890     02 BASE-BCO                PIC X.
000900        88 BASE-MINUTOS         VALUE "M".
000910        88 BASE-AREA            VALUE "A".
000920        88 BASE-ATENCIONES      VALUE "E".
000930     02 VALOR-BCO               PIC 9(11)V99.
000940     02 AREA-BCO                PIC 9(7)V99.
000950     02 FILLER                  PIC X(20).

000960 FD  FACTURA-SERVICIOS
000970     LABEL RECORD STANDARD.
000980 01  REG-FSER.
000990     02 LLAVE-FSER.
001000        03 LLAVE-NUM-FSER.
001010           05 PREFIJO-FSER      PIC X.
001020           05 NRO-FSER          PIC 9(6).
001030        03 SECU-FSER            PIC 9(4).
001040     02 PACI-FSER               PIC X(15).
001050     02 ENTIDAD-FSER            PIC X(6).
001060     02 FECHA-FSER              PIC 9(8).
001070     02 TIPO-FSER               PIC X.
001080        88 CARGO-ES-CUP         VALUE "C".
001090        88 CARGO-ES-ARTICULO    VALUE "A".
001100     02 COD-FSER                PIC X(12).
001110     02 DESCRIP-FSER            PIC X(40).
001120     02 CANT-FSER               PIC 9(4).
001130     02 VLR-UNIT-FSER           PIC 9(9)V99.
001140     02 VLR-TOTAL-FSER          PIC 9(11)V99.
001150     02 LLAVE-ORIGEN-FSER.
001160        03 ORIGEN-FSER          PIC X(4).
001170        03 REFER-FSER           PIC X(20).
001180     02 USUARIO-FSER            PIC X(4).
001190     02 FECHA-GRAB-FSER         PIC 9(8).
001200     02 ESTADO-FSER             PIC X.
001210        88 CARGO-PENDIENTE      VALUE "P".
001220        88 CARGO-FACTURADO      VALUE "F".
001230        88 CARGO-ANULADO        VALUE "A".
001240        88 CARGO-EN-PAQUETE     VALUE "I".
001250     02 LLAVE-FACT-FSER         PIC X(12).

001260 FD  ARCHIVO-NUMERACION
001270     LABEL RECORD STANDARD.
001280 01  REG-NUM.
001290     02 LLAVE-NUM.
001300        03 PREFIJO-NUM          PIC X.
001310        03 NRO-NUM              PIC 9(6).
001320     02 FILLER                  PIC X(13).
001330     02 ESTADO-NUM              PIC X.
001340     02 NIT-NUM                 PIC 9(10).
001350     02 FILLER                  PIC X(80).
001360     02 ID-PAC-NUM              PIC X(15).
001370     02 FILLER                  PIC X(5).
001380     02 FECHA-ING-NUM           PIC 9(8).
001390     02 FECHA-RET-NUM           PIC 9(8).
001400     02 FILLER                  PIC X(8).
001410     02 FILLER                  PIC X(420).
001420     02 FILLER                  PIC X(27).
001430     02 SERVICIO-NUM            PIC XX.

001440 FD  ARCHIVO-CUPS
001450     LABEL RECORD STANDARD.
001460 01  REG-CUP.
001470     02 LLAVE-CUP               PIC X(12).
001480     02 DESCRIP-CUP             PIC X(80).
001490     02 TIPO-CUP                PIC X.
001500     02 ABREV-CUP               PIC X(5).
001510     02 DURACION-CUP            PIC X(3).
001520     02 COSTO-CUP               PIC 9(9)V99.

001530 FD  ARCHIVO-HONORARIOS
001540     LABEL RECORD STANDARD.
001550 01  REG-HON.
001560     02 LLAVE-HON.
001570        03 PROF-HON             PIC X(6).
001580        03 FECHA-HON            PIC 9(8).
001590        03 LLAVE-PROGC-HON      PIC X(16).
001600        03 SECU-HON             PIC 99.
001610        03 CONCEPTO-HON         PIC X.
001620     02 LLAVE-NUM-HON           PIC X(7).
001630     02 PACI-HON                PIC X(15).
001640     02 CUP-HON                 PIC X(12).
001650     02 PORC-HON                PIC 9(3).
001660     02 VALOR-HON               PIC 9(9)V99.
001670     02 ESTADO-HON              PIC X.
001680        88 HON-PENDIENTE        VALUE "P".
001690        88 HON-LIQUIDADO        VALUE "L".
001700        88 HON-ANULADO          VALUE "A".
001710     02 FECHA-LIQ-HON           PIC 9(8).
001720     02 OPER-LIQ-HON            PIC X(4).
001730     02 FILLER                  PIC X(20).

001740 FD  ARCHIVO-LIQ-CIR
001750     LABEL RECORD STANDARD.
001760 01  REG-LQX.
001770     02 LLAVE-LQX.
001780        03 LLAVE-PROGC-LQX.
001790           05 SALA-LQX          PIC X(4).
001800           05 FECHA-CIR-LQX     PIC 9(8).
001810           05 HORA-INI-LQX      PIC 9(4).
001820        03 SECU-LQX             PIC 99.
001830     02 CUP-LQX                 PIC X(12).
001840     02 VIA-LQX                 PIC X.
001850     02 AYUDANTE-LQX            PIC X(6).
001860     02 LLAVE-NUM-LQX           PIC X(7).
001870     02 MANUAL-LQX              PIC X.
001880     02 UNIDADES-LQX            PIC 9(4).
001890     02 PORC-LQX                PIC 9(3).
001900     02 VALORES-LQX.
001910        03 VLR-CIRUJANO-LQX     PIC 9(9)V99.
001920        03 VLR-ANEST-LQX        PIC 9(9)V99.
001930        03 VLR-AYUDANTE-LQX     PIC 9(9)V99.
001940        03 VLR-SALA-LQX         PIC 9(9)V99.
001950        03 VLR-MATERIAL-LQX     PIC 9(9)V99.
001960     02 ESTADO-LQX              PIC X.
001970     02 FECHA-LIQ-LQX           PIC 9(8).
001980     02 OPER-LIQ-LQX            PIC X(4).
001990     02 FILLER                  PIC X(20).

002000 FD  MOVIMIENTO-INVENT
002010     LABEL RECORD STANDARD.
002020 01  REG-INV.
002030     02 LLAVE-INV.
002040        03 COMP-INV             PIC 9(5).
002050        03 SECU-INV             PIC 9(7).
002060     02 COD-ART-INV             PIC X(8).
002070     02 NIT-INV                 PIC X(12).
002080     02 FECHA-INV               PIC 9(8).
002090     02 LLAVE-DOC-CTL-INV       PIC X(10).
002100     02 TIPO-MOV-INV            PIC X.
002110        88 MOV-ENTRADA          VALUE "E".
002120        88 MOV-SALIDA           VALUE "S".
002130     02 CANT-INV                PIC 9(9)V99.
002140     02 VLR-FACT-INV            PIC 9(9)V99.
002150     02 NUM-FACT-INV            PIC X(15).
002160     02 COD-DIV-INV             PIC XX.
002170     02 COD-COSTO-INV           PIC X(4).

002180 FD  ARCHIVO-TARIFA-EPS
002190     LABEL RECORD STANDARD.
002200 01  REG-TARIEPS.
002210     02 LLAVE-TARIEPS.
002220        03 LLAVE-ENTCUP-TARIEPS.
002230           04 COD-ENT-TARIEPS   PIC X(6).
002240           04 LLAVE-CUP-TARIEPS PIC X(12).
002250        03 FECHA-DESDE-TARIEPS  PIC 9(8).
002260     02 FECHA-HASTA-TARIEPS     PIC 9(8).
002270     02 VALOR-TARIEPS           PIC 9(9)V99.
002280     02 OPERADOR-TARIEPS        PIC X(4).

002290 FD  ARCHIVO-COSTO-CUP
002300     LABEL RECORD STANDARD.
002310 01  REG-CCP.
002320     02 LLAVE-CCP.
002330        03 ANO-MES-CCP          PIC 9(6).
002340        03 CUP-CCP              PIC X(12).
002350        03 SERVICIO-CCP         PIC XX.
002360     02 CANT-CCP                PIC 9(7).
002370     02 MINUTOS-CCP             PIC 9(9).
002380     02 VLR-INSUMOS-CCP         PIC 9(11)V99.
002390     02 VLR-HONOR-CCP           PIC 9(11)V99.
002400     02 VLR-INDIR-CCP           PIC 9(11)V99.
002410     02 VLR-TOTAL-CCP           PIC 9(11)V99.
002420     02 COSTO-UNIT-CCP          PIC 9(9)V99.
002430     02 FECHA-PROC-CCP          PIC 9(8).
002440     02 FILLER                  PIC X(20).

002450 FD  INFORME-COSTO-CUP
002460     LABEL RECORD STANDARD.
002470 01  LIN-COSTOCUP               PIC X(132).

002480 WORKING-STORAGE SECTION.

002490 77  NOM-BASECOSTO-W            PIC X(60)
002500     VALUE "D:\progelect\DATOS\SC-BASECOSTO.DAT".
002510 77  NOM-FACTSERV-W             PIC X(60)
002520     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
002530 77  NOM-NUMER-W                PIC X(60)
002540     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
002550 77  NOM-CUPS-W                 PIC X(60)
002560     VALUE "D:\progelect\DATOS\SC-CUPS.DAT".
002570 77  NOM-HONOR-W                PIC X(60)
002580     VALUE "D:\progelect\DATOS\SC-HONORAR.DAT".
002590 77  NOM-LIQCIR-W               PIC X(60)
002600     VALUE "D:\progelect\DATOS\SC-LIQCIR.DAT".
002610 77  NOM-INV-W                  PIC X(60)
002620     VALUE "D:\progelect\DATOS\SC-MOVINV.DAT".
002630 77  NOM-TARIEPS-W              PIC X(60)
002640     VALUE "D:\progelect\DATOS\SC-TARIEPS.DAT".
002650 77  NOM-COSTOCUP-W             PIC X(60)
002660     VALUE "D:\progelect\DATOS\SC-COSTOCUP.DAT".
002670 77  NOM-INFCOSTO-W             PIC X(60)
002680     VALUE "D:\progelect\DATOS\SC-COSTOCUP.TXT".
002690 77  OTR-STAT                   PIC XX.
002700 77  SW-FIN-W                   PIC 9 VALUE 0.
002710 77  SW-HALLADO-W               PIC 9 VALUE 0.
002720 77  I                          PIC 9(4) VALUE 0.
002730 77  J                          PIC 9(4) VALUE 0.
002740 77  K                          PIC 9(4) VALUE 0.
002750 77  TOT-LIN-W                  PIC 9(4) VALUE 0.
002760 77  TOT-CIR-W                  PIC 9(4) VALUE 0.
002770 77  TOT-ART-W                  PIC 9(4) VALUE 0.
002780 77  TOT-CENTRO-W               PIC 9(4) VALUE 0.
002790 77  TOT-SERV-W                 PIC 9(4) VALUE 0.
002800 77  FECHA-INI-W                PIC 9(8).
002810 77  FECHA-FIN-W                PIC 9(8).
002820 77  FECHA-HOY-W                PIC 9(8).
002830 77  LLAVE-NUM-BUS-W            PIC X(7).
002840 77  LLAVE-NUM-ANT-W            PIC X(7) VALUE SPACES.
002850 77  SERVICIO-W                 PIC XX.
002860 77  PACI-W                     PIC X(15).
002870 77  CUP-W                      PIC X(12).
002880 77  COSTO-UNIT-W               PIC 9(9)V99.
002890 77  COSTO-SALIDA-W             PIC 9(13)V99.
002900 77  VALOR-REPARTIR-W           PIC 9(13)V99.
002910 77  PESO-W                     PIC 9(11)V9(4).
002920 77  PESO-TOT-W                 PIC 9(13)V9(4).
002930 77  TOTAL-LIN-W                PIC 9(13)V99.
002940 77  SIN-CIRUGIA-W              PIC 9(13)V99 VALUE 0.
002950 77  SIN-BASE-W                 PIC 9(13)V99 VALUE 0.
002960 77  SIN-REPARTIR-W             PIC 9(13)V99 VALUE 0.
002970 77  CANT-CUP-W                 PIC 9(9).
002980 77  TOTAL-CUP-W                PIC 9(15)V99.
002990 77  MARGEN-W                   PIC S9(11)V99.
003000 77  PORC-MARGEN-W              PIC S9(5)V9.
003010 77  ENTCUP-PEND-W              PIC X(18) VALUE SPACES.
003020 77  VALOR-PEND-W               PIC 9(9)V99.
003030 77  TOT-TARIFAS-W              PIC 9(5) VALUE 0.

      * COSTO ACUMULADO POR CUPS + SERVICIO
003040 01  TABLA-LIN-W.
003050     02 LIN-W OCCURS 2000.
003060        03 CUP-LIN-W            PIC X(12).
003070        03 SERV-LIN-W           PIC XX.
003080        03 DURAC-LIN-W          PIC 9(3).
003090        03 CANT-LIN-W           PIC 9(7).
003100        03 MINUTOS-LIN-W        PIC 9(9).
003110        03 INSUMOS-LIN-W        PIC 9(13)V99.
003120        03 HONOR-LIN-W          PIC 9(13)V99.
003130        03 INDIR-LIN-W          PIC 9(13)V99.

      * CIRUGIAS DEL MES (LINEA DEL CUPS PROGRAMADO)
003140 01  TABLA-CIR-W.
003150     02 CIR-W OCCURS 1000.
003160        03 FECHA-CIR-W          PIC 9(8).
003170        03 PACI-CIR-W           PIC X(15).
003180        03 CUP-CIR-W            PIC X(12).
003190        03 SERV-CIR-W           PIC XX.

      * ENTRADAS POR ARTICULO PARA EL COSTO PROMEDIO PONDERADO
003200 01  TABLA-ART-W.
003210     02 ART-W OCCURS 3000.
003220        03 COD-ART-TAB-W        PIC X(8).
003230        03 CANT-ART-TAB-W       PIC 9(11)V99.
003240        03 VLR-ART-TAB-W        PIC 9(13)V99.

      * CENTROS DE COSTO + DIVISION A REPARTIR
003250 01  TABLA-CENTRO-W.
003260     02 CENTRO-W OCCURS 300.
003270        03 COSTO-CEN-W          PIC X(4).
003280        03 DIV-CEN-W            PIC XX.
003290        03 SERV-CEN-W           PIC XX.
003300        03 BASE-CEN-W           PIC X.
003310        03 VALOR-CEN-W          PIC 9(13)V99.
003320        03 INVENT-CEN-W         PIC 9(13)V99.

      * AREA Y ATENCIONES POR SERVICIO
003330 01  TABLA-SERV-W.
003340     02 SERV-W OCCURS 100.
003350        03 SERV-TAB-W           PIC XX.
003360        03 AREA-TAB-W           PIC 9(7)V99.
003370        03 CANT-SERV-TAB-W      PIC 9(9).

003380 01  LIN-TITULO-CC.
003390     02 FILLER                  PIC X(40) VALUE
003400        "COSTO UNITARIO POR PROCEDIMIENTO - MES".
003410     02 ANO-MES-CC              PIC 9(6).
003420 01  LIN-COL-COSTO-CC.
003430     02 FILLER                  PIC X(13) VALUE "CUPS".
003440     02 FILLER                  PIC X(5) VALUE "SERV".
003450     02 FILLER                  PIC X(8) VALUE "   CANT".
003460     02 FILLER                  PIC X(18)
003470        VALUE "         INSUMOS".
003480     02 FILLER                  PIC X(18)
003490        VALUE "       HONORARIOS".
003500     02 FILLER                  PIC X(18)
003510        VALUE "       INDIRECTOS".
003520     02 FILLER                  PIC X(18)
003530        VALUE "      COSTO TOTAL".
003540     02 FILLER                  PIC X(17)
003550        VALUE "   COSTO UNITARIO".
003560 01  LIN-COSTO-CC.
003570     02 CUP-CC                  PIC X(13).
003580     02 SERV-CC                 PIC X(5).
003590     02 CANT-CC                 PIC ZZZZZZ9.
003600     02 FILLER                  PIC X VALUE SPACE.
003610     02 INSUMOS-CC              PIC Z(13)9.99.
003620     02 FILLER                  PIC X VALUE SPACE.
003630     02 HONOR-CC                PIC Z(13)9.99.
003640     02 FILLER                  PIC X VALUE SPACE.
003650     02 INDIR-CC                PIC Z(13)9.99.
003660     02 FILLER                  PIC X VALUE SPACE.
003670     02 TOTAL-CC                PIC Z(13)9.99.
003680     02 FILLER                  PIC X VALUE SPACE.
003690     02 UNIT-CC                 PIC Z(13)9.99.
003700 01  LIN-TITULO-MARGEN-CC.
003710     02 FILLER                  PIC X(60) VALUE
003720        "MARGEN POR PROCEDIMIENTO Y CONTRATO - TARIFA AL CIERRE".
003730 01  LIN-COL-MARGEN-CC.
003740     02 FILLER                  PIC X(8) VALUE "ENTIDAD".
003750     02 FILLER                  PIC X(13) VALUE "CUPS".
003760     02 FILLER                  PIC X(32) VALUE "DESCRIPCION".
003770     02 FILLER                  PIC X(18)
003780        VALUE "           TARIFA".
003790     02 FILLER                  PIC X(18)
003800        VALUE "   COSTO UNITARIO".
003810     02 FILLER                  PIC X(18)
003820        VALUE "           MARGEN".
003830     02 FILLER                  PIC X(9) VALUE "    %MARG".
003840 01  LIN-MARGEN-CC.
003850     02 ENTIDAD-MG-CC           PIC X(8).
003860     02 CUP-MG-CC               PIC X(13).
003870     02 DESCRIP-MG-CC           PIC X(32).
003880     02 TARIFA-MG-CC            PIC Z(13)9.99.
003890     02 FILLER                  PIC X VALUE SPACE.
003900     02 COSTO-MG-CC             PIC Z(13)9.99.
003910     02 FILLER                  PIC X VALUE SPACE.
003920     02 MARGEN-MG-CC            PIC -(13)9.99.
003930     02 FILLER                  PIC XX VALUE SPACES.
003940     02 PORC-MG-CC              PIC -(4)9.9.
003950 01  LIN-TOTAL-CC.
003960     02 LEYENDA-TOT-CC          PIC X(53).
003970     02 VALOR-TOT-CC            PIC Z(13)9.99.

003980 LINKAGE SECTION.
003990 01  ANO-MES-LNK                PIC 9(6).

004000 PROCEDURE DIVISION USING ANO-MES-LNK.

004010 MAINLINE.
004020     COMPUTE FECHA-INI-W = ANO-MES-LNK * 100 + 1.
004030     COMPUTE FECHA-FIN-W = ANO-MES-LNK * 100 + 31.
004040     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY-W.
004050     INITIALIZE TABLA-LIN-W TABLA-CIR-W TABLA-ART-W
004060                TABLA-CENTRO-W TABLA-SERV-W.
004070     OPEN INPUT FACTURA-SERVICIOS ARCHIVO-NUMERACION ARCHIVO-CUPS
004080                ARCHIVO-HONORARIOS ARCHIVO-LIQ-CIR
004090                MOVIMIENTO-INVENT ARCHIVO-TARIFA-EPS.
004100     PERFORM CARGAR-BASE.
004110     PERFORM CONTAR-PROCEDIMIENTOS.
004120     PERFORM SUMAR-HONORARIOS.
004130     PERFORM CARGAR-CIRUGIAS.
004140     PERFORM PROMEDIAR-ARTICULOS.
004150     PERFORM SUMAR-SALIDAS.
004160     PERFORM REPARTIR-INDIRECTOS.
004170     PERFORM GRABAR-COSTOS.
004180     PERFORM ESCRIBIR-INFORME.
004190     CLOSE FACTURA-SERVICIOS ARCHIVO-NUMERACION ARCHIVO-CUPS
004200           ARCHIVO-HONORARIOS ARCHIVO-LIQ-CIR MOVIMIENTO-INVENT
004210           ARCHIVO-TARIFA-EPS.
004220     DISPLAY "CUPS/SERVICIO COSTEADOS: " TOT-LIN-W.
004230     DISPLAY "TARIFAS COMPARADAS:      " TOT-TARIFAS-W.
004240     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * BASE DE REPARTO: CENTROS A LA TABLA DE CENTROS, AREAS A LA
      * TABLA DE SERVICIOS. SIN BASE NO HAY INDIRECTOS.
      *-----------------------------------------------------------------
004250 CARGAR-BASE.
004260     OPEN INPUT ARCHIVO-BASE-COSTO.
004270     IF OTR-STAT NOT = "00"
004280        DISPLAY "SIN BASE DE COSTOS INDIRECTOS " NOM-BASECOSTO-W
004290     ELSE
004300        MOVE 0 TO SW-FIN-W
004310        PERFORM LEER-BASE UNTIL SW-FIN-W = 1
004320        CLOSE ARCHIVO-BASE-COSTO
004330     END-IF.

004340 LEER-BASE.
004350     READ ARCHIVO-BASE-COSTO NEXT
004360          AT END MOVE 1 TO SW-FIN-W
004370     END-READ.
004380     IF SW-FIN-W = 0
004390        EVALUATE TRUE
004400           WHEN BCO-CENTRO
004410                IF TOT-CENTRO-W < 300
004420                   ADD 1 TO TOT-CENTRO-W
004430                   MOVE TOT-CENTRO-W TO I
004440                   MOVE COD-COSTO-BCO TO COSTO-CEN-W (I)
004450                   MOVE COD-DIV-BCO   TO DIV-CEN-W (I)
004460                   MOVE SERVICIO-BCO  TO SERV-CEN-W (I)
004470                   MOVE BASE-BCO      TO BASE-CEN-W (I)
004480                   MOVE VALOR-BCO     TO VALOR-CEN-W (I)
004490                ELSE
004500                   DISPLAY "TABLA DE CENTROS LLENA " COD-COSTO-BCO
004510                END-IF
004520           WHEN BCO-AREA
004530                MOVE SERVICIO-BCO TO SERVICIO-W
004540                PERFORM UBICAR-SERVICIO
004550                IF K > 0
004560                   MOVE AREA-BCO TO AREA-TAB-W (K)
004570                END-IF
004580        END-EVALUATE
004590     END-IF.

      *-----------------------------------------------------------------
      * VOLUMEN Y MINUTOS POR CUPS + SERVICIO
      *-----------------------------------------------------------------
004600 CONTAR-PROCEDIMIENTOS.
004610     MOVE 0 TO SW-FIN-W.
004620     PERFORM LEER-CARGO UNTIL SW-FIN-W = 1.

004630 LEER-CARGO.
004640     READ FACTURA-SERVICIOS NEXT
004650          AT END MOVE 1 TO SW-FIN-W
004660     END-READ.
004670     IF SW-FIN-W = 0
004680        AND CARGO-ES-CUP
004690        AND NOT CARGO-ANULADO
004700        AND ORIGEN-FSER NOT = "PAQ"
004710        AND FECHA-FSER NOT < FECHA-INI-W
004720        AND FECHA-FSER NOT > FECHA-FIN-W
004730        MOVE LLAVE-NUM-FSER TO LLAVE-NUM-BUS-W
004740        PERFORM LEER-CUENTA
004750        MOVE COD-FSER TO CUP-W
004760        PERFORM UBICAR-LINEA
004770        IF J > 0
004780           ADD CANT-FSER TO CANT-LIN-W (J)
004790           COMPUTE MINUTOS-LIN-W (J) = MINUTOS-LIN-W (J)
004800                                     + CANT-FSER * DURAC-LIN-W (J)
004810        END-IF
004820     END-IF.

      * LA CUENTA ANTERIOR SE GUARDA: LOS CARGOS VIENEN POR CUENTA
004830 LEER-CUENTA.
004840     IF LLAVE-NUM-BUS-W NOT = LLAVE-NUM-ANT-W
004850        MOVE LLAVE-NUM-BUS-W TO LLAVE-NUM LLAVE-NUM-ANT-W
004860        READ ARCHIVO-NUMERACION
004870             INVALID KEY MOVE SPACES TO SERVICIO-NUM ID-PAC-NUM
004880        END-READ
004890     END-IF.
004900     MOVE SERVICIO-NUM TO SERVICIO-W.
004910     MOVE ID-PAC-NUM   TO PACI-W.

004920 UBICAR-LINEA.
004930     MOVE 0 TO SW-HALLADO-W.
004940     PERFORM BUSCAR-LINEA VARYING J FROM 1 BY 1
004950             UNTIL J > TOT-LIN-W OR SW-HALLADO-W = 1.
004960     IF SW-HALLADO-W = 0
004970        IF TOT-LIN-W < 2000
004980           ADD 1 TO TOT-LIN-W
004990           MOVE TOT-LIN-W  TO J
005000           MOVE CUP-W      TO CUP-LIN-W (J)
005010           MOVE SERVICIO-W TO SERV-LIN-W (J)
005020           MOVE CUP-W      TO LLAVE-CUP
005030           READ ARCHIVO-CUPS
005040                INVALID KEY MOVE SPACES TO DURACION-CUP
005050           END-READ
005060           IF DURACION-CUP NOT = SPACES
005070              COMPUTE DURAC-LIN-W (J) =
005080                      FUNCTION NUMVAL (DURACION-CUP)
005090           END-IF
005100        ELSE
005110           DISPLAY "TABLA DE COSTOS LLENA " CUP-W
005120           MOVE 0 TO J
005130        END-IF
005140     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
005150 BUSCAR-LINEA.
005160     IF CUP-LIN-W (J) = CUP-W AND SERV-LIN-W (J) = SERVICIO-W
005170        MOVE 1 TO SW-HALLADO-W
005180        SUBTRACT 1 FROM J
005190     END-IF.

      *-----------------------------------------------------------------
      * HONORARIOS DIRECTOS DEL MES
      *-----------------------------------------------------------------
005200 SUMAR-HONORARIOS.
005210     MOVE 0 TO SW-FIN-W.
005220     PERFORM LEER-HONORARIO UNTIL SW-FIN-W = 1.

005230 LEER-HONORARIO.
005240     READ ARCHIVO-HONORARIOS NEXT
005250          AT END MOVE 1 TO SW-FIN-W
005260     END-READ.
005270     IF SW-FIN-W = 0
005280        AND NOT HON-ANULADO
005290        AND FECHA-HON NOT < FECHA-INI-W
005300        AND FECHA-HON NOT > FECHA-FIN-W
005310        MOVE LLAVE-NUM-HON TO LLAVE-NUM-BUS-W
005320        PERFORM LEER-CUENTA
005330        MOVE CUP-HON TO CUP-W
005340        PERFORM UBICAR-LINEA
005350        IF J > 0
005360           ADD VALOR-HON TO HONOR-LIN-W (J)
005370        END-IF
005380     END-IF.

      *-----------------------------------------------------------------
      * CIRUGIAS DEL MES, PARA ASOCIAR EL CONSUMO DE LOS KITS
      *-----------------------------------------------------------------
005390 CARGAR-CIRUGIAS.
005400     MOVE 0 TO SW-FIN-W.
005410     PERFORM LEER-CIRUGIA UNTIL SW-FIN-W = 1.

005420 LEER-CIRUGIA.
005430     READ ARCHIVO-LIQ-CIR NEXT
005440          AT END MOVE 1 TO SW-FIN-W
005450     END-READ.
005460     IF SW-FIN-W = 0
005470        AND SECU-LQX = 1
005480        AND FECHA-CIR-LQX NOT < FECHA-INI-W
005490        AND FECHA-CIR-LQX NOT > FECHA-FIN-W
005500        IF TOT-CIR-W < 1000
005510           MOVE LLAVE-NUM-LQX TO LLAVE-NUM-BUS-W
005520           PERFORM LEER-CUENTA
005530           ADD 1 TO TOT-CIR-W
005540           MOVE FECHA-CIR-LQX TO FECHA-CIR-W (TOT-CIR-W)
005550           MOVE PACI-W        TO PACI-CIR-W (TOT-CIR-W)
005560           MOVE CUP-LQX       TO CUP-CIR-W (TOT-CIR-W)
005570           MOVE SERVICIO-W    TO SERV-CIR-W (TOT-CIR-W)
005580        ELSE
005590           DISPLAY "TABLA DE CIRUGIAS LLENA " LLAVE-LQX
005600        END-IF
005610     END-IF.

      *-----------------------------------------------------------------
      * COSTO PROMEDIO PONDERADO: ENTRADAS HASTA EL CIERRE DEL MES
      *-----------------------------------------------------------------
005620 PROMEDIAR-ARTICULOS.
005630     MOVE 0 TO SW-FIN-W.
005640     PERFORM LEER-ENTRADA UNTIL SW-FIN-W = 1.

005650 LEER-ENTRADA.
005660     READ MOVIMIENTO-INVENT NEXT
005670          AT END MOVE 1 TO SW-FIN-W
005680     END-READ.
005690     IF SW-FIN-W = 0
005700        AND MOV-ENTRADA
005710        AND FECHA-INV NOT > FECHA-FIN-W
005720        PERFORM UBICAR-ARTICULO
005730        IF K = 0
005740           IF TOT-ART-W < 3000
005750              ADD 1 TO TOT-ART-W
005760              MOVE TOT-ART-W   TO K
005770              MOVE COD-ART-INV TO COD-ART-TAB-W (K)
005780           ELSE
005790              DISPLAY "TABLA DE ARTICULOS LLENA " COD-ART-INV
005800           END-IF
005810        END-IF
005820        IF K > 0
005830           ADD CANT-INV     TO CANT-ART-TAB-W (K)
005840           ADD VLR-FACT-INV TO VLR-ART-TAB-W (K)
005850        END-IF
005860     END-IF.

005870 UBICAR-ARTICULO.
005880     MOVE 0 TO SW-HALLADO-W.
005890     PERFORM BUSCAR-ARTICULO VARYING K FROM 1 BY 1
005900             UNTIL K > TOT-ART-W OR SW-HALLADO-W = 1.
005910     IF SW-HALLADO-W = 0
005920        MOVE 0 TO K
005930     END-IF.

      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
005940 BUSCAR-ARTICULO.
005950     IF COD-ART-TAB-W (K) = COD-ART-INV
005960        MOVE 1 TO SW-HALLADO-W
005970        SUBTRACT 1 FROM K
005980     END-IF.

      *-----------------------------------------------------------------
      * SALIDAS DEL MES: LOS KITS VAN A LA CIRUGIA DEL PACIENTE, LAS
      * DEMAS AL CENTRO DE COSTO + DIVISION QUE LAS CONSUMIO
      *-----------------------------------------------------------------
005990 SUMAR-SALIDAS.
006000     CLOSE MOVIMIENTO-INVENT.
006010     OPEN INPUT MOVIMIENTO-INVENT.
006020     MOVE 0 TO SW-FIN-W.
006030     PERFORM LEER-SALIDA UNTIL SW-FIN-W = 1.

006040 LEER-SALIDA.
006050     READ MOVIMIENTO-INVENT NEXT
006060          AT END MOVE 1 TO SW-FIN-W
006070     END-READ.
006080     IF SW-FIN-W = 0
006090        AND MOV-SALIDA
006100        AND FECHA-INV NOT < FECHA-INI-W
006110        AND FECHA-INV NOT > FECHA-FIN-W
006120        MOVE 0 TO COSTO-UNIT-W
006130        PERFORM UBICAR-ARTICULO
006140        IF K > 0 AND CANT-ART-TAB-W (K) > 0
006150           COMPUTE COSTO-UNIT-W ROUNDED =
006160                   VLR-ART-TAB-W (K) / CANT-ART-TAB-W (K)
006170        END-IF
006180        COMPUTE COSTO-SALIDA-W ROUNDED = COSTO-UNIT-W * CANT-INV
006190        IF COMP-INV = 90001
006200           PERFORM ASIGNAR-KIT
006210        ELSE
006220           PERFORM ASIGNAR-CENTRO
006230        END-IF
006240     END-IF.

006250 ASIGNAR-KIT.
006260     MOVE NUM-FACT-INV TO PACI-W.
006270     MOVE 0 TO SW-HALLADO-W.
006280     PERFORM BUSCAR-CIRUGIA-FECHA VARYING K FROM 1 BY 1
006290             UNTIL K > TOT-CIR-W OR SW-HALLADO-W = 1.
006300     IF SW-HALLADO-W = 0
006310        PERFORM BUSCAR-CIRUGIA-PACI VARYING K FROM 1 BY 1
006320                UNTIL K > TOT-CIR-W OR SW-HALLADO-W = 1
006330     END-IF.
006340     IF SW-HALLADO-W = 0
006350        ADD COSTO-SALIDA-W TO SIN-CIRUGIA-W
006360     ELSE
006370        MOVE CUP-CIR-W (K)  TO CUP-W
006380        MOVE SERV-CIR-W (K) TO SERVICIO-W
006390        PERFORM UBICAR-LINEA
006400        IF J > 0
006410           ADD COSTO-SALIDA-W TO INSUMOS-LIN-W (J)
006420        ELSE
006430           ADD COSTO-SALIDA-W TO SIN-CIRUGIA-W
006440        END-IF
006450     END-IF.

      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
006460 BUSCAR-CIRUGIA-FECHA.
006470     IF PACI-CIR-W (K) = PACI-W AND FECHA-CIR-W (K) = FECHA-INV
006480        MOVE 1 TO SW-HALLADO-W
006490        SUBTRACT 1 FROM K
006500     END-IF.

006510 BUSCAR-CIRUGIA-PACI.
006520     IF PACI-CIR-W (K) = PACI-W
006530        MOVE 1 TO SW-HALLADO-W
006540        SUBTRACT 1 FROM K
006550     END-IF.

006560 ASIGNAR-CENTRO.
006570     MOVE 0 TO SW-HALLADO-W.
006580     PERFORM BUSCAR-CENTRO VARYING K FROM 1 BY 1
006590             UNTIL K > TOT-CENTRO-W OR SW-HALLADO-W = 1.
006600     IF SW-HALLADO-W = 0
006610        ADD COSTO-SALIDA-W TO SIN-BASE-W
006620     ELSE
006630        ADD COSTO-SALIDA-W TO INVENT-CEN-W (K)
006640     END-IF.

      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
006650 BUSCAR-CENTRO.
006660     IF COSTO-CEN-W (K) = COD-COSTO-INV
006670        AND DIV-CEN-W (K) = COD-DIV-INV
006680        MOVE 1 TO SW-HALLADO-W
006690        SUBTRACT 1 FROM K
006700     END-IF.

      *-----------------------------------------------------------------
      * REPARTO DE CADA CENTRO SOBRE LOS CUPS SEGUN SU BASE. LO QUE NO
      * ENCUENTRA BASE (SIN MINUTOS, SIN ATENCIONES O SIN AREA EN LOS
      * SERVICIOS CON ACTIVIDAD) QUEDA SIN REPARTIR.
      *-----------------------------------------------------------------
006710 REPARTIR-INDIRECTOS.
006720     PERFORM CONTAR-SERVICIO VARYING J FROM 1 BY 1
006730             UNTIL J > TOT-LIN-W.
006740     PERFORM REPARTIR-CENTRO VARYING I FROM 1 BY 1
006750             UNTIL I > TOT-CENTRO-W.

006760 CONTAR-SERVICIO.
006770     MOVE SERV-LIN-W (J) TO SERVICIO-W.
006780     PERFORM UBICAR-SERVICIO.
006790     IF K > 0
006800        ADD CANT-LIN-W (J) TO CANT-SERV-TAB-W (K)
006810     END-IF.

006820 UBICAR-SERVICIO.
006830     MOVE 0 TO SW-HALLADO-W.
006840     PERFORM BUSCAR-SERVICIO VARYING K FROM 1 BY 1
006850             UNTIL K > TOT-SERV-W OR SW-HALLADO-W = 1.
006860     IF SW-HALLADO-W = 0
006870        IF TOT-SERV-W < 100
006880           ADD 1 TO TOT-SERV-W
006890           MOVE TOT-SERV-W TO K
006900           MOVE SERVICIO-W TO SERV-TAB-W (K)
006910        ELSE
006920           DISPLAY "TABLA DE SERVICIOS LLENA " SERVICIO-W
006930           MOVE 0 TO K
006940        END-IF
006950     END-IF.

      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
006960 BUSCAR-SERVICIO.
006970     IF SERV-TAB-W (K) = SERVICIO-W
006980        MOVE 1 TO SW-HALLADO-W
006990        SUBTRACT 1 FROM K
007000     END-IF.

007010 REPARTIR-CENTRO.
007020     COMPUTE VALOR-REPARTIR-W = VALOR-CEN-W (I)
007030                              + INVENT-CEN-W (I).
007040     IF VALOR-REPARTIR-W > 0
007050        MOVE 0 TO PESO-TOT-W
007060        PERFORM SUMAR-PESO VARYING J FROM 1 BY 1
007070                UNTIL J > TOT-LIN-W
007080        IF PESO-TOT-W = 0
007090           ADD VALOR-REPARTIR-W TO SIN-REPARTIR-W
007100        ELSE
007110           PERFORM APLICAR-PESO VARYING J FROM 1 BY 1
007120                   UNTIL J > TOT-LIN-W
007130        END-IF
007140     END-IF.

007150 SUMAR-PESO.
007160     PERFORM CALCULAR-PESO.
007170     ADD PESO-W TO PESO-TOT-W.

007180 APLICAR-PESO.
007190     PERFORM CALCULAR-PESO.
007200     IF PESO-W > 0
007210        COMPUTE INDIR-LIN-W (J) ROUNDED = INDIR-LIN-W (J)
007220              + VALOR-REPARTIR-W * PESO-W / PESO-TOT-W
007230     END-IF.

      * PESO DE LA LINEA J EN EL CENTRO I. CON BASE AREA EL SERVICIO
      * PESA SUS METROS Y LOS REPARTE ENTRE SUS CUPS POR ATENCIONES.
007240 CALCULAR-PESO.
007250     MOVE 0 TO PESO-W.
007260     IF SERV-CEN-W (I) = SPACES
007270        OR SERV-CEN-W (I) = SERV-LIN-W (J)
007280        EVALUATE BASE-CEN-W (I)
007290           WHEN "M"
007300                MOVE MINUTOS-LIN-W (J) TO PESO-W
007310           WHEN "E"
007320                MOVE CANT-LIN-W (J)    TO PESO-W
007330           WHEN "A"
007340                MOVE SERV-LIN-W (J) TO SERVICIO-W
007350                PERFORM UBICAR-SERVICIO
007360                IF K > 0
007370                   IF CANT-SERV-TAB-W (K) > 0
007380                      COMPUTE PESO-W ROUNDED = AREA-TAB-W (K)
007390                            * CANT-LIN-W (J) / CANT-SERV-TAB-W (K)
007400                   END-IF
007410                END-IF
007420        END-EVALUATE
007430     END-IF.

      *-----------------------------------------------------------------
      * RESULTADO DEL MES: SE BORRA LA CORRIDA ANTERIOR DEL MISMO MES
      *-----------------------------------------------------------------
007440 GRABAR-COSTOS.
007450     OPEN I-O ARCHIVO-COSTO-CUP.
007460     IF OTR-STAT = "35"
007470        OPEN OUTPUT ARCHIVO-COSTO-CUP
007480        CLOSE ARCHIVO-COSTO-CUP
007490        OPEN I-O ARCHIVO-COSTO-CUP
007500     END-IF.
007510     MOVE ANO-MES-LNK TO ANO-MES-CCP.
007520     MOVE SPACES      TO CUP-CCP SERVICIO-CCP.
007530     MOVE 0 TO SW-FIN-W.
007540     START ARCHIVO-COSTO-CUP KEY IS >= LLAVE-CCP
007550           INVALID KEY MOVE 1 TO SW-FIN-W
007560     END-START.
007570     PERFORM BORRAR-COSTO-ANTERIOR UNTIL SW-FIN-W = 1.
007580     PERFORM GRABAR-LINEA VARYING J FROM 1 BY 1
007590             UNTIL J > TOT-LIN-W.
007600     CLOSE ARCHIVO-COSTO-CUP.

007610 BORRAR-COSTO-ANTERIOR.
007620     READ ARCHIVO-COSTO-CUP NEXT
007630          AT END MOVE 1 TO SW-FIN-W
007640     END-READ.
007650     IF SW-FIN-W = 0
007660        IF ANO-MES-CCP NOT = ANO-MES-LNK
007670           MOVE 1 TO SW-FIN-W
007680        ELSE
007690           DELETE ARCHIVO-COSTO-CUP RECORD
007700        END-IF
007710     END-IF.

007720 GRABAR-LINEA.
007730     PERFORM TOTALIZAR-LINEA.
007740     INITIALIZE REG-CCP.
007750     MOVE ANO-MES-LNK        TO ANO-MES-CCP.
007760     MOVE CUP-LIN-W (J)      TO CUP-CCP.
007770     MOVE SERV-LIN-W (J)     TO SERVICIO-CCP.
007780     MOVE CANT-LIN-W (J)     TO CANT-CCP.
007790     MOVE MINUTOS-LIN-W (J)  TO MINUTOS-CCP.
007800     MOVE INSUMOS-LIN-W (J)  TO VLR-INSUMOS-CCP.
007810     MOVE HONOR-LIN-W (J)    TO VLR-HONOR-CCP.
007820     MOVE INDIR-LIN-W (J)    TO VLR-INDIR-CCP.
007830     MOVE TOTAL-LIN-W        TO VLR-TOTAL-CCP.
007840     MOVE COSTO-UNIT-W       TO COSTO-UNIT-CCP.
007850     MOVE FECHA-HOY-W        TO FECHA-PROC-CCP.
007860     WRITE REG-CCP
007870           INVALID KEY DISPLAY "ERROR GRABANDO COSTO " LLAVE-CCP
007880     END-WRITE.

      * SIN VOLUMEN EN EL MES EL COSTO UNITARIO QUEDA EN CERO
007890 TOTALIZAR-LINEA.
007900     COMPUTE TOTAL-LIN-W = INSUMOS-LIN-W (J) + HONOR-LIN-W (J)
007910                         + INDIR-LIN-W (J).
007920     MOVE 0 TO COSTO-UNIT-W.
007930     IF CANT-LIN-W (J) > 0
007940        COMPUTE COSTO-UNIT-W ROUNDED =
007950                TOTAL-LIN-W / CANT-LIN-W (J)
007960     END-IF.

      *-----------------------------------------------------------------
      * INFORME: COSTO POR CUPS + SERVICIO, MARGEN POR TARIFA Y LO QUE
      * QUEDO SIN ASIGNAR
      *-----------------------------------------------------------------
007970 ESCRIBIR-INFORME.
007980     OPEN OUTPUT INFORME-COSTO-CUP.
007990     MOVE ANO-MES-LNK TO ANO-MES-CC.
008000     MOVE LIN-TITULO-CC TO LIN-COSTOCUP.
008010     WRITE LIN-COSTOCUP.
008020     MOVE SPACES TO LIN-COSTOCUP.
008030     WRITE LIN-COSTOCUP.
008040     MOVE LIN-COL-COSTO-CC TO LIN-COSTOCUP.
008050     WRITE LIN-COSTOCUP.
008060     PERFORM ESCRIBIR-COSTO VARYING J FROM 1 BY 1
008070             UNTIL J > TOT-LIN-W.
008080     MOVE SPACES TO LIN-COSTOCUP.
008090     WRITE LIN-COSTOCUP.
008100     MOVE LIN-TITULO-MARGEN-CC TO LIN-COSTOCUP.
008110     WRITE LIN-COSTOCUP.
008120     MOVE LIN-COL-MARGEN-CC TO LIN-COSTOCUP.
008130     WRITE LIN-COSTOCUP.
008140     MOVE 0 TO SW-FIN-W.
008150     PERFORM LEER-TARIFA UNTIL SW-FIN-W = 1.
008160     PERFORM ESCRIBIR-MARGEN.
008170     MOVE SPACES TO LIN-COSTOCUP.
008180     WRITE LIN-COSTOCUP.
008190     MOVE "CONSUMO DE KITS SIN CIRUGIA ASOCIADA EN EL MES"
008200          TO LEYENDA-TOT-CC.
008210     MOVE SIN-CIRUGIA-W TO VALOR-TOT-CC.
008220     MOVE LIN-TOTAL-CC TO LIN-COSTOCUP.
008230     WRITE LIN-COSTOCUP.
008240     MOVE "SALIDAS DE CENTROS SIN BASE DE REPARTO"
008250          TO LEYENDA-TOT-CC.
008260     MOVE SIN-BASE-W TO VALOR-TOT-CC.
008270     MOVE LIN-TOTAL-CC TO LIN-COSTOCUP.
008280     WRITE LIN-COSTOCUP.
008290     MOVE "INDIRECTOS SIN ACTIVIDAD PARA REPARTIR"
008300          TO LEYENDA-TOT-CC.
008310     MOVE SIN-REPARTIR-W TO VALOR-TOT-CC.
008320     MOVE LIN-TOTAL-CC TO LIN-COSTOCUP.
008330     WRITE LIN-COSTOCUP.
008340     CLOSE INFORME-COSTO-CUP.

008350 ESCRIBIR-COSTO.
008360     PERFORM TOTALIZAR-LINEA.
008370     MOVE CUP-LIN-W (J)     TO CUP-CC.
008380     MOVE SERV-LIN-W (J)    TO SERV-CC.
008390     MOVE CANT-LIN-W (J)    TO CANT-CC.
008400     MOVE INSUMOS-LIN-W (J) TO INSUMOS-CC.
008410     MOVE HONOR-LIN-W (J)   TO HONOR-CC.
008420     MOVE INDIR-LIN-W (J)   TO INDIR-CC.
008430     MOVE TOTAL-LIN-W       TO TOTAL-CC.
008440     MOVE COSTO-UNIT-W      TO UNIT-CC.
008450     MOVE LIN-COSTO-CC TO LIN-COSTOCUP.
008460     WRITE LIN-COSTOCUP.

      * LAS TARIFAS VIENEN POR ENTIDAD + CUPS + FECHA DESDE: DE LAS
      * VIGENTES AL CIERRE QUEDA LA ULTIMA DE CADA ENTIDAD + CUPS.
008470 LEER-TARIFA.
008480     READ ARCHIVO-TARIFA-EPS NEXT
008490          AT END MOVE 1 TO SW-FIN-W
008500     END-READ.
008510     IF SW-FIN-W = 0
008520        IF LLAVE-ENTCUP-TARIEPS NOT = ENTCUP-PEND-W
008530           PERFORM ESCRIBIR-MARGEN
008540        END-IF
008550        IF FECHA-DESDE-TARIEPS NOT > FECHA-FIN-W
008560           AND FECHA-HASTA-TARIEPS NOT < FECHA-INI-W
008570           MOVE LLAVE-ENTCUP-TARIEPS TO ENTCUP-PEND-W
008580           MOVE VALOR-TARIEPS        TO VALOR-PEND-W
008590        END-IF
008600     END-IF.

008610 ESCRIBIR-MARGEN.
008620     IF ENTCUP-PEND-W NOT = SPACES
008630        MOVE 0 TO CANT-CUP-W TOTAL-CUP-W
008640        PERFORM SUMAR-COSTO-CUP VARYING J FROM 1 BY 1
008650                UNTIL J > TOT-LIN-W
008660        IF CANT-CUP-W > 0
008670           PERFORM ESCRIBIR-LINEA-MARGEN
008680        END-IF
008690        MOVE SPACES TO ENTCUP-PEND-W
008700     END-IF.

008710 SUMAR-COSTO-CUP.
008720     IF CUP-LIN-W (J) = ENTCUP-PEND-W (7:12)
008730        PERFORM TOTALIZAR-LINEA
008740        ADD CANT-LIN-W (J) TO CANT-CUP-W
008750        ADD TOTAL-LIN-W    TO TOTAL-CUP-W
008760     END-IF.

      * EL COSTO UNITARIO DEL CUPS PONDERA TODOS SUS SERVICIOS
008770 ESCRIBIR-LINEA-MARGEN.
008780     COMPUTE COSTO-UNIT-W ROUNDED = TOTAL-CUP-W / CANT-CUP-W.
008790     COMPUTE MARGEN-W = VALOR-PEND-W - COSTO-UNIT-W.
008800     MOVE ENTCUP-PEND-W (1:6)  TO ENTIDAD-MG-CC.
008810     MOVE ENTCUP-PEND-W (7:12) TO CUP-MG-CC LLAVE-CUP.
008820     READ ARCHIVO-CUPS
008830          INVALID KEY MOVE SPACES TO DESCRIP-CUP
008840     END-READ.
008850     MOVE DESCRIP-CUP   TO DESCRIP-MG-CC.
008860     MOVE VALOR-PEND-W  TO TARIFA-MG-CC.
008870     MOVE COSTO-UNIT-W  TO COSTO-MG-CC.
008880     MOVE MARGEN-W      TO MARGEN-MG-CC.
008890     MOVE 0 TO PORC-MARGEN-W.
008900     IF VALOR-PEND-W > 0
008910        COMPUTE PORC-MARGEN-W ROUNDED =
008920                MARGEN-W * 100 / VALOR-PEND-W
008930     END-IF.
008940     MOVE PORC-MARGEN-W TO PORC-MG-CC.
008950     MOVE LIN-MARGEN-CC TO LIN-COSTOCUP.
008960     WRITE LIN-COSTOCUP.
008970     ADD 1 TO TOT-TARIFAS-W.
