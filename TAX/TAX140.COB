      *=================================================================
      * TAXIMETROS - LIQUIDACION DE PLANILLAS DE VIAJE AL PROPIETARIO
      * Y FONDO DE REPOSICION POR VEHICULO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * TAX132 GRABA CADA VIAJE EN EL LIBRO (ARCHIVO-INTER) CON SU
      * BRUTO, SEGURO Y AVANCES POR PLACA Y AGENCIA, PERO LA
      * LIQUIDACION AL PROPIETARIO SE HACIA A MANO. POR VEHICULO Y
      * PERIODO:
      * MODO "P" - GRABA LOS PARAMETROS DE LA AGENCIA (AGENCIA EN
      *            BLANCO = GENERAL): PORCENTAJE DE ADMINISTRACION,
      *            PORCENTAJE DE APORTE AL FONDO DE REPOSICION SOBRE
      *            EL BRUTO Y APORTE FIJO POR LIQUIDACION.
      * MODO "L" - LIQUIDA LA PLACA (EN BLANCO = TODOS LOS VEHICULOS
      *            ACTIVOS): BRUTO DE LOS VIAJES DEL PERIODO MENOS
      *            ADMINISTRACION (EL PORCENTAJE DEL CONTRATO DEL
      *            VEHICULO, PORC-COMISION-CAR; EN CERO EL DE LA
      *            AGENCIA), APORTE AL FONDO, SEGURO, AVANCES Y VALES
      *            DE COMBUSTIBLE CARGADOS A LA PLACA EN LA ESTACION
      *            (ARCHIVO-VALES DE BOMB21). SALE EL EXTRACTO DEL
      *            PROPIETARIO (SC-LIQVIAJE.TXT), LA CUENTA POR PAGAR
      *            EN ARCHIVO-CXP (LA PAGA LA CORRIDA DE CON132-01) Y
      *            EL ASIENTO EN EL LOTE "LV". UN PERIODO QUE SE
      *            CRUCE CON UNA LIQUIDACION ANTERIOR SE RECHAZA.
      * MODO "E" - ENTREGA AL PROPIETARIO TODO O PARTE DEL FONDO DE
      *            REPOSICION (AL RENOVAR EL VEHICULO): NO PUEDE PASAR
      *            DEL SALDO; QUEDA POR PAGAR EN ARCHIVO-CXP.
      * MODO "F" - EXTRACTO DEL FONDO DE REPOSICION DE LA PLACA: CADA
      *            APORTE Y ENTREGA CON EL SALDO CORRIDO
      *            (SC-FONDOREP.TXT).
      * EL SALDO DEL FONDO POR VEHICULO VIVE EN ARCHIVO-FONDO-REPOS.
      * LO RECAUDADO EN LAS PLANILLAS ESTA EN LA CUENTA DE RECAUDOS
      * PARA TERCEROS; AL LIQUIDAR SE DEBITA Y SE ACREDITAN LA
      * ADMINISTRACION (INGRESO), EL FONDO, EL SEGURO, LOS AVANCES,
      * LOS VALES Y EL NETO AL PROPIETARIO (PROVEEDORES). SI LOS
      * DESCUENTOS PASAN DEL BRUTO, LA DIFERENCIA QUEDA A CARGO DEL
      * PROPIETARIO EN DEUDORES.
      * TAX133 SIGUE SIENDO EL LISTADO DE COMISIONES DE CONSIGNACION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX140.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PARAM-LIQV LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PARLIQV-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS AGENCIA-PLV
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-LIQ-VIAJES LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-LIQVIAJ-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-LQV
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-FONDO-REPOS LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-FONDOREP-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS PLACA-FRP
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-CARROS LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-CARROS-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CODIGO-CAR
000320         ALTERNATE RECORD KEY IS PROPIET-CAR WITH DUPLICATES
000330         ALTERNATE RECORD KEY IS INTERNO-CAR WITH DUPLICATES
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-TERCE-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS COD-TERCERO
000400         FILE STATUS IS OTR-STAT.

000410     SELECT ARCHIVO-INTER LOCK MODE IS AUTOMATIC
000420         ASSIGN NOM-INTERM-W
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LLAVE-INT
000460         ALTERNATE RECORD KEY IS PLACA-INT WITH DUPLICATES
000470         FILE STATUS IS OTR-STAT.

000480     SELECT ARCHIVO-VALES LOCK MODE IS AUTOMATIC
000490         ASSIGN NOM-VALES-W
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LLAVE-VALE
000530         ALTERNATE RECORD KEY IS CLIENTE-VALE WITH DUPLICATES
000540         FILE STATUS IS OTR-STAT.

000550     SELECT ARCHIVO-CXP LOCK MODE IS AUTOMATIC
000560         ASSIGN NOM-CXP-W
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS LLAVE-CXP
000600         ALTERNATE RECORD KEY IS FECHA-VENCE-CXP WITH DUPLICATES
000610         FILE STATUS IS OTR-STAT.

000620     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000630         ASSIGN NOM-MOV-W
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LLAVE-MOV
000670         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000680         FILE STATUS IS OTR-STAT.

000690     SELECT REPORTE-LIQUIDACION
000700         ASSIGN NOM-REPLIQ-W
000710         ORGANIZATION IS LINE SEQUENTIAL.

000720     SELECT REPORTE-FONDO
000730         ASSIGN NOM-REPFONDO-W
000740         ORGANIZATION IS LINE SEQUENTIAL.

000750 DATA DIVISION.
000760 FILE SECTION.

000770 FD  ARCHIVO-PARAM-LIQV
000780     LABEL RECORD STANDARD.
000790 01  REG-PLV.
000800     02 AGENCIA-PLV             PIC X(3).
000810     02 PORC-ADMIN-PLV          PIC 9(3)V99.
000820     02 PORC-FONDO-PLV          PIC 9(3)V99.
000830     02 FONDO-FIJO-PLV          PIC 9(9).
000840     02 USUARIO-PLV             PIC X(4).
000850     02 FILLER                  PIC X(20).

000860 FD  ARCHIVO-LIQ-VIAJES
000870     LABEL RECORD STANDARD.
000880 01  REG-LQV.
000890     02 LLAVE-LQV.
000900        03 PLACA-LQV            PIC X(6).
000910        03 FECHA-FIN-LQV        PIC 9(8).
000920        03 TIPO-LQV             PIC X.
000930           88 LQV-LIQUIDACION   VALUE "L".
000940           88 LQV-ENTREGA-FONDO VALUE "E".
000950     02 FECHA-INI-LQV           PIC 9(8).
000960     02 PROPIET-LQV             PIC X(12).
000970     02 AGENCIA-LQV             PIC X(3).
000980     02 NRO-VIAJES-LQV          PIC 9(5).
000990     02 BRUTO-LQV               PIC 9(12).
001000     02 PORC-ADMIN-LQV          PIC 9(3)V99.
001010     02 ADMIN-LQV               PIC 9(12)V99.
001020     02 PORC-FONDO-LQV          PIC 9(3)V99.
001030     02 FONDO-LQV               PIC 9(12)V99.
001040     02 SEGURO-LQV              PIC 9(12).
001050     02 AVANCES-LQV             PIC 9(12).
001060     02 NRO-VALES-LQV           PIC 9(5).
001070     02 VALES-LQV               PIC 9(12)V99.
001080     02 NETO-LQV                PIC S9(12)V99 SIGN IS TRAILING.
001090     02 SALDO-FONDO-LQV         PIC 9(12)V99.
001100     02 COMPROB-LQV             PIC X(7).
001110     02 FECHA-LIQ-LQV           PIC 9(8).
001120     02 USUARIO-LQV             PIC X(4).
001130     02 NIT-EMPRESA-LQV         PIC 9(10).
001140     02 FILLER                  PIC X(20).

001150 FD  ARCHIVO-FONDO-REPOS
001160     LABEL RECORD STANDARD.
001170 01  REG-FRP.
001180     02 PLACA-FRP               PIC X(6).
001190     02 PROPIET-FRP             PIC X(12).
001200     02 SALDO-FRP               PIC 9(12)V99.
001210     02 APORTES-FRP             PIC 9(12)V99.
001220     02 ENTREGAS-FRP            PIC 9(12)V99.
001230     02 FECHA-ULT-APORTE-FRP    PIC 9(8).
001240     02 FECHA-ULT-ENTREGA-FRP   PIC 9(8).
001250     02 FILLER                  PIC X(20).

001260 FD  ARCHIVO-CARROS
001270     LABEL RECORD STANDARD.
001280 01  REG-CAR.
001290     02 CODIGO-CAR             PIC 9(5).
001300     02 PLACA-CAR              PIC X(6).
001310     02 PROPIET-CAR            PIC X(12).
001320     02 INTERNO-CAR            PIC X(4).
001330     02 PORC-COMISION-CAR      PIC 9(3)V99.
001340     02 FECHA-VENCE-SOAT-CAR   PIC 9(8).
001350     02 FECHA-VENCE-TECNO-CAR  PIC 9(8).
001360     02 ESTADO-CAR             PIC X.
001370        88 CAR-ACTIVO          VALUE "A".
001380        88 CAR-RETIRADO        VALUE "R".
001390     02 AGENCIA-CAR            PIC X(3).
001400     02 FECHA-RECEP-CAR        PIC 9(8).
001410     02 PLAZO-CONSIG-DIAS-CAR  PIC 9(3).

001420 FD  ARCHIVO-TERCEROS
001430     LABEL RECORD STANDARD.
001440 01  REG-TER.
001450     02 COD-TERCERO            PIC X(12).
001460     02 DESCRIP-TER            PIC X(40).

001470 FD  ARCHIVO-INTER
001480     LABEL RECORD STANDARD.
001490 01  REG-INT.
001500     02 LLAVE-INT.
001510        03 AGEN-INT            PIC 99.
001520        03 LIBRO-INT           PIC 9(9).
001530     02 PLACA-INT              PIC X(6).
001540     02 FECHA-INT              PIC 9(8).
001550     02 BRUTO-INT              PIC 9(12).
001560     02 SEGURO-INT             PIC 9(12).
001570     02 AVANCES-INT            PIC 9(12).

001580 FD  ARCHIVO-VALES
001590     LABEL RECORD STANDARD.
001600 01  REG-VALE.
001610     02 LLAVE-VALE.
001620        03 FECHA-VALE           PIC 9(8).
001630        03 NRO-VALE             PIC 9(6).
001640     02 CLIENTE-VALE            PIC X(6).
001650     02 PLACA-VALE              PIC X(6).
001660     02 VEND-VALE               PIC X(5).
001670     02 COMP-VALE               PIC 9(5).
001680     02 GALONES-VALE            PIC 9(7)V99.
001690     02 PRECIO-VALE             PIC 9(5)V99.
001700     02 VALOR-VALE              PIC 9(12)V99.
001710     02 ESTADO-VALE             PIC X.
001720     02 KILOMETRAJE-VALE        PIC 9(7).

001730 FD  ARCHIVO-CXP
001740     LABEL RECORD STANDARD.
001750 01  REG-CXP.
001760     02 LLAVE-CXP.
001770        03 NIT-CXP              PIC 9(10).
001780        03 NRO-CXP              PIC X(20).
001790     02 FECHA-FACT-CXP          PIC 9(8).
001800     02 FECHA-VENCE-CXP         PIC 9(8).
001810     02 CUENTA-GASTO-CXP        PIC 9(6).
001820     02 CONCEPTO-RTF-CXP        PIC XX.
001830     02 BASE-CXP                PIC 9(11)V99.
001840     02 IVA-CXP                 PIC 9(11)V99.
001850     02 RETEFUENTE-CXP          PIC 9(11)V99.
001860     02 RETEIVA-CXP             PIC 9(11)V99.
001870     02 RETEICA-CXP             PIC 9(11)V99.
001880     02 NETO-CXP                PIC 9(11)V99.
001890     02 SALDO-CXP               PIC 9(11)V99.
001900     02 PRIORIDAD-CXP           PIC 9.
001910     02 ESTADO-CXP              PIC X.
001920        88 CXP-PENDIENTE        VALUE "P".
001930        88 CXP-PROPUESTA        VALUE "R".
001940        88 CXP-APROBADA         VALUE "A".
001950        88 CXP-PAGADA           VALUE "G".
001960     02 LOTE-PAGO-CXP           PIC 9(8).
001970     02 COMPROB-CAUSA-CXP       PIC X(7).
001980     02 COMPROB-EGRESO-CXP      PIC X(7).
001990     02 FECHA-PAGO-CXP          PIC 9(8).
002000     02 APROBADOR-CXP           PIC X(4).
002010     02 USUARIO-CXP             PIC X(4).
002020     02 NIT-EMPRESA-CXP         PIC 9(10).
002030     02 FILLER                  PIC X(20).

002040 FD  MOVIMIENTO-DIARIO
002050     LABEL RECORD STANDARD.
002060 01  REG-MOV.
002070     02 LLAVE-MOV.
002080        03 LOTE-MOV             PIC XX.
002090        03 COMPROB-MOV          PIC X(7).
002100        03 SECU-MOV             PIC XX.
002110     02 MAYOR-MOV               PIC 9(6).
002120     02 FECHA-MOV               PIC 9(6).
002130     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
002140     02 DETALLE-MOV             PIC X(30).
002150     02 NIT-MOV                 PIC 9(10).
002160     02 SECUENCIA-MOV           PIC 9(8).
002170     02 SUCURSAL-MOV            PIC XX.
002180     02 NIT-EMPRESA-MOV         PIC 9(10).

002190 FD  REPORTE-LIQUIDACION
002200     LABEL RECORD STANDARD.
002210 01  LIN-LIQUIDACION            PIC X(120).

002220 FD  REPORTE-FONDO
002230     LABEL RECORD STANDARD.
002240 01  LIN-FONDO                  PIC X(120).

002250 WORKING-STORAGE SECTION.

002260 77  NOM-PARLIQV-W              PIC X(60)
002270     VALUE "D:\progelect\DATOS\SC-PARLIQV.DAT".
002280 77  NOM-LIQVIAJ-W              PIC X(60)
002290     VALUE "D:\progelect\DATOS\SC-LIQVIAJ.DAT".
002300 77  NOM-FONDOREP-W             PIC X(60)
002310     VALUE "D:\progelect\DATOS\SC-FONDOREP.DAT".
002320 77  NOM-CARROS-W               PIC X(60)
002330     VALUE "D:\progelect\DATOS\SC-CARROS.DAT".
002340 77  NOM-TERCE-W                PIC X(60)
002350     VALUE "D:\progelect\DATOS\SC-TERCEROS.DAT".
002360 77  NOM-INTERM-W               PIC X(60)
002370     VALUE "D:\progelect\DATOS\SC-LIBROVIAJ.DAT".
002380 77  NOM-VALES-W                PIC X(60)
002390     VALUE "D:\progelect\DATOS\SC-VALES.DAT".
002400 77  NOM-CXP-W                  PIC X(60)
002410     VALUE "D:\progelect\DATOS\SC-CXP.DAT".
002420 77  NOM-MOV-W                  PIC X(50)
002430     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
002440 77  NOM-REPLIQ-W               PIC X(60)
002450     VALUE "D:\progelect\DATOS\SC-LIQVIAJE.TXT".
002460 77  NOM-REPFONDO-W             PIC X(60)
002470     VALUE "D:\progelect\DATOS\SC-FONDOREP.TXT".
002480 77  OTR-STAT                   PIC XX.
002490 77  SW-FIN-W                   PIC 9 VALUE 0.
002500 77  SW-FIN-CAR-W               PIC 9 VALUE 0.
002510 77  SW-FIN-INT-W               PIC 9 VALUE 0.
002520 77  SW-FIN-VALE-W              PIC 9 VALUE 0.
002530 77  SW-HALLADO-W               PIC 9 VALUE 0.
002540 77  CTA-RECAUDO-W              PIC 9(6) VALUE 281505.
002550 77  CTA-ADMIN-W                PIC 9(6) VALUE 414505.
002560 77  CTA-FONDO-W                PIC 9(6) VALUE 281525.
002570 77  CTA-SEGURO-W               PIC 9(6) VALUE 233525.
002580 77  CTA-AVANCES-W              PIC 9(6) VALUE 133030.
002590 77  CTA-VALES-W                PIC 9(6) VALUE 138095.
002600 77  CTA-PROVEEDORES-W          PIC 9(6) VALUE 220505.
002610 77  CTA-CARGO-PROPIET-W        PIC 9(6) VALUE 138010.
002620 77  FECHA-HOY-W                PIC 9(8).
002630 77  FECHA-ASIENTO-W            PIC 9(8).
002640 77  NIT-PROPIET-W              PIC 9(10).
002650 77  NOMBRE-PROPIET-W           PIC X(40).
002660 77  NRO-VIAJES-W               PIC 9(5).
002670 77  NRO-VALES-W                PIC 9(5).
002680 77  BRUTO-TOT-W                PIC 9(12).
002690 77  SEGURO-TOT-W               PIC 9(12).
002700 77  AVANCES-TOT-W              PIC 9(12).
002710 77  VALES-TOT-W                PIC 9(12)V99.
002720 77  PORC-ADMIN-W               PIC 9(3)V99.
002730 77  PORC-FONDO-W               PIC 9(3)V99.
002731 77  PORC-EDIT-W                PIC ZZ9.99.
002740 77  FONDO-FIJO-W               PIC 9(9).
002750 77  ADMIN-W                    PIC 9(12)V99.
002760 77  FONDO-W                    PIC 9(12)V99.
002770 77  NETO-W                     PIC S9(12)V99.
002780 77  SALDO-CORRIDO-W            PIC S9(12)V99.
002790 77  TOT-LIQUIDADAS-W           PIC 9(5) VALUE 0.
002800 77  ANO-MOV-W                  PIC 9(4).
002810 77  MES-MOV-W                  PIC 99.
002820 77  COMPROB-NUM-W              PIC 9(7) VALUE 0.
002830 77  COMPROB-LV-W               PIC X(7).
002840 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
002850 77  SECU-RENGLON-W             PIC 99 VALUE 0.
002860 77  VALOR-ASIENTO-W            PIC S9(12)V99.
002870 77  CUENTA-ASIENTO-W           PIC 9(6).
002880 77  NIT-ASIENTO-W              PIC 9(10).
002890 77  DETALLE-ASIENTO-W          PIC X(30).

002900 77  MODO-MULTIEMP-W            PIC X.
002910 77  RAZON-NULA-W               PIC X(40) VALUE SPACES.
002920 77  CTA-DESDE-NULA-W           PIC 9(6) VALUE 0.
002930 77  CTA-HASTA-NULA-W           PIC 9(6) VALUE 0.
002940 77  CUENTA-CHEQ-W              PIC 9(6).
002950 77  NIT-DESTINO-NULO-W         PIC 9(10) VALUE 0.
002960 77  CTA-DB-ORIG-NULA-W         PIC 9(6) VALUE 0.
002970 77  CTA-CR-ORIG-NULA-W         PIC 9(6) VALUE 0.
002980 77  CTA-DB-DEST-NULA-W         PIC 9(6) VALUE 0.
002990 77  CTA-CR-DEST-NULA-W         PIC 9(6) VALUE 0.
003000 77  VALOR-NULO-W               PIC 9(11)V99 VALUE 0.
003010 77  DETALLE-NULO-W             PIC X(30) VALUE SPACES.
003020 77  RESULT-MULTIEMP-W          PIC X.

003030 01  LIN-TITULO-LQ.
003040     02 FILLER                  PIC X(30) VALUE
003050        "LIQUIDACION DE VIAJES PLACA ".
003060     02 PLACA-TIT-LQ            PIC X(6).
003070     02 FILLER                  PIC X(10) VALUE "  PERIODO ".
003080     02 FECHA-INI-TIT-LQ        PIC 9(8).
003090     02 FILLER                  PIC X(3) VALUE " A ".
003100     02 FECHA-FIN-TIT-LQ        PIC 9(8).
003110     02 FILLER                  PIC X(14) VALUE
003120        "  COMPROBANTE ".
003130     02 COMPROB-TIT-LQ          PIC X(7).
003140 01  LIN-PROPIET-LQ.
003150     02 FILLER                  PIC X(13) VALUE "PROPIETARIO: ".
003160     02 PROPIET-LQ              PIC X(12).
003170     02 FILLER                  PIC X VALUE SPACE.
003180     02 NOMBRE-LQ               PIC X(40).
003190     02 FILLER                  PIC X(10) VALUE "  AGENCIA ".
003200     02 AGENCIA-LQ              PIC X(3).
003210 01  LIN-COL-LQ.
003220     02 FILLER                  PIC X(32) VALUE
003230        "FECHA    AG      LIBRO        BR".
003240     02 FILLER                  PIC X(31) VALUE
003245        "UTO       SEGURO      AVANCES".
003250 01  LIN-VIAJE-LQ.
003260     02 FECHA-VJ-LQ             PIC 9(8).
003270     02 FILLER                  PIC X VALUE SPACE.
003280     02 AGEN-VJ-LQ              PIC 99.
003290     02 FILLER                  PIC X VALUE SPACE.
003300     02 LIBRO-VJ-LQ             PIC Z(8)9.
003310     02 FILLER                  PIC X VALUE SPACE.
003320     02 BRUTO-VJ-LQ             PIC ZZZZZZZZZZZ9.
003330     02 FILLER                  PIC X VALUE SPACE.
003340     02 SEGURO-VJ-LQ            PIC ZZZZZZZZZZZ9.
003350     02 FILLER                  PIC X VALUE SPACE.
003360     02 AVANCES-VJ-LQ           PIC ZZZZZZZZZZZ9.
003370 01  LIN-CONCEPTO-LQ.
003380     02 CONCEPTO-LQ             PIC X(40).
003390     02 VALOR-CONCEPTO-LQ       PIC -ZZZZZZZZZZZ9.99.

003400 01  LIN-TITULO-FR.
003410     02 FILLER                  PIC X(36) VALUE
003420        "EXTRACTO FONDO DE REPOSICION PLACA ".
003430     02 PLACA-TIT-FR            PIC X(6).
003440     02 FILLER                  PIC X(16) VALUE
003450        "  PROPIETARIO: ".
003460     02 PROPIET-TIT-FR          PIC X(12).
003470     02 FILLER                  PIC X VALUE SPACE.
003480     02 NOMBRE-TIT-FR           PIC X(40).
003490 01  LIN-COL-FR.
003500     02 FILLER                  PIC X(50) VALUE
003510        "FECHA    MOVIMIENTO        COMPROB.       APORTE  ".
003520     02 FILLER                  PIC X(30) VALUE
003530        "     ENTREGA           SALDO".
003540 01  LIN-DET-FR.
003550     02 FECHA-FR                PIC 9(8).
003560     02 FILLER                  PIC X VALUE SPACE.
003570     02 MOVIMIENTO-FR           PIC X(17).
003580     02 FILLER                  PIC X VALUE SPACE.
003590     02 COMPROB-FR              PIC X(7).
003600     02 FILLER                  PIC X VALUE SPACE.
003610     02 APORTE-FR               PIC ZZZZZZZZZZ9.99.
003620     02 FILLER                  PIC X VALUE SPACE.
003630     02 ENTREGA-FR              PIC ZZZZZZZZZZ9.99.
003640     02 FILLER                  PIC X VALUE SPACE.
003650     02 SALDO-FR                PIC -ZZZZZZZZZZ9.99.
003660 01  LIN-TOTAL-FR.
003670     02 FILLER                  PIC X(36) VALUE
003680        "SALDO DEL FONDO EN ARCHIVO:".
003690     02 SALDO-TOT-FR            PIC ZZZZZZZZZZZ9.99.

003700 LINKAGE SECTION.
003710 01  MODO-LNK                   PIC X.
003720     88 MODO-PARAMETROS         VALUE "P".
003730     88 MODO-LIQUIDAR           VALUE "L".
003740     88 MODO-ENTREGA-FONDO      VALUE "E".
003750     88 MODO-EXTRACTO-FONDO     VALUE "F".
003760 01  PLACA-LNK                  PIC X(6).
003770 01  FECHA-INI-LNK              PIC 9(8).
003780 01  FECHA-FIN-LNK              PIC 9(8).
003790 01  DATOS-PARAM-LNK.
003800     02 AGENCIA-PAR-LNK         PIC X(3).
003810     02 PORC-ADMIN-LNK          PIC 9(3)V99.
003820     02 PORC-FONDO-LNK          PIC 9(3)V99.
003830     02 FONDO-FIJO-LNK          PIC 9(9).
003840 01  VALOR-ENTREGA-LNK          PIC 9(12)V99.
003850 01  SUC-LNK                    PIC XX.
003860 01  NIT-EMPRESA-LNK            PIC 9(10).
003870 01  USUARIO-LNK                PIC X(4).
003880 01  RESULT-LNK                 PIC X.
003890     88 LIQUIDACION-OK          VALUE "S".
003900     88 PLACA-NO-EXISTE         VALUE "X".
003910     88 PERIODO-YA-LIQUIDADO    VALUE "D".
003920     88 SIN-VIAJES              VALUE "V".
003930     88 FONDO-INSUFICIENTE      VALUE "F".
003940     88 LIQUIDACION-BLOQUEADA   VALUE "B".
003950     88 LIQUIDACION-NO-OK       VALUE "N".

003960 PROCEDURE DIVISION USING MODO-LNK PLACA-LNK FECHA-INI-LNK
003970                          FECHA-FIN-LNK DATOS-PARAM-LNK
003980                          VALOR-ENTREGA-LNK SUC-LNK
003990                          NIT-EMPRESA-LNK USUARIO-LNK RESULT-LNK.

004000 MAINLINE.
004010     MOVE "N" TO RESULT-LNK.
004020     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
004030     IF FECHA-FIN-LNK = 0
004040        MOVE FECHA-HOY-W TO FECHA-FIN-LNK
004050     END-IF.
004060     PERFORM ABRIR-ARCHIVOS.
004070     EVALUATE TRUE
004080        WHEN MODO-PARAMETROS
004090           PERFORM GRABAR-PARAMETROS
004100        WHEN MODO-LIQUIDAR
004110           PERFORM LIQUIDAR-PERIODO THRU FIN-LIQUIDAR-PERIODO
004120        WHEN MODO-ENTREGA-FONDO
004130           PERFORM ENTREGAR-FONDO THRU FIN-ENTREGAR-FONDO
004140        WHEN MODO-EXTRACTO-FONDO
004150           PERFORM EXTRACTO-FONDO THRU FIN-EXTRACTO-FONDO
004160     END-EVALUATE.
004170     PERFORM CERRAR-ARCHIVOS.
004180     EXIT PROGRAM.

004190 ABRIR-ARCHIVOS.
004200     OPEN INPUT ARCHIVO-CARROS ARCHIVO-TERCEROS.
004210     OPEN I-O ARCHIVO-PARAM-LIQV.
004220     IF OTR-STAT = "35"
004230        OPEN OUTPUT ARCHIVO-PARAM-LIQV
004240        CLOSE ARCHIVO-PARAM-LIQV
004250        OPEN I-O ARCHIVO-PARAM-LIQV
004260     END-IF.
004270     OPEN I-O ARCHIVO-LIQ-VIAJES.
004280     IF OTR-STAT = "35"
004290        OPEN OUTPUT ARCHIVO-LIQ-VIAJES
004300        CLOSE ARCHIVO-LIQ-VIAJES
004310        OPEN I-O ARCHIVO-LIQ-VIAJES
004320     END-IF.
004330     OPEN I-O ARCHIVO-FONDO-REPOS.
004340     IF OTR-STAT = "35"
004350        OPEN OUTPUT ARCHIVO-FONDO-REPOS
004360        CLOSE ARCHIVO-FONDO-REPOS
004370        OPEN I-O ARCHIVO-FONDO-REPOS
004380     END-IF.

      *-----------------------------------------------------------------
      * PARAMETROS POR AGENCIA
      *-----------------------------------------------------------------
004390 GRABAR-PARAMETROS.
004400     INITIALIZE REG-PLV.
004410     MOVE AGENCIA-PAR-LNK TO AGENCIA-PLV.
004420     MOVE PORC-ADMIN-LNK  TO PORC-ADMIN-PLV.
004430     MOVE PORC-FONDO-LNK  TO PORC-FONDO-PLV.
004440     MOVE FONDO-FIJO-LNK  TO FONDO-FIJO-PLV.
004450     MOVE USUARIO-LNK     TO USUARIO-PLV.
004460     REWRITE REG-PLV
004470         INVALID KEY WRITE REG-PLV END-WRITE
004480     END-REWRITE.
004490     MOVE "S" TO RESULT-LNK.

      *-----------------------------------------------------------------
      * LIQUIDACION DEL PERIODO
      *-----------------------------------------------------------------
004500 LIQUIDAR-PERIODO.
004510     MOVE FECHA-FIN-LNK     TO FECHA-ASIENTO-W.
004520     MOVE CTA-PROVEEDORES-W TO CUENTA-CHEQ-W.
004530     PERFORM VALIDAR-MULTIEMPRESA.
004540     IF RESULT-MULTIEMP-W NOT = "S"
004550        MOVE "B" TO RESULT-LNK
004560        GO TO FIN-LIQUIDAR-PERIODO
004570     END-IF.
004580     OPEN INPUT ARCHIVO-INTER ARCHIVO-VALES.
004590     OPEN I-O ARCHIVO-CXP.
004600     IF OTR-STAT = "35"
004610        OPEN OUTPUT ARCHIVO-CXP
004620        CLOSE ARCHIVO-CXP
004630        OPEN I-O ARCHIVO-CXP
004640     END-IF.
004650     OPEN I-O MOVIMIENTO-DIARIO.
004660     OPEN EXTEND REPORTE-LIQUIDACION.
004670     IF OTR-STAT = "35"
004680        OPEN OUTPUT REPORTE-LIQUIDACION
004690     END-IF.
004700     MOVE 0 TO TOT-LIQUIDADAS-W.
004710     IF PLACA-LNK = SPACES
004720        MOVE 0 TO SW-FIN-CAR-W
004730        PERFORM LIQUIDAR-CARRO-SIGUIENTE
004740                UNTIL SW-FIN-CAR-W = 1
004750        IF TOT-LIQUIDADAS-W > 0
004760           MOVE "S" TO RESULT-LNK
004770        ELSE
004780           MOVE "V" TO RESULT-LNK
004790        END-IF
004800     ELSE
004810        PERFORM BUSCAR-PLACA
004820        IF SW-HALLADO-W = 0
004830           MOVE "X" TO RESULT-LNK
004840        ELSE
004850           PERFORM LIQUIDAR-VEHICULO THRU FIN-LIQUIDAR-VEHICULO
004860        END-IF
004870     END-IF.
004880     CLOSE ARCHIVO-INTER ARCHIVO-VALES ARCHIVO-CXP
004890           MOVIMIENTO-DIARIO REPORTE-LIQUIDACION.
004900 FIN-LIQUIDAR-PERIODO.
004910     EXIT.

004920 LIQUIDAR-CARRO-SIGUIENTE.
004930     READ ARCHIVO-CARROS NEXT
004940          AT END MOVE 1 TO SW-FIN-CAR-W
004950     END-READ.
004960     IF SW-FIN-CAR-W = 0
004970        IF CAR-ACTIVO
004980           PERFORM LIQUIDAR-VEHICULO THRU FIN-LIQUIDAR-VEHICULO
004990           IF LIQUIDACION-OK
005000              ADD 1 TO TOT-LIQUIDADAS-W
005010           END-IF
005020        END-IF
005030     END-IF.

      * ARCHIVO-CARROS NO TIENE LLAVE POR PLACA: SE RECORRE.
005040 BUSCAR-PLACA.
005050     MOVE 0 TO SW-HALLADO-W SW-FIN-CAR-W.
005060     PERFORM LEER-CARRO-PLACA
005070             UNTIL SW-FIN-CAR-W = 1 OR SW-HALLADO-W = 1.

005080 LEER-CARRO-PLACA.
005090     READ ARCHIVO-CARROS NEXT
005100          AT END MOVE 1 TO SW-FIN-CAR-W
005110     END-READ.
005120     IF SW-FIN-CAR-W = 0 AND PLACA-CAR = PLACA-LNK
005130        MOVE 1 TO SW-HALLADO-W
005140     END-IF.

005150 LIQUIDAR-VEHICULO.
005160     MOVE "N" TO RESULT-LNK.
      * UN PERIODO QUE SE CRUZA CON UNA LIQUIDACION ANTERIOR DE LA
      * PLACA (FECHA FINAL ANTERIOR >= FECHA INICIAL) NO SE LIQUIDA.
005170     MOVE PLACA-CAR     TO PLACA-LQV.
005180     MOVE FECHA-INI-LNK TO FECHA-FIN-LQV.
005190     MOVE LOW-VALUES    TO TIPO-LQV.
005200     MOVE 0 TO SW-FIN-W.
005210     START ARCHIVO-LIQ-VIAJES KEY IS >= LLAVE-LQV
005220           INVALID KEY MOVE 1 TO SW-FIN-W.
005230     PERFORM BUSCAR-TRASLAPE UNTIL SW-FIN-W = 1.
005240     IF PERIODO-YA-LIQUIDADO
005250        GO TO FIN-LIQUIDAR-VEHICULO
005260     END-IF.
005270     PERFORM BUSCAR-PROPIETARIO.
005280     PERFORM LEER-PARAMETROS.
005290     PERFORM SUMAR-VALES-PLACA.
005300     MOVE 0 TO NRO-VIAJES-W BRUTO-TOT-W SEGURO-TOT-W
005310               AVANCES-TOT-W.
005320     PERFORM CONTAR-VIAJES.
005330     IF NRO-VIAJES-W = 0 AND NRO-VALES-W = 0
005340        MOVE "V" TO RESULT-LNK
005350        GO TO FIN-LIQUIDAR-VEHICULO
005360     END-IF.
005370     COMPUTE ADMIN-W ROUNDED = BRUTO-TOT-W * PORC-ADMIN-W / 100.
005380     COMPUTE FONDO-W ROUNDED =
005390         BRUTO-TOT-W * PORC-FONDO-W / 100 + FONDO-FIJO-W.
005400     COMPUTE NETO-W = BRUTO-TOT-W - ADMIN-W - FONDO-W
005410                    - SEGURO-TOT-W - AVANCES-TOT-W
005420                    - VALES-TOT-W.
005430     PERFORM OBTENER-COMPROBANTE.
005440     PERFORM ACTUALIZAR-FONDO-APORTE.
005450     PERFORM GRABAR-LIQUIDACION.
005460     PERFORM ESCRIBIR-EXTRACTO-PROPIET.
005470     PERFORM ASENTAR-LIQUIDACION.
005480     IF NETO-W > 0
005490        PERFORM GRABAR-CXP-PROPIET
005500     END-IF.
005510     MOVE "S" TO RESULT-LNK.
005520 FIN-LIQUIDAR-VEHICULO.
005530     EXIT.

005540 BUSCAR-TRASLAPE.
005550     READ ARCHIVO-LIQ-VIAJES NEXT
005560          AT END MOVE 1 TO SW-FIN-W
005570     END-READ.
005580     IF SW-FIN-W = 0
005590        IF PLACA-LQV NOT = PLACA-CAR
005600           MOVE 1 TO SW-FIN-W
005610        ELSE
005620           IF LQV-LIQUIDACION
005630              MOVE "D" TO RESULT-LNK
005640              MOVE 1 TO SW-FIN-W
005650           END-IF
005660        END-IF
005670     END-IF.

005680 BUSCAR-PROPIETARIO.
005690     MOVE SPACES TO NOMBRE-PROPIET-W.
005700     MOVE PROPIET-CAR TO COD-TERCERO.
005710     READ ARCHIVO-TERCEROS
005720          INVALID KEY CONTINUE
005730          NOT INVALID KEY MOVE DESCRIP-TER TO NOMBRE-PROPIET-W
005740     END-READ.
005750     IF PROPIET-CAR NOT = SPACES
005760        COMPUTE NIT-PROPIET-W = FUNCTION NUMVAL(PROPIET-CAR)
005770     ELSE
005780        MOVE 0 TO NIT-PROPIET-W
005790     END-IF.

      * EL PORCENTAJE DE ADMINISTRACION PACTADO EN EL CONTRATO DEL
      * VEHICULO MANDA SOBRE EL DE LA AGENCIA.
005800 LEER-PARAMETROS.
005810     MOVE AGENCIA-CAR TO AGENCIA-PLV.
005820     READ ARCHIVO-PARAM-LIQV
005830          INVALID KEY
005840             MOVE SPACES TO AGENCIA-PLV
005850             READ ARCHIVO-PARAM-LIQV
005860                  INVALID KEY INITIALIZE REG-PLV
005870             END-READ
005880     END-READ.
005890     MOVE PORC-ADMIN-PLV TO PORC-ADMIN-W.
005900     IF PORC-COMISION-CAR > 0
005910        MOVE PORC-COMISION-CAR TO PORC-ADMIN-W
005920     END-IF.
005930     MOVE PORC-FONDO-PLV TO PORC-FONDO-W.
005940     MOVE FONDO-FIJO-PLV TO FONDO-FIJO-W.

      * LOS VALES DE COMBUSTIBLE DE LA PLACA EN EL PERIODO (SE CARGAN
      * AL PROPIETARIO AUNQUE EL CLIENTE DE CREDITO SEA LA EMPRESA).
005950 SUMAR-VALES-PLACA.
005960     MOVE 0 TO VALES-TOT-W NRO-VALES-W SW-FIN-VALE-W.
005970     MOVE FECHA-INI-LNK TO FECHA-VALE.
005980     MOVE 0             TO NRO-VALE.
005990     START ARCHIVO-VALES KEY IS >= LLAVE-VALE
006000           INVALID KEY MOVE 1 TO SW-FIN-VALE-W.
006010     PERFORM SUMAR-UN-VALE UNTIL SW-FIN-VALE-W = 1.

006020 SUMAR-UN-VALE.
006030     READ ARCHIVO-VALES NEXT
006040          AT END MOVE 1 TO SW-FIN-VALE-W
006050     END-READ.
006060     IF SW-FIN-VALE-W = 0
006070        IF FECHA-VALE > FECHA-FIN-LNK
006080           MOVE 1 TO SW-FIN-VALE-W
006090        ELSE
006100           IF PLACA-VALE = PLACA-CAR
006110              ADD 1          TO NRO-VALES-W
006120              ADD VALOR-VALE TO VALES-TOT-W
006130           END-IF
006140        END-IF
006150     END-IF.

      * SOLO SE CUENTAN AQUI; LA LINEA DE CADA VIAJE SALE EN EL
      * EXTRACTO.
006160 CONTAR-VIAJES.
006170     MOVE 0 TO SW-FIN-INT-W.
006180     MOVE PLACA-CAR TO PLACA-INT.
006190     START ARCHIVO-INTER KEY IS >= PLACA-INT
006200           INVALID KEY MOVE 1 TO SW-FIN-INT-W.
006210     PERFORM ACUMULAR-VIAJE UNTIL SW-FIN-INT-W = 1.

006220 ACUMULAR-VIAJE.
006230     READ ARCHIVO-INTER NEXT
006240          AT END MOVE 1 TO SW-FIN-INT-W
006250     END-READ.
006260     IF SW-FIN-INT-W = 0
006270        IF PLACA-INT NOT = PLACA-CAR
006280           MOVE 1 TO SW-FIN-INT-W
006290        ELSE
006300           IF FECHA-INT >= FECHA-INI-LNK
006310              AND FECHA-INT <= FECHA-FIN-LNK
006320              ADD 1           TO NRO-VIAJES-W
006330              ADD BRUTO-INT   TO BRUTO-TOT-W
006340              ADD SEGURO-INT  TO SEGURO-TOT-W
006350              ADD AVANCES-INT TO AVANCES-TOT-W
006360           END-IF
006370        END-IF
006380     END-IF.

006390 ACTUALIZAR-FONDO-APORTE.
006400     MOVE PLACA-CAR TO PLACA-FRP.
006410     READ ARCHIVO-FONDO-REPOS
006420          INVALID KEY
006430             INITIALIZE REG-FRP
006440             MOVE PLACA-CAR TO PLACA-FRP
006450     END-READ.
006460     MOVE PROPIET-CAR   TO PROPIET-FRP.
006470     ADD FONDO-W        TO SALDO-FRP APORTES-FRP.
006480     MOVE FECHA-FIN-LNK TO FECHA-ULT-APORTE-FRP.
006490     REWRITE REG-FRP
006500         INVALID KEY WRITE REG-FRP END-WRITE
006510     END-REWRITE.

006520 GRABAR-LIQUIDACION.
006530     INITIALIZE REG-LQV.
006540     MOVE PLACA-CAR       TO PLACA-LQV.
006550     MOVE FECHA-FIN-LNK   TO FECHA-FIN-LQV.
006560     MOVE "L"             TO TIPO-LQV.
006570     MOVE FECHA-INI-LNK   TO FECHA-INI-LQV.
006580     MOVE PROPIET-CAR     TO PROPIET-LQV.
006590     MOVE AGENCIA-CAR     TO AGENCIA-LQV.
006600     MOVE NRO-VIAJES-W    TO NRO-VIAJES-LQV.
006610     MOVE BRUTO-TOT-W     TO BRUTO-LQV.
006620     MOVE PORC-ADMIN-W    TO PORC-ADMIN-LQV.
006630     MOVE ADMIN-W         TO ADMIN-LQV.
006640     MOVE PORC-FONDO-W    TO PORC-FONDO-LQV.
006650     MOVE FONDO-W         TO FONDO-LQV.
006660     MOVE SEGURO-TOT-W    TO SEGURO-LQV.
006670     MOVE AVANCES-TOT-W   TO AVANCES-LQV.
006680     MOVE NRO-VALES-W     TO NRO-VALES-LQV.
006690     MOVE VALES-TOT-W     TO VALES-LQV.
006700     MOVE NETO-W          TO NETO-LQV.
006710     MOVE SALDO-FRP       TO SALDO-FONDO-LQV.
006720     MOVE COMPROB-LV-W    TO COMPROB-LQV.
006730     MOVE FECHA-HOY-W     TO FECHA-LIQ-LQV.
006740     MOVE USUARIO-LNK     TO USUARIO-LQV.
006750     MOVE NIT-EMPRESA-LNK TO NIT-EMPRESA-LQV.
006760     WRITE REG-LQV INVALID KEY CONTINUE END-WRITE.

006770 ESCRIBIR-EXTRACTO-PROPIET.
006780     MOVE PLACA-CAR     TO PLACA-TIT-LQ.
006790     MOVE FECHA-INI-LNK TO FECHA-INI-TIT-LQ.
006800     MOVE FECHA-FIN-LNK TO FECHA-FIN-TIT-LQ.
006810     MOVE COMPROB-LV-W  TO COMPROB-TIT-LQ.
006820     MOVE LIN-TITULO-LQ TO LIN-LIQUIDACION.
006830     WRITE LIN-LIQUIDACION.
006840     MOVE PROPIET-CAR      TO PROPIET-LQ.
006850     MOVE NOMBRE-PROPIET-W TO NOMBRE-LQ.
006860     MOVE AGENCIA-CAR      TO AGENCIA-LQ.
006870     MOVE LIN-PROPIET-LQ TO LIN-LIQUIDACION.
006880     WRITE LIN-LIQUIDACION.
006890     MOVE LIN-COL-LQ TO LIN-LIQUIDACION.
006900     WRITE LIN-LIQUIDACION.
006910     MOVE 0 TO SW-FIN-INT-W.
006920     MOVE PLACA-CAR TO PLACA-INT.
006930     START ARCHIVO-INTER KEY IS >= PLACA-INT
006940           INVALID KEY MOVE 1 TO SW-FIN-INT-W.
006950     PERFORM LISTAR-VIAJE UNTIL SW-FIN-INT-W = 1.
006960     MOVE "TOTAL BRUTO DE LOS VIAJES" TO CONCEPTO-LQ.
006970     MOVE BRUTO-TOT-W TO VALOR-CONCEPTO-LQ.
006980     PERFORM ESCRIBIR-CONCEPTO.
006990     MOVE SPACES TO CONCEPTO-LQ.
007000     MOVE PORC-ADMIN-W TO PORC-EDIT-W.
007001     STRING "(-) ADMINISTRACION " PORC-EDIT-W " %"
007010            DELIMITED BY SIZE INTO CONCEPTO-LQ.
007020     MOVE ADMIN-W TO VALOR-CONCEPTO-LQ.
007030     PERFORM ESCRIBIR-CONCEPTO.
007040     MOVE "(-) APORTE FONDO DE REPOSICION" TO CONCEPTO-LQ.
007050     MOVE FONDO-W TO VALOR-CONCEPTO-LQ.
007060     PERFORM ESCRIBIR-CONCEPTO.
007070     MOVE "(-) SEGURO" TO CONCEPTO-LQ.
007080     MOVE SEGURO-TOT-W TO VALOR-CONCEPTO-LQ.
007090     PERFORM ESCRIBIR-CONCEPTO.
007100     MOVE "(-) AVANCES" TO CONCEPTO-LQ.
007110     MOVE AVANCES-TOT-W TO VALOR-CONCEPTO-LQ.
007120     PERFORM ESCRIBIR-CONCEPTO.
007130     MOVE SPACES TO CONCEPTO-LQ.
007140     STRING "(-) VALES DE COMBUSTIBLE (" NRO-VALES-W ")"
007150            DELIMITED BY SIZE INTO CONCEPTO-LQ.
007160     MOVE VALES-TOT-W TO VALOR-CONCEPTO-LQ.
007170     PERFORM ESCRIBIR-CONCEPTO.
007180     IF NETO-W < 0
007190        MOVE "SALDO A CARGO DEL PROPIETARIO" TO CONCEPTO-LQ
007200     ELSE
007210        MOVE "VALOR A PAGAR AL PROPIETARIO" TO CONCEPTO-LQ
007220     END-IF.
007230     MOVE NETO-W TO VALOR-CONCEPTO-LQ.
007240     PERFORM ESCRIBIR-CONCEPTO.
007250     MOVE "SALDO FONDO DE REPOSICION" TO CONCEPTO-LQ.
007260     MOVE SALDO-FRP TO VALOR-CONCEPTO-LQ.
007270     PERFORM ESCRIBIR-CONCEPTO.
007280     MOVE SPACES TO LIN-LIQUIDACION.
007290     WRITE LIN-LIQUIDACION.

007300 LISTAR-VIAJE.
007310     READ ARCHIVO-INTER NEXT
007320          AT END MOVE 1 TO SW-FIN-INT-W
007330     END-READ.
007340     IF SW-FIN-INT-W = 0
007350        IF PLACA-INT NOT = PLACA-CAR
007360           MOVE 1 TO SW-FIN-INT-W
007370        ELSE
007380           IF FECHA-INT >= FECHA-INI-LNK
007390              AND FECHA-INT <= FECHA-FIN-LNK
007400              MOVE FECHA-INT   TO FECHA-VJ-LQ
007410              MOVE AGEN-INT    TO AGEN-VJ-LQ
007420              MOVE LIBRO-INT   TO LIBRO-VJ-LQ
007430              MOVE BRUTO-INT   TO BRUTO-VJ-LQ
007440              MOVE SEGURO-INT  TO SEGURO-VJ-LQ
007450              MOVE AVANCES-INT TO AVANCES-VJ-LQ
007460              MOVE LIN-VIAJE-LQ TO LIN-LIQUIDACION
007470              WRITE LIN-LIQUIDACION
007480           END-IF
007490        END-IF
007500     END-IF.

007510 ESCRIBIR-CONCEPTO.
007520     MOVE LIN-CONCEPTO-LQ TO LIN-LIQUIDACION.
007530     WRITE LIN-LIQUIDACION.

      * RECAUDOS PARA TERCEROS AL DEBITO POR EL BRUTO; LO DEMAS AL
      * CREDITO. EL NETO CUADRA EL COMPROBANTE.
007540 ASENTAR-LIQUIDACION.
007550     MOVE NIT-PROPIET-W TO NIT-ASIENTO-W.
007560     MOVE SPACES TO DETALLE-ASIENTO-W.
007570     STRING "LIQ VIAJES " PLACA-CAR " " FECHA-FIN-LNK
007580            DELIMITED BY SIZE INTO DETALLE-ASIENTO-W.
007590     MOVE CTA-RECAUDO-W TO CUENTA-ASIENTO-W.
007600     MOVE BRUTO-TOT-W   TO VALOR-ASIENTO-W.
007610     PERFORM ESCRIBIR-RENGLON-LV.
007620     MOVE CTA-ADMIN-W   TO CUENTA-ASIENTO-W.
007630     COMPUTE VALOR-ASIENTO-W = 0 - ADMIN-W.
007640     PERFORM ESCRIBIR-RENGLON-LV.
007650     MOVE CTA-FONDO-W   TO CUENTA-ASIENTO-W.
007660     COMPUTE VALOR-ASIENTO-W = 0 - FONDO-W.
007670     PERFORM ESCRIBIR-RENGLON-LV.
007680     MOVE CTA-SEGURO-W  TO CUENTA-ASIENTO-W.
007690     COMPUTE VALOR-ASIENTO-W = 0 - SEGURO-TOT-W.
007700     PERFORM ESCRIBIR-RENGLON-LV.
007710     MOVE CTA-AVANCES-W TO CUENTA-ASIENTO-W.
007720     COMPUTE VALOR-ASIENTO-W = 0 - AVANCES-TOT-W.
007730     PERFORM ESCRIBIR-RENGLON-LV.
007740     MOVE CTA-VALES-W   TO CUENTA-ASIENTO-W.
007750     COMPUTE VALOR-ASIENTO-W = 0 - VALES-TOT-W.
007760     PERFORM ESCRIBIR-RENGLON-LV.
007770     IF NETO-W < 0
007780        MOVE CTA-CARGO-PROPIET-W TO CUENTA-ASIENTO-W
007790     ELSE
007800        MOVE CTA-PROVEEDORES-W   TO CUENTA-ASIENTO-W
007810     END-IF.
007820     COMPUTE VALOR-ASIENTO-W = 0 - NETO-W.
007830     PERFORM ESCRIBIR-RENGLON-LV.

      * LA CUENTA POR PAGAR AL PROPIETARIO ENTRA A LA CORRIDA DE PAGOS
      * DE CON132-01 COMO CUALQUIER FACTURA DE PROVEEDOR.
007840 GRABAR-CXP-PROPIET.
007850     INITIALIZE REG-CXP.
007860     MOVE NIT-PROPIET-W TO NIT-CXP.
007870     MOVE SPACES TO NRO-CXP.
007880     STRING "LV" PLACA-LQV FECHA-FIN-LQV TIPO-LQV
007890            DELIMITED BY SIZE INTO NRO-CXP.
007900     MOVE FECHA-ASIENTO-W TO FECHA-FACT-CXP FECHA-VENCE-CXP.
007910     MOVE CTA-RECAUDO-W   TO CUENTA-GASTO-CXP.
007920     IF LQV-ENTREGA-FONDO
007930        MOVE CTA-FONDO-W  TO CUENTA-GASTO-CXP
007940     END-IF.
007950     MOVE NETO-W          TO BASE-CXP NETO-CXP SALDO-CXP.
007960     MOVE 1               TO PRIORIDAD-CXP.
007970     MOVE "P"             TO ESTADO-CXP.
007980     MOVE COMPROB-LV-W    TO COMPROB-CAUSA-CXP.
007990     MOVE USUARIO-LNK     TO USUARIO-CXP.
008000     MOVE NIT-EMPRESA-LNK TO NIT-EMPRESA-CXP.
008010     WRITE REG-CXP INVALID KEY CONTINUE END-WRITE.

      *-----------------------------------------------------------------
      * ENTREGA DEL FONDO DE REPOSICION
      *-----------------------------------------------------------------
008020 ENTREGAR-FONDO.
008030     PERFORM BUSCAR-PLACA.
008040     IF SW-HALLADO-W = 0
008050        MOVE "X" TO RESULT-LNK
008060        GO TO FIN-ENTREGAR-FONDO
008070     END-IF.
008080     MOVE PLACA-CAR TO PLACA-FRP.
008090     READ ARCHIVO-FONDO-REPOS
008100          INVALID KEY INITIALIZE REG-FRP
008110     END-READ.
008120     IF VALOR-ENTREGA-LNK = 0
008130        OR VALOR-ENTREGA-LNK > SALDO-FRP
008140        MOVE "F" TO RESULT-LNK
008150        GO TO FIN-ENTREGAR-FONDO
008160     END-IF.
008170     MOVE FECHA-FIN-LNK     TO FECHA-ASIENTO-W.
008180     MOVE CTA-PROVEEDORES-W TO CUENTA-CHEQ-W.
008190     PERFORM VALIDAR-MULTIEMPRESA.
008200     IF RESULT-MULTIEMP-W NOT = "S"
008210        MOVE "B" TO RESULT-LNK
008220        GO TO FIN-ENTREGAR-FONDO
008230     END-IF.
      * UNA SOLA ENTREGA POR PLACA Y FECHA.
008240     MOVE PLACA-CAR     TO PLACA-LQV.
008250     MOVE FECHA-FIN-LNK TO FECHA-FIN-LQV.
008260     MOVE "E"           TO TIPO-LQV.
008270     READ ARCHIVO-LIQ-VIAJES
008280          INVALID KEY CONTINUE
008290          NOT INVALID KEY
008300             MOVE "D" TO RESULT-LNK
008310             GO TO FIN-ENTREGAR-FONDO
008320     END-READ.
008330     PERFORM BUSCAR-PROPIETARIO.
008340     OPEN I-O ARCHIVO-CXP.
008350     IF OTR-STAT = "35"
008360        OPEN OUTPUT ARCHIVO-CXP
008370        CLOSE ARCHIVO-CXP
008380        OPEN I-O ARCHIVO-CXP
008390     END-IF.
008400     OPEN I-O MOVIMIENTO-DIARIO.
008410     PERFORM OBTENER-COMPROBANTE.
008420     SUBTRACT VALOR-ENTREGA-LNK FROM SALDO-FRP.
008430     ADD VALOR-ENTREGA-LNK TO ENTREGAS-FRP.
008440     MOVE FECHA-FIN-LNK TO FECHA-ULT-ENTREGA-FRP.
008450     REWRITE REG-FRP INVALID KEY CONTINUE END-REWRITE.
008460     INITIALIZE REG-LQV.
008470     MOVE PLACA-CAR         TO PLACA-LQV.
008480     MOVE FECHA-FIN-LNK     TO FECHA-FIN-LQV FECHA-INI-LQV.
008490     MOVE "E"               TO TIPO-LQV.
008500     MOVE PROPIET-CAR       TO PROPIET-LQV.
008510     MOVE AGENCIA-CAR       TO AGENCIA-LQV.
008520     MOVE VALOR-ENTREGA-LNK TO NETO-LQV.
008530     MOVE SALDO-FRP         TO SALDO-FONDO-LQV.
008540     MOVE COMPROB-LV-W      TO COMPROB-LQV.
008550     MOVE FECHA-HOY-W       TO FECHA-LIQ-LQV.
008560     MOVE USUARIO-LNK       TO USUARIO-LQV.
008570     MOVE NIT-EMPRESA-LNK   TO NIT-EMPRESA-LQV.
008580     WRITE REG-LQV INVALID KEY CONTINUE END-WRITE.
008590     MOVE NIT-PROPIET-W TO NIT-ASIENTO-W.
008600     MOVE SPACES TO DETALLE-ASIENTO-W.
008610     STRING "ENTREGA FONDO REP " PLACA-CAR
008620            DELIMITED BY SIZE INTO DETALLE-ASIENTO-W.
008630     MOVE CTA-FONDO-W       TO CUENTA-ASIENTO-W.
008640     MOVE VALOR-ENTREGA-LNK TO VALOR-ASIENTO-W.
008650     PERFORM ESCRIBIR-RENGLON-LV.
008660     MOVE CTA-PROVEEDORES-W TO CUENTA-ASIENTO-W.
008670     COMPUTE VALOR-ASIENTO-W = 0 - VALOR-ENTREGA-LNK.
008680     PERFORM ESCRIBIR-RENGLON-LV.
008690     MOVE VALOR-ENTREGA-LNK TO NETO-W.
008700     PERFORM GRABAR-CXP-PROPIET.
008710     CLOSE ARCHIVO-CXP MOVIMIENTO-DIARIO.
008720     MOVE "S" TO RESULT-LNK.
008730 FIN-ENTREGAR-FONDO.
008740     EXIT.

      *-----------------------------------------------------------------
      * EXTRACTO DEL FONDO DE REPOSICION DE LA PLACA
      *-----------------------------------------------------------------
008750 EXTRACTO-FONDO.
008760     PERFORM BUSCAR-PLACA.
008770     IF SW-HALLADO-W = 0
008780        MOVE "X" TO RESULT-LNK
008790        GO TO FIN-EXTRACTO-FONDO
008800     END-IF.
008810     PERFORM BUSCAR-PROPIETARIO.
008820     MOVE PLACA-CAR TO PLACA-FRP.
008830     READ ARCHIVO-FONDO-REPOS
008840          INVALID KEY INITIALIZE REG-FRP
008850     END-READ.
008860     OPEN OUTPUT REPORTE-FONDO.
008870     MOVE PLACA-CAR        TO PLACA-TIT-FR.
008880     MOVE PROPIET-CAR      TO PROPIET-TIT-FR.
008890     MOVE NOMBRE-PROPIET-W TO NOMBRE-TIT-FR.
008900     MOVE LIN-TITULO-FR TO LIN-FONDO.
008910     WRITE LIN-FONDO.
008920     MOVE LIN-COL-FR TO LIN-FONDO.
008930     WRITE LIN-FONDO.
008940     MOVE 0 TO SALDO-CORRIDO-W SW-FIN-W.
008950     MOVE PLACA-CAR  TO PLACA-LQV.
008960     MOVE 0          TO FECHA-FIN-LQV.
008970     MOVE LOW-VALUES TO TIPO-LQV.
008980     START ARCHIVO-LIQ-VIAJES KEY IS >= LLAVE-LQV
008990           INVALID KEY MOVE 1 TO SW-FIN-W.
009000     PERFORM LISTAR-MOV-FONDO UNTIL SW-FIN-W = 1.
009010     MOVE SALDO-FRP TO SALDO-TOT-FR.
009020     MOVE LIN-TOTAL-FR TO LIN-FONDO.
009030     WRITE LIN-FONDO.
009040     CLOSE REPORTE-FONDO.
009050     MOVE "S" TO RESULT-LNK.
009060 FIN-EXTRACTO-FONDO.
009070     EXIT.

009080 LISTAR-MOV-FONDO.
009090     READ ARCHIVO-LIQ-VIAJES NEXT
009100          AT END MOVE 1 TO SW-FIN-W
009110     END-READ.
009120     IF SW-FIN-W = 0
009130        IF PLACA-LQV NOT = PLACA-CAR
009140           MOVE 1 TO SW-FIN-W
009150        ELSE
009160           MOVE FECHA-FIN-LQV TO FECHA-FR
009170           MOVE COMPROB-LQV   TO COMPROB-FR
009180           IF LQV-ENTREGA-FONDO
009190              MOVE "ENTREGA"  TO MOVIMIENTO-FR
009200              MOVE 0          TO APORTE-FR
009210              MOVE NETO-LQV   TO ENTREGA-FR
009220              SUBTRACT NETO-LQV FROM SALDO-CORRIDO-W
009230           ELSE
009240              MOVE "APORTE LIQUIDAC." TO MOVIMIENTO-FR
009250              MOVE FONDO-LQV  TO APORTE-FR
009260              MOVE 0          TO ENTREGA-FR
009270              ADD FONDO-LQV   TO SALDO-CORRIDO-W
009280           END-IF
009290           MOVE SALDO-CORRIDO-W TO SALDO-FR
009300           MOVE LIN-DET-FR TO LIN-FONDO
009310           WRITE LIN-FONDO
009320        END-IF
009330     END-IF.

      *-----------------------------------------------------------------
      * COMPROBANTE DEL LOTE "LV" Y VALIDACION DEL PERIODO
      *-----------------------------------------------------------------
009340 OBTENER-COMPROBANTE.
009350     MOVE 0 TO COMPROB-NUM-W SECU-RENGLON-W.
009360     MOVE "LV" TO LOTE-MOV.
009370     MOVE HIGH-VALUES TO COMPROB-MOV SECU-MOV.
009380     START MOVIMIENTO-DIARIO KEY IS <= LLAVE-MOV
009390           INVALID KEY CONTINUE
009400           NOT INVALID KEY
009410               READ MOVIMIENTO-DIARIO PREVIOUS
009420                    AT END CONTINUE
009430                    NOT AT END
009440                       IF LOTE-MOV = "LV"
009450                          AND COMPROB-MOV NUMERIC
009460                          MOVE COMPROB-MOV TO COMPROB-NUM-W
009470                       END-IF
009480               END-READ
009490     END-START.
009500     ADD 1 TO COMPROB-NUM-W.
009510     MOVE COMPROB-NUM-W TO COMPROB-LV-W.
009520     MOVE 0 TO SECUENCIA-SIG-W.
009530     MOVE 99999999 TO SECUENCIA-MOV.
009540     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
009550           INVALID KEY CONTINUE
009560           NOT INVALID KEY
009570               READ MOVIMIENTO-DIARIO PREVIOUS
009580                    AT END CONTINUE
009590                    NOT AT END
009600                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
009610               END-READ
009620     END-START.

      * LOS RENGLONES EN CERO NO SE GRABAN.
009630 ESCRIBIR-RENGLON-LV.
009640     IF VALOR-ASIENTO-W NOT = 0
009650        INITIALIZE REG-MOV
009660        MOVE "LV"              TO LOTE-MOV
009670        MOVE COMPROB-LV-W      TO COMPROB-MOV
009680        ADD 1 TO SECU-RENGLON-W
009690        MOVE SECU-RENGLON-W    TO SECU-MOV
009700        MOVE CUENTA-ASIENTO-W  TO MAYOR-MOV
009710        MOVE FECHA-ASIENTO-W (3: 6) TO FECHA-MOV
009720        MOVE VALOR-ASIENTO-W   TO VALOR-MOV
009730        MOVE DETALLE-ASIENTO-W TO DETALLE-MOV
009740        MOVE NIT-ASIENTO-W     TO NIT-MOV
009750        ADD 1 TO SECUENCIA-SIG-W
009760        MOVE SECUENCIA-SIG-W   TO SECUENCIA-MOV
009770        MOVE SUC-LNK           TO SUCURSAL-MOV
009780        MOVE NIT-EMPRESA-LNK   TO NIT-EMPRESA-MOV
009790        WRITE REG-MOV INVALID KEY CONTINUE END-WRITE
009800     END-IF.

      * LA CUENTA NO PUEDE CAER EN EL RANGO RESTRINGIDO DE OTRA
      * EMPRESA Y EL PERIODO DEBE ESTAR ABIERTO (CON131 "V" Y "W").
009810 VALIDAR-MULTIEMPRESA.
009820     MOVE FECHA-ASIENTO-W (1: 4) TO ANO-MOV-W.
009830     MOVE FECHA-ASIENTO-W (5: 2) TO MES-MOV-W.
009840     MOVE "S" TO RESULT-MULTIEMP-W.
009850     MOVE "V" TO MODO-MULTIEMP-W.
009860     PERFORM LLAMAR-CON131.
009870     IF RESULT-MULTIEMP-W = "S"
009880        MOVE "W" TO MODO-MULTIEMP-W
009890        PERFORM LLAMAR-CON131
009900     END-IF.

009910 LLAMAR-CON131.
009920     CALL "CON131" USING MODO-MULTIEMP-W NIT-EMPRESA-LNK
009930                         RAZON-NULA-W CTA-DESDE-NULA-W
009940                         CTA-HASTA-NULA-W CUENTA-CHEQ-W
009950                         ANO-MOV-W MES-MOV-W
009960                         NIT-DESTINO-NULO-W CTA-DB-ORIG-NULA-W
009970                         CTA-CR-ORIG-NULA-W CTA-DB-DEST-NULA-W
009980                         CTA-CR-DEST-NULA-W VALOR-NULO-W
009990                         DETALLE-NULO-W USUARIO-LNK
010000                         RESULT-MULTIEMP-W.

010010 CERRAR-ARCHIVOS.
010020     CLOSE ARCHIVO-CARROS ARCHIVO-TERCEROS ARCHIVO-PARAM-LIQV
010030           ARCHIVO-LIQ-VIAJES ARCHIVO-FONDO-REPOS.
