      *=================================================================
      * CONTABILIDAD - INDICADORES GERENCIALES DEL MES (DEFINICION
      * UNICA)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * SE CORRE DESPUES DEL CIERRE DEL PERIODO (CON121): SI EL PERIODO
      * NO ESTA CERRADO DEVUELVE "A" Y NO CALCULA NADA. CALCULA UNA SOLA
      * VEZ LOS INDICADORES DEL MES Y LOS GUARDA EN ARCHIVO-INDICADORES
      * CON SU NOMBRE Y UNIDAD, TOMADOS DE LA TABLA DE DEFINICIONES DE
      * ESTE PROGRAMA. EL INFORME GERENCIAL Y EL ARCHIVO DEL TABLERO
      * (CON136-01) SOLO LEEN LO GUARDADO, ASI TODAS LAS AREAS VEN LA
      * MISMA CIFRA. UNA NUEVA CORRIDA DEL MES REEMPLAZA LA ANTERIOR.
      * - ACT01 CONSULTAS: CITAS ATENDIDAS (COD-RESULT 2) DEL MES.
      * - ACT02 CIRUGIAS: PROGRAMACION DE CIRUGIA REALIZADA DEL MES.
      * - ACT03/04/05 EGRESOS, OCUPACION Y ESTANCIA SOBRE EL CENSO
      *   DIARIO CON LAS MISMAS REGLAS DE HC124-01 (EL ULTIMO DIA DEL
      *   MES ANTERIOR SOLO SIRVE DE ESTADO INICIAL DE LAS CAMAS).
      * - ING01 FACTURACION DEL MES POR FECHA DE FACTURA; ING02 LA
      *   MISMA ABIERTA POR ENTIDAD; ING03 CARGOS FACTURADOS EN
      *   FACTURAS DEL MES, POR SERVICIO DE LA CUENTA.
      * - CAR01 SALDO DE CARTERA AL FIN DEL MES: FACTURAS HASTA EL
      *   CIERRE MENOS NOTAS, MENOS PAGOS Y GLOSAS DE
      *   ARCHIVO-CARTERA-MOV HASTA EL CIERRE. CAR02 DIAS DE CARTERA =
      *   SALDO / FACTURACION DEL MES * DIAS DEL MES. CAR03 TASA DE
      *   GLOSA = GLOSAS DEL MES / FACTURACION DEL MES * 100.
      * - CAJ01 SALDO AL CIERRE DE LAS CUENTAS DE BANCO DEL MAPA DE
      *   CON125 EN MOVIMIENTO-DIARIO.
      * - EDS01/02 GALONES Y VENTA DE COMBUSTIBLE DEL MES (GALONAJES).
      *   EDS03 MARGEN = VENTA - GALONES * COSTO POR GALON DEL
      *   COMBUSTIBLE DE LA MANGUERA. EL COSTO ES VALOR FACTURADO /
      *   GALONES FACTURADOS DE LOS TANQUEOS DEL MES, O DEL ULTIMO
      *   TANQUEO ANTERIOR SI EN EL MES NO HUBO; MANGUERA SIN TANQUE
      *   USA EL COSTO PROMEDIO. EDS04 MARGEN POR GALON.
      * - VEH01/02 VEHICULOS CONSIGNADOS VENDIDOS EN EL MES Y SU VALOR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON136.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PERIODO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PERIODO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PERIODO
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-INDICADORES LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-INDICAD-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-IND
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-CITAS LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-CITAS-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS LLAVE-CIT
000260         ALTERNATE RECORD KEY IS FECHA-CIT WITH DUPLICATES
000270         ALTERNATE RECORD KEY IS MEDICO-CIT WITH DUPLICATES
000280         ALTERNATE RECORD KEY IS PACI-CIT WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-PROG-CIR LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-PROGCIR-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LLAVE-PROGC
000350         ALTERNATE RECORD KEY IS FECHA-PROGC WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS CIRUJANO-PROGC
000370            WITH DUPLICATES
000380         FILE STATUS IS OTR-STAT.

000390     SELECT ARCHIVO-CENSO-DIARIO LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-CENSO-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-CENSO
000440         ALTERNATE RECORD KEY IS SERVHO-CENSO WITH DUPLICATES
000450         FILE STATUS IS OTR-STAT.

000460     SELECT ARCHIVO-FACTURAS LOCK MODE IS AUTOMATIC
000470         ASSIGN NOM-FACTU-W
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LLAVE-FACT
000510         ALTERNATE RECORD KEY IS FECHA-FACT WITH DUPLICATES
000520         FILE STATUS IS OTR-STAT.

000530     SELECT ARCHIVO-CARTERA-MOV LOCK MODE IS AUTOMATIC
000540         ASSIGN NOM-CARTMOV-W
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LLAVE-CARTM
000580         ALTERNATE RECORD KEY IS FECHA-CARTM WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000610         ASSIGN NOM-FACTSERV-W
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LLAVE-FSER
000650         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000660         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000670            WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000690         FILE STATUS IS OTR-STAT.

000700     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000710         ASSIGN NOM-NUMER-W
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS LLAVE-NUM
000750         ALTERNATE RECORD KEY IS FECHA-RET-NUM WITH DUPLICATES
000760         FILE STATUS IS OTR-STAT.

000770     SELECT ARCHIVO-BANCO-MAP LOCK MODE IS AUTOMATIC
000780         ASSIGN NOM-BANMAP-W
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS COD-BANCO-MAP
000820         FILE STATUS IS OTR-STAT.

000830     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000840         ASSIGN NOM-MOV-W
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS LLAVE-MOV
000880         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000890         FILE STATUS IS OTR-STAT.

000900     SELECT ARCHIVO-GALONAJES LOCK MODE IS AUTOMATIC
000910         ASSIGN NOM-GALON-W
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS LLAVE-GALON
000950         ALTERNATE RECORD KEY IS FECHA-GALON WITH DUPLICATES
000960         FILE STATUS IS OTR-STAT.

000970     SELECT ARCHIVO-MANG-TANQUE LOCK MODE IS AUTOMATIC
000980         ASSIGN NOM-MANGTAN-W
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS LLAVE-MGT
001020         FILE STATUS IS OTR-STAT.

001030     SELECT ARCHIVO-TANQUEO LOCK MODE IS AUTOMATIC
001040         ASSIGN NOM-TANQUEO-W
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS LLAVE-TANQUEO
001080         ALTERNATE RECORD KEY IS LLAVE-COMB-TANQUEO
001090            WITH DUPLICATES
001100         FILE STATUS IS OTR-STAT.

001110     SELECT ARCHIVO-PERITAJE LOCK MODE IS AUTOMATIC
001120         ASSIGN NOM-PERITAJE-W
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS CODIGO-CAR-PER
001160         ALTERNATE RECORD KEY IS LLAVE-MODELO-PER
001170                   WITH DUPLICATES
001180         FILE STATUS IS OTR-STAT.

001190 DATA DIVISION.
001200 FILE SECTION.

001210 FD  ARCHIVO-PERIODO
001220     LABEL RECORD STANDARD.
001230 01  REG-PERIODO.
001240     02 LLAVE-PERIODO.
001250        03 ANO-PERIODO          PIC 9(4).
001260        03 MES-PERIODO          PIC 99.
001270     02 ESTADO-PERIODO          PIC X.
001280        88 PERIODO-ABIERTO      VALUE "A" " ".
001290        88 PERIODO-EN-CIERRE    VALUE "E".
001300        88 PERIODO-CERRADO      VALUE "C".
001310     02 USUARIO-CIERRE-PER      PIC X(4).
001320     02 FECHA-CIERRE-PER        PIC 9(8).
001330     02 REABIERTO-POR-PER       PIC X(4).
001340     02 AUTORIZA-REAPER-PER     PIC X(4).
001350     02 FECHA-REAPER-PER        PIC 9(8).

001360 FD  ARCHIVO-INDICADORES
001370     LABEL RECORD STANDARD.
001380 01  REG-IND.
001390     02 LLAVE-IND.
001400        03 PERIODO-IND.
001410           05 ANO-IND           PIC 9(4).
001420           05 MES-IND           PIC 99.
001430        03 COD-IND              PIC X(5).
001440        03 DETALLE-IND          PIC X(6).
001450     02 NOMBRE-IND              PIC X(40).
001460     02 UNIDAD-IND              PIC X.
001470        88 IND-CANTIDAD         VALUE "C".
001480        88 IND-PESOS            VALUE "$".
001490        88 IND-PORCENTAJE       VALUE "%".
001500        88 IND-DIAS             VALUE "D".
001510        88 IND-GALONES          VALUE "G".
001520     02 VALOR-IND               PIC S9(13)V99 SIGN IS TRAILING.
001530     02 FECHA-CALC-IND          PIC 9(8).
001540     02 USUARIO-IND             PIC X(4).
001550     02 FILLER                  PIC X(20).

001560 FD  ARCHIVO-CITAS
001570     LABEL RECORD STANDARD.
001580 01  REG-CIT.
001590     02 LLAVE-CIT.
001600        03 SUC-CIT              PIC XX.
001610        03 CL-CIT               PIC 9.
001620        03 NRO-CIT              PIC 9(6).
001630     02 FECHA-CIT               PIC 9(8).
001640     02 HORA-CIT                PIC 9(4).
001650     02 MEDICO-CIT              PIC X(6).
001660     02 ATIENDE-PROF-CIT        PIC X(6).
001670     02 PACI-CIT                PIC X(15).
001680     02 COD-RESULT-CIT          PIC 9.
001690        88 CITA-ATENDIDA        VALUE 2.
001700     02 FECHA-RESULT-CIT        PIC 9(8).
001710     02 HORA-RESULT-CIT         PIC 9(4).
001720     02 USUARIO-RESULT-CIT      PIC X(4).
001730     02 DURA-CIT                PIC 9(3).
001740     02 MODALIDAD-CIT           PIC X.
001750     02 FECHA-SOLIC-CIT         PIC 9(8).
001760     02 NRO-SERIE-CIT           PIC 9(6).
001770     02 NRO-SESION-CIT          PIC 9(2).
001780     02 AUTO-AGEND-CIT          PIC X.
001790     02 COD-CONFIRMA-CIT        PIC 9(6).
001800     02 FILLER                  PIC X(23).

001810 FD  ARCHIVO-PROG-CIR
001820     LABEL RECORD STANDARD.
001830 01  REG-PROGC.
001840     02 LLAVE-PROGC.
001850        03 SALA-PROGC           PIC X(4).
001860        03 FECHA-CIR-PROGC      PIC 9(8).
001870        03 HORA-INI-PROGC       PIC 9(4).
001880     02 FECHA-PROGC             PIC 9(8).
001890     02 PACI-PROGC              PIC X(15).
001900     02 CIRUJANO-PROGC          PIC X(6).
001910     02 ANESTESIOLOGO-PROGC     PIC X(6).
001920     02 CUP-PROGC               PIC X(12).
001930     02 DURACION-EST-PROGC      PIC 9(3).
001940     02 HORA-FIN-EST-PROGC      PIC 9(4).
001950     02 HORA-INI-REAL-PROGC     PIC 9(4).
001960     02 HORA-FIN-REAL-PROGC     PIC 9(4).
001970     02 ESTADO-PROGC            PIC X.
001980        88 CIRUGIA-REALIZADA    VALUE "R".
001990     02 MOTIVO-PROGC            PIC X(40).

002000 FD  ARCHIVO-CENSO-DIARIO
002010     LABEL RECORD STANDARD.
002020 01  REG-CENSO.
002030     02 LLAVE-CENSO.
002040        03 FECHA-CENSO          PIC 9(8).
002050        03 COD-CAM-CENSO        PIC X(6).
002060     02 SERVHO-CENSO            PIC X(4).
002070     02 ESTADO-CENSO            PIC X.
002080        88 CENSO-OCUPADA        VALUE "O".
002090        88 CENSO-LIBRE          VALUE "L".
002100        88 CENSO-BLOQUEADA      VALUE "B".
002110     02 PACI-CENSO              PIC X(15).
002120     02 FOLIO-CENSO             PIC X(8).
002130     02 FECHA-INGRESO-CENSO     PIC 9(8).

002140 FD  ARCHIVO-FACTURAS
002150     LABEL RECORD STANDARD.
002160 01  REG-FACT.
002170     02 LLAVE-FACT              PIC X(12).
002180     02 FECHA-FACT              PIC 9(8).
002190     02 PACI-FACT               PIC X(15).
002200     02 EPS-FACT                PIC X(6).
002210     02 VALOR-TOT-FACT          PIC 9(11)V99.
002220     02 FECHA-RADIC-FACT        PIC 9(8).
002230     02 NRO-RADICADO-FACT       PIC X(15).
002240     02 LOTE-RADIC-FACT         PIC X(10).
002250     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
002260     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
002270     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
002280     02 VALOR-NOTAS-FACT        PIC S9(11)V99
002290                                    SIGN IS TRAILING.

002300 FD  ARCHIVO-CARTERA-MOV
002310     LABEL RECORD STANDARD.
002320 01  REG-CARTM.
002330     02 LLAVE-CARTM.
002340        03 LLAVE-FACT-CARTM     PIC X(12).
002350        03 SECUEN-CARTM         PIC 9(3).
002360     02 TIPO-CARTM              PIC X.
002370        88 CARTM-PAGO           VALUE "P".
002380        88 CARTM-GLOSA          VALUE "G".
002390     02 FECHA-CARTM             PIC 9(8).
002400     02 VALOR-CARTM             PIC 9(11)V99.
002410     02 DOCUMENTO-CARTM         PIC X(15).

002420 FD  FACTURA-SERVICIOS
002430     LABEL RECORD STANDARD.
002440 01  REG-FSER.
002450     02 LLAVE-FSER.
002460        03 LLAVE-NUM-FSER.
002470           05 PREFIJO-FSER      PIC X.
002480           05 NRO-FSER          PIC 9(6).
002490        03 SECU-FSER            PIC 9(4).
002500     02 PACI-FSER               PIC X(15).
002510     02 ENTIDAD-FSER            PIC X(6).
002520     02 FECHA-FSER              PIC 9(8).
002530     02 TIPO-FSER               PIC X.
002540     02 COD-FSER                PIC X(12).
002550     02 DESCRIP-FSER            PIC X(40).
002560     02 CANT-FSER               PIC 9(4).
002570     02 VLR-UNIT-FSER           PIC 9(9)V99.
002580     02 VLR-TOTAL-FSER          PIC 9(11)V99.
002590     02 LLAVE-ORIGEN-FSER.
002600        03 ORIGEN-FSER          PIC X(4).
002610        03 REFER-FSER           PIC X(20).
002620     02 USUARIO-FSER            PIC X(4).
002630     02 FECHA-GRAB-FSER         PIC 9(8).
002640     02 ESTADO-FSER             PIC X.
002650        88 CARGO-FACTURADO      VALUE "F".
002660     02 LLAVE-FACT-FSER         PIC X(12).

002670 FD  ARCHIVO-NUMERACION
002680     LABEL RECORD STANDARD.
002690 01  REG-NUM.
002700     02 LLAVE-NUM.
002710        03 PREFIJO-NUM          PIC X.
002720        03 NRO-NUM              PIC 9(6).
002730     02 FILLER                  PIC X(13).
002740     02 ESTADO-NUM              PIC X.
002750     02 NIT-NUM                 PIC 9(10).
002760     02 FILLER                  PIC X(80).
002770     02 ID-PAC-NUM              PIC X(15).
002780     02 FILLER                  PIC X(5).
002790     02 FECHA-ING-NUM           PIC 9(8).
002800     02 FECHA-RET-NUM           PIC 9(8).
002810     02 FILLER                  PIC X(8).
002820     02 FILLER                  PIC X(420).
002830     02 FILLER                  PIC X(27).
002840     02 SERVICIO-NUM            PIC XX.

002850 FD  ARCHIVO-BANCO-MAP
002860     LABEL RECORD STANDARD.
002870 01  REG-BANMAP.
002880     02 COD-BANCO-MAP           PIC X(4).
002890     02 COL-FECHA-MAP           PIC 99.
002900     02 COL-VALOR-MAP           PIC 99.
002910     02 COL-DOC-MAP             PIC 99.
002920     02 SEPARADOR-MAP           PIC X.
002930     02 CTA-BANCO-MAP           PIC 9(6).

002940 FD  MOVIMIENTO-DIARIO
002950     LABEL RECORD STANDARD.
002960 01  REG-MOV.
002970     02 LLAVE-MOV.
002980        03 LOTE-MOV             PIC XX.
002990        03 COMPROB-MOV          PIC X(7).
003000        03 SECU-MOV             PIC XX.
003010     02 MAYOR-MOV               PIC 9(6).
003020     02 FECHA-MOV               PIC 9(6).
003030     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
003040     02 DETALLE-MOV             PIC X(30).
003050     02 NIT-MOV                 PIC 9(10).
003060     02 SECUENCIA-MOV           PIC 9(8).
003070     02 SUCURSAL-MOV            PIC XX.
003080     02 NIT-EMPRESA-MOV         PIC 9(10).

003090 FD  ARCHIVO-GALONAJES
003100     LABEL RECORD STANDARD.
003110 01  REG-GALON.
003120     02 LLAVE-GALON.
003130        03 COMP-GALON           PIC 9(5).
003140        03 ISLA-GALON           PIC X.
003150        03 MANG-GALON           PIC X.
003160     02 FECHA-GALON             PIC X(6).
003170     02 VENTA-GALON             PIC 9(12)V99.
003180     02 CANT-GALON              PIC 9(12)V99.
003190     02 VEND-GALON              PIC X(5).

003200 FD  ARCHIVO-MANG-TANQUE
003210     LABEL RECORD STANDARD.
003220 01  REG-MGT.
003230     02 LLAVE-MGT.
003240        03 COMP-MGT             PIC 9(5).
003250        03 ISLA-MGT             PIC X.
003260        03 MANG-MGT             PIC X.
003270     02 TANQUE-MGT              PIC X(4).

003280 FD  ARCHIVO-TANQUEO
003290     LABEL RECORD STANDARD.
003300 01  REG-TANQUEO.
003310     02 LLAVE-TANQUEO.
003320        03 FECHA-TANQUEO        PIC 9(8).
003330        03 HORA-TANQUEO         PIC 9(6).
003340     02 LLAVE-COMB-TANQUEO      PIC X(4).
003350     02 PROVEEDOR-TANQUEO       PIC X(30).
003360     02 FACTURA-PROV-TANQUEO    PIC X(15).
003370     02 TICKET-CARROTQ-TANQUEO  PIC X(15).
003380     02 GALONES-RECIBE-TANQUEO  PIC 9(7)V99.
003390     02 USUARIO-TANQUEO         PIC X(4).
003400     02 TEMP-OBS-TANQUEO        PIC 9(3)V9.
003410     02 API-TANQUEO             PIC 9(2)V9.
003420     02 GALONES-NETOS-TANQUEO   PIC 9(7)V99.
003430     02 GALONES-FACT-TANQUEO    PIC 9(7)V99.
003440     02 VALOR-FACT-TANQUEO      PIC 9(11)V99.

003450 FD  ARCHIVO-PERITAJE
003460     LABEL RECORD STANDARD.
003470 01  REG-PER.
003480     02 CODIGO-CAR-PER          PIC 9(5).
003490     02 PLACA-PER               PIC X(6).
003500     02 LLAVE-MODELO-PER.
003510        03 MARCA-PER            PIC X(15).
003520        03 LINEA-PER            PIC X(20).
003530        03 ANO-MODELO-PER       PIC 9(4).
003540     02 FECHA-PERITAJE-PER      PIC 9(8).
003550     02 ODOMETRO-PER            PIC 9(7).
003560     02 ITEM-PER                OCCURS 4.
003570        03 CALIF-PER            PIC X.
003580        03 OBSERV-PER           PIC X(40).
003590     02 FOTO-PER                PIC X(30) OCCURS 8.
003600     02 PERITO-PER              PIC X(4).
003610     02 FIRMA-PERITO-PER        PIC X.
003620     02 FECHA-FIRMA-PERITO-PER  PIC 9(8).
003630     02 FIRMA-PROPIET-PER       PIC X.
003640     02 FECHA-FIRMA-PROPIET-PER PIC 9(8).
003650     02 PRECIO-PACTADO-PER      PIC 9(12).
003660     02 SUGERIDO-MIN-PER        PIC 9(12).
003670     02 SUGERIDO-MAX-PER        PIC 9(12).
003680     02 NRO-COMPARABLES-PER     PIC 9(3).
003690     02 PRECIO-VENTA-PER        PIC 9(12).
003700     02 FECHA-VENTA-PER         PIC 9(8).
003710     02 USUARIO-PER             PIC X(4).
003720     02 FILLER                  PIC X(20).

003730 WORKING-STORAGE SECTION.

003740 77  NOM-PERIODO-W              PIC X(60)
003750     VALUE "D:\progelect\DATOS\SC-PERIODO.DAT".
003760 77  NOM-INDICAD-W              PIC X(60)
003770     VALUE "D:\progelect\DATOS\SC-INDICAD.DAT".
003780 77  NOM-CITAS-W                PIC X(60)
003790     VALUE "D:\progelect\DATOS\SC-ARCHCIT.DAT".
003800 77  NOM-PROGCIR-W              PIC X(60)
003810     VALUE "D:\progelect\DATOS\SC-PROGCIR.DAT".
003820 77  NOM-CENSO-W                PIC X(60)
003830     VALUE "D:\progelect\PROG\HC\DATOS\SC-CENSO.DAT".
003840 77  NOM-FACTU-W                PIC X(60)
003850     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
003860 77  NOM-CARTMOV-W              PIC X(60)
003870     VALUE "D:\progelect\DATOS\SC-CARTMOV.DAT".
003880 77  NOM-FACTSERV-W             PIC X(60)
003890     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
003900 77  NOM-NUMER-W                PIC X(60)
003910     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
003920 77  NOM-BANMAP-W               PIC X(60)
003930     VALUE "D:\progelect\DATOS\SC-BANMAP.DAT".
003940 77  NOM-MOV-W                  PIC X(60)
003950     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
003960 77  NOM-GALON-W                PIC X(60)
003970     VALUE "D:\progelect\DATOS\SC-ARCHGALO.DAT".
003980 77  NOM-MANGTAN-W              PIC X(60)
003990     VALUE "D:\progelect\DATOS\SC-MANGTAN.DAT".
004000 77  NOM-TANQUEO-W              PIC X(60)
004010     VALUE "D:\progelect\DATOS\SC-ARCHTANQ.DAT".
004020 77  NOM-PERITAJE-W             PIC X(60)
004030     VALUE "D:\progelect\DATOS\SC-PERITAJE.DAT".
004040 77  OTR-STAT                   PIC XX.
004050 77  SW-FIN-W                   PIC 9 VALUE 0.
004060 77  SW-HALLADO-W               PIC 9 VALUE 0.
004070 77  I                          PIC 9(3) VALUE 0.
004080 77  J                          PIC 9(3) VALUE 0.
004090 77  POS-W                      PIC 9(3) VALUE 0.
004100 77  FECHA-HOY-W                PIC 9(8).
004110 77  FECHA-INI-W                PIC 9(8).
004120 77  FECHA-FIN-W                PIC 9(8).
004130 77  FECHA-DIA-W                PIC 9(8).
004140 77  FECHA-MOV-LARGA-W          PIC 9(8).
004150 77  GALON-INI-W                PIC 9(6).
004160 77  GALON-FIN-W                PIC 9(6).
004170 77  FECHA-GALON-N-W            PIC 9(6).
004180 77  ANO-SIG-W                  PIC 9(4).
004190 77  MES-SIG-W                  PIC 99.
004200 77  INI-INT-W                  PIC 9(7).
004210 77  FIN-INT-W                  PIC 9(7).
004220 77  DIAS-MES-W                 PIC 99.
004230 77  ESTANCIA-W                 PIC S9(5) COMP.
004240 77  COD-IND-W                  PIC X(5).
004250 77  DETALLE-IND-W              PIC X(6).
004260 77  VALOR-IND-W                PIC S9(13)V99.
004270 77  TOT-DEF-W                  PIC 99 VALUE 18.
004280 77  TOT-GRABADOS-W             PIC 9(5) VALUE 0.
004290 77  CTA-BUSCADA-W              PIC 9(6).
004300 77  TOT-BANCOS-W               PIC 99 VALUE 0.
004310 77  CONSULTAS-W                PIC 9(7) VALUE 0.
004320 77  CIRUGIAS-W                 PIC 9(7) VALUE 0.
004330 77  EGRESOS-W                  PIC 9(7) VALUE 0.
004340 77  CAMAS-DIA-DISP-W           PIC 9(9) VALUE 0.
004350 77  CAMAS-DIA-OCUP-W           PIC 9(9) VALUE 0.
004360 77  SUMA-ESTANCIA-W            PIC 9(9) VALUE 0.
004370 77  TOTAL-CAMAS-W              PIC 9(3) VALUE 0.
004380 77  MAX-CAMAS-W                PIC 9(3) VALUE 300.
004390 77  FACT-MES-W                 PIC 9(13)V99 VALUE 0.
004400 77  SALDO-CARTERA-W            PIC S9(13)V99 VALUE 0.
004410 77  GLOSA-MES-W                PIC 9(13)V99 VALUE 0.
004420 77  SALDO-BANCOS-W             PIC S9(13)V99 VALUE 0.
004430 77  GALONES-W                  PIC 9(12)V99 VALUE 0.
004440 77  VENTA-COMB-W               PIC 9(13)V99 VALUE 0.
004450 77  COSTO-COMB-W               PIC 9(13)V99 VALUE 0.
004460 77  MARGEN-COMB-W              PIC S9(13)V99 VALUE 0.
004470 77  COSTO-PROM-W               PIC 9(7)V9999 VALUE 0.
004480 77  SUMA-VALOR-COMP-W          PIC 9(13)V99 VALUE 0.
004490 77  SUMA-GAL-COMP-W            PIC 9(11)V99 VALUE 0.
004500 77  COMB-BUSCADO-W             PIC X(4).
004510 77  VEHICULOS-W                PIC 9(5) VALUE 0.
004520 77  VENTA-VEH-W                PIC 9(13) VALUE 0.
004530 77  ENT-BUSCADA-W              PIC X(6).
004540 77  TOT-ENT-W                  PIC 9(3) VALUE 0.
004550 77  SERV-BUSCADO-W             PIC XX.
004560 77  TOT-SERV-W                 PIC 99 VALUE 0.
004570 77  TOT-COMB-W                 PIC 99 VALUE 0.

      * DEFINICION UNICA DE CADA INDICADOR: CODIGO, NOMBRE Y UNIDAD
      * (C CANTIDAD, $ PESOS, % PORCENTAJE, D DIAS, G GALONES).
004580 01  TABLA-DEFINICION-W.
004590     02 FILLER                  PIC X(5)  VALUE "ACT01".
004600     02 FILLER                  PIC X(40)
004610        VALUE "CONSULTAS ATENDIDAS".
004620     02 FILLER                  PIC X     VALUE "C".
004630     02 FILLER                  PIC X(5)  VALUE "ACT02".
004640     02 FILLER                  PIC X(40)
004650        VALUE "CIRUGIAS REALIZADAS".
004660     02 FILLER                  PIC X     VALUE "C".
004670     02 FILLER                  PIC X(5)  VALUE "ACT03".
004680     02 FILLER                  PIC X(40)
004690        VALUE "EGRESOS HOSPITALARIOS".
004700     02 FILLER                  PIC X     VALUE "C".
004710     02 FILLER                  PIC X(5)  VALUE "ACT04".
004720     02 FILLER                  PIC X(40)
004730        VALUE "PORCENTAJE OCUPACION DE CAMAS".
004740     02 FILLER                  PIC X     VALUE "%".
004750     02 FILLER                  PIC X(5)  VALUE "ACT05".
004760     02 FILLER                  PIC X(40)
004770        VALUE "PROMEDIO DIAS DE ESTANCIA".
004780     02 FILLER                  PIC X     VALUE "D".
004790     02 FILLER                  PIC X(5)  VALUE "ING01".
004800     02 FILLER                  PIC X(40)
004810        VALUE "FACTURACION TOTAL DEL MES".
004820     02 FILLER                  PIC X     VALUE "$".
004830     02 FILLER                  PIC X(5)  VALUE "ING02".
004840     02 FILLER                  PIC X(40)
004850        VALUE "FACTURACION POR ENTIDAD".
004860     02 FILLER                  PIC X     VALUE "$".
004870     02 FILLER                  PIC X(5)  VALUE "ING03".
004880     02 FILLER                  PIC X(40)
004890        VALUE "INGRESO POR SERVICIO (CARGOS FACTURADOS)".
004900     02 FILLER                  PIC X     VALUE "$".
004910     02 FILLER                  PIC X(5)  VALUE "CAR01".
004920     02 FILLER                  PIC X(40)
004930        VALUE "SALDO DE CARTERA AL CIERRE".
004940     02 FILLER                  PIC X     VALUE "$".
004950     02 FILLER                  PIC X(5)  VALUE "CAR02".
004960     02 FILLER                  PIC X(40)
004970        VALUE "DIAS DE CARTERA".
004980     02 FILLER                  PIC X     VALUE "D".
004990     02 FILLER                  PIC X(5)  VALUE "CAR03".
005000     02 FILLER                  PIC X(40)
005010        VALUE "TASA DE GLOSA DEL MES".
005020     02 FILLER                  PIC X     VALUE "%".
005030     02 FILLER                  PIC X(5)  VALUE "CAJ01".
005040     02 FILLER                  PIC X(40)
005050        VALUE "POSICION DE CAJA (SALDO BANCOS)".
005060     02 FILLER                  PIC X     VALUE "$".
005070     02 FILLER                  PIC X(5)  VALUE "EDS01".
005080     02 FILLER                  PIC X(40)
005090        VALUE "GALONES VENDIDOS".
005100     02 FILLER                  PIC X     VALUE "G".
005110     02 FILLER                  PIC X(5)  VALUE "EDS02".
005120     02 FILLER                  PIC X(40)
005130        VALUE "VENTA DE COMBUSTIBLE".
005140     02 FILLER                  PIC X     VALUE "$".
005150     02 FILLER                  PIC X(5)  VALUE "EDS03".
005160     02 FILLER                  PIC X(40)
005170        VALUE "MARGEN BRUTO DE COMBUSTIBLE".
005180     02 FILLER                  PIC X     VALUE "$".
005190     02 FILLER                  PIC X(5)  VALUE "EDS04".
005200     02 FILLER                  PIC X(40)
005210        VALUE "MARGEN POR GALON".
005220     02 FILLER                  PIC X     VALUE "$".
005230     02 FILLER                  PIC X(5)  VALUE "VEH01".
005240     02 FILLER                  PIC X(40)
005250        VALUE "VEHICULOS CONSIGNADOS VENDIDOS".
005260     02 FILLER                  PIC X     VALUE "C".
005270     02 FILLER                  PIC X(5)  VALUE "VEH02".
005280     02 FILLER                  PIC X(40)
005290        VALUE "VALOR VENTA VEHICULOS CONSIGNADOS".
005300     02 FILLER                  PIC X     VALUE "$".
005310 01  TABLA-DEFINICION-RED REDEFINES TABLA-DEFINICION-W.
005320     02 DEF-IND-W OCCURS 18 TIMES.
005330        03 COD-DEF-W            PIC X(5).
005340        03 NOMBRE-DEF-W         PIC X(40).
005350        03 UNIDAD-DEF-W         PIC X.

      * ESTADO DEL DIA ANTERIOR POR CAMA, PARA DETECTAR EGRESOS.
005360 01  TABLA-CAMAS-W.
005370     02 CAM-ANT-W OCCURS 300 TIMES.
005380        03 COD-CAM-ANT-W        PIC X(6).
005390        03 ESTADO-ANT-W         PIC X.
005400        03 PACI-ANT-W           PIC X(15).
005410        03 FECHA-ING-ANT-W      PIC 9(8).

005420 01  TABLA-BANCOS-W.
005430     02 CTA-BANCO-TAB-W         PIC 9(6) OCCURS 20 TIMES.

      * LA POSICION 100 RECOGE LAS ENTIDADES QUE NO CABEN EN LA TABLA.
005440 01  TABLA-ENT-W.
005450     02 ENT-TAB-W OCCURS 100 TIMES.
005460        03 COD-ENT-TAB-W        PIC X(6).
005470        03 VALOR-ENT-TAB-W      PIC 9(13)V99.

005480 01  TABLA-SERV-W.
005490     02 SERV-TAB-W OCCURS 50 TIMES.
005500        03 COD-SERV-TAB-W       PIC XX.
005510        03 VALOR-SERV-TAB-W     PIC 9(13)V99.

005520 01  TABLA-COMB-W.
005530     02 COMB-TAB-W OCCURS 20 TIMES.
005540        03 COD-COMB-TAB-W       PIC X(4).
005550        03 VALOR-MES-TAB-W      PIC 9(13)V99.
005560        03 GAL-MES-TAB-W        PIC 9(11)V99.
005570        03 VALOR-ULT-TAB-W      PIC 9(11)V99.
005580        03 GAL-ULT-TAB-W        PIC 9(7)V99.
005590        03 COSTO-GAL-TAB-W      PIC 9(7)V9999.

005600 LINKAGE SECTION.
005610 01  ANO-LNK                    PIC 9(4).
005620 01  MES-LNK                    PIC 99.
005630 01  USUARIO-LNK                PIC X(4).
005640 01  RESULT-LNK                 PIC X.

005650 PROCEDURE DIVISION USING ANO-LNK MES-LNK USUARIO-LNK
005660                          RESULT-LNK.

005670 MAINLINE.
005680     MOVE "N" TO RESULT-LNK.
005690     MOVE 0 TO TOT-GRABADOS-W.
005700     PERFORM CALCULAR-INDICADORES THRU FIN-CALCULAR-INDICADORES.
005710     EXIT PROGRAM.

005720 CALCULAR-INDICADORES.
005730     IF MES-LNK < 1 OR MES-LNK > 12
005740        GO TO FIN-CALCULAR-INDICADORES
005750     END-IF.
005760     OPEN INPUT ARCHIVO-PERIODO.
005770     MOVE ANO-LNK TO ANO-PERIODO.
005780     MOVE MES-LNK TO MES-PERIODO.
005790     READ ARCHIVO-PERIODO
005800          INVALID KEY MOVE SPACE TO ESTADO-PERIODO
005810     END-READ.
005820     CLOSE ARCHIVO-PERIODO.
005830     IF NOT PERIODO-CERRADO
005840        MOVE "A" TO RESULT-LNK
005850        GO TO FIN-CALCULAR-INDICADORES
005860     END-IF.
005870     PERFORM FECHAS-PERIODO.
005880     OPEN I-O ARCHIVO-INDICADORES.
005890     IF OTR-STAT = "35"
005900        OPEN OUTPUT ARCHIVO-INDICADORES
005910        CLOSE ARCHIVO-INDICADORES
005920        OPEN I-O ARCHIVO-INDICADORES
005930     END-IF.
005940     PERFORM BORRAR-PERIODO.
005950     PERFORM IND-CONSULTAS.
005960     PERFORM IND-CIRUGIAS.
005970     PERFORM IND-CENSO.
005980     PERFORM IND-FACTURACION.
005990     PERFORM IND-SERVICIOS.
006000     PERFORM IND-CARTERA.
006010     PERFORM IND-CAJA.
006020     PERFORM IND-COMBUSTIBLE.
006030     PERFORM IND-VEHICULOS.
006040     CLOSE ARCHIVO-INDICADORES.
006050     MOVE "S" TO RESULT-LNK.
006060 FIN-CALCULAR-INDICADORES.
006070     EXIT.

006080 FECHAS-PERIODO.
006090     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
006100     COMPUTE FECHA-INI-W = ANO-LNK * 10000 + MES-LNK * 100 + 1.
006110     IF MES-LNK = 12
006120        COMPUTE ANO-SIG-W = ANO-LNK + 1
006130        MOVE 1 TO MES-SIG-W
006140     ELSE
006150        MOVE ANO-LNK TO ANO-SIG-W
006160        COMPUTE MES-SIG-W = MES-LNK + 1
006170     END-IF.
006180     COMPUTE INI-INT-W = FUNCTION INTEGER-OF-DATE (FECHA-INI-W).
006190     COMPUTE FIN-INT-W = FUNCTION INTEGER-OF-DATE
006200             (ANO-SIG-W * 10000 + MES-SIG-W * 100 + 1) - 1.
006210     COMPUTE FECHA-FIN-W = FUNCTION DATE-OF-INTEGER (FIN-INT-W).
006220     COMPUTE DIAS-MES-W = FIN-INT-W - INI-INT-W + 1.
006230     COMPUTE GALON-INI-W = FECHA-INI-W - 20000000.
006240     COMPUTE GALON-FIN-W = FECHA-FIN-W - 20000000.

      *-----------------------------------------------------------------
      * UNA NUEVA CORRIDA DEL MES REEMPLAZA LOS VALORES GUARDADOS
      *-----------------------------------------------------------------
006250 BORRAR-PERIODO.
006260     MOVE 0 TO SW-FIN-W.
006270     MOVE ANO-LNK    TO ANO-IND.
006280     MOVE MES-LNK    TO MES-IND.
006290     MOVE LOW-VALUES TO COD-IND DETALLE-IND.
006300     START ARCHIVO-INDICADORES KEY IS NOT LESS THAN LLAVE-IND
006310           INVALID KEY MOVE 1 TO SW-FIN-W
006320     END-START.
006330     PERFORM BORRAR-INDICADOR UNTIL SW-FIN-W = 1.

006340 BORRAR-INDICADOR.
006350     READ ARCHIVO-INDICADORES NEXT
006360          AT END MOVE 1 TO SW-FIN-W
006370     END-READ.
006380     IF SW-FIN-W = 0
006390        IF ANO-IND NOT = ANO-LNK OR MES-IND NOT = MES-LNK
006400           MOVE 1 TO SW-FIN-W
006410        ELSE
006420           DELETE ARCHIVO-INDICADORES RECORD
006430                  INVALID KEY CONTINUE
006440           END-DELETE
006450        END-IF
006460     END-IF.

      *-----------------------------------------------------------------
      * GRABA UN VALOR CON EL NOMBRE Y LA UNIDAD DE SU DEFINICION
      *-----------------------------------------------------------------
006470 GRABAR-INDICADOR.
006480     MOVE SPACES        TO REG-IND.
006490     MOVE ANO-LNK       TO ANO-IND.
006500     MOVE MES-LNK       TO MES-IND.
006510     MOVE COD-IND-W     TO COD-IND.
006520     MOVE DETALLE-IND-W TO DETALLE-IND.
006530     MOVE 0 TO SW-HALLADO-W.
006540     PERFORM BUSCAR-DEFINICION VARYING J FROM 1 BY 1
006550             UNTIL J > TOT-DEF-W OR SW-HALLADO-W = 1.
006560     MOVE VALOR-IND-W   TO VALOR-IND.
006570     MOVE FECHA-HOY-W   TO FECHA-CALC-IND.
006580     MOVE USUARIO-LNK   TO USUARIO-IND.
006590     WRITE REG-IND
006600           INVALID KEY REWRITE REG-IND
006610     END-WRITE.
006620     ADD 1 TO TOT-GRABADOS-W.

006630 BUSCAR-DEFINICION.
006640     IF COD-DEF-W (J) = COD-IND-W
006650        MOVE NOMBRE-DEF-W (J) TO NOMBRE-IND
006660        MOVE UNIDAD-DEF-W (J) TO UNIDAD-IND
006670        MOVE 1 TO SW-HALLADO-W
006680     END-IF.

      *-----------------------------------------------------------------
      * ACT01 CONSULTAS ATENDIDAS EN EL MES
      *-----------------------------------------------------------------
006690 IND-CONSULTAS.
006700     MOVE 0 TO CONSULTAS-W SW-FIN-W.
006710     OPEN INPUT ARCHIVO-CITAS.
006720     IF OTR-STAT NOT = "00"
006730        MOVE 1 TO SW-FIN-W
006740     ELSE
006750        MOVE FECHA-INI-W TO FECHA-CIT
006760        START ARCHIVO-CITAS KEY IS NOT LESS THAN FECHA-CIT
006770              INVALID KEY MOVE 1 TO SW-FIN-W
006780        END-START
006790     END-IF.
006800     PERFORM CONTAR-CITA UNTIL SW-FIN-W = 1.
006810     CLOSE ARCHIVO-CITAS.
006820     MOVE "ACT01"     TO COD-IND-W.
006830     MOVE SPACES      TO DETALLE-IND-W.
006840     MOVE CONSULTAS-W TO VALOR-IND-W.
006850     PERFORM GRABAR-INDICADOR.

006860 CONTAR-CITA.
006870     READ ARCHIVO-CITAS NEXT
006880          AT END MOVE 1 TO SW-FIN-W
006890     END-READ.
006900     IF SW-FIN-W = 0 AND FECHA-CIT > FECHA-FIN-W
006910        MOVE 1 TO SW-FIN-W
006920     END-IF.
006930     IF SW-FIN-W = 0 AND CITA-ATENDIDA
006940        ADD 1 TO CONSULTAS-W
006950     END-IF.

      *-----------------------------------------------------------------
      * ACT02 CIRUGIAS REALIZADAS EN EL MES
      *-----------------------------------------------------------------
006960 IND-CIRUGIAS.
006970     MOVE 0 TO CIRUGIAS-W SW-FIN-W.
006980     OPEN INPUT ARCHIVO-PROG-CIR.
006990     IF OTR-STAT NOT = "00"
007000        MOVE 1 TO SW-FIN-W
007010     END-IF.
007020     PERFORM CONTAR-CIRUGIA UNTIL SW-FIN-W = 1.
007030     CLOSE ARCHIVO-PROG-CIR.
007040     MOVE "ACT02"    TO COD-IND-W.
007050     MOVE SPACES     TO DETALLE-IND-W.
007060     MOVE CIRUGIAS-W TO VALOR-IND-W.
007070     PERFORM GRABAR-INDICADOR.

007080 CONTAR-CIRUGIA.
007090     READ ARCHIVO-PROG-CIR NEXT
007100          AT END MOVE 1 TO SW-FIN-W
007110     END-READ.
007120     IF SW-FIN-W = 0 AND CIRUGIA-REALIZADA
007130        AND FECHA-CIR-PROGC NOT < FECHA-INI-W
007140        AND FECHA-CIR-PROGC NOT > FECHA-FIN-W
007150        ADD 1 TO CIRUGIAS-W
007160     END-IF.

      *-----------------------------------------------------------------
      * ACT03 EGRESOS, ACT04 OCUPACION Y ACT05 ESTANCIA SOBRE EL CENSO.
      * EL DIA ANTERIOR AL MES SOLO CARGA EL ESTADO DE LAS CAMAS.
      *-----------------------------------------------------------------
007170 IND-CENSO.
007180     MOVE 0 TO EGRESOS-W CAMAS-DIA-DISP-W CAMAS-DIA-OCUP-W
007190               SUMA-ESTANCIA-W TOTAL-CAMAS-W.
007200     OPEN INPUT ARCHIVO-CENSO-DIARIO.
007210     IF OTR-STAT = "00"
007220        COMPUTE FECHA-DIA-W =
007230                FUNCTION DATE-OF-INTEGER (INI-INT-W - 1)
007240        PERFORM PROCESAR-UN-DIA
007250                UNTIL FECHA-DIA-W > FECHA-FIN-W
007260     END-IF.
007270     CLOSE ARCHIVO-CENSO-DIARIO.
007280     MOVE "ACT03"   TO COD-IND-W.
007290     MOVE SPACES    TO DETALLE-IND-W.
007300     MOVE EGRESOS-W TO VALOR-IND-W.
007310     PERFORM GRABAR-INDICADOR.
007320     MOVE 0 TO VALOR-IND-W.
007330     IF CAMAS-DIA-DISP-W > 0
007340        COMPUTE VALOR-IND-W ROUNDED =
007350                CAMAS-DIA-OCUP-W * 100 / CAMAS-DIA-DISP-W
007360     END-IF.
007370     MOVE "ACT04"   TO COD-IND-W.
007380     PERFORM GRABAR-INDICADOR.
007390     MOVE 0 TO VALOR-IND-W.
007400     IF EGRESOS-W > 0
007410        COMPUTE VALOR-IND-W ROUNDED =
007420                SUMA-ESTANCIA-W / EGRESOS-W
007430     END-IF.
007440     MOVE "ACT05"   TO COD-IND-W.
007450     PERFORM GRABAR-INDICADOR.

007460 PROCESAR-UN-DIA.
007470     MOVE 0 TO SW-FIN-W.
007480     MOVE FECHA-DIA-W TO FECHA-CENSO.
007490     MOVE LOW-VALUES  TO COD-CAM-CENSO.
007500     START ARCHIVO-CENSO-DIARIO KEY IS NOT LESS THAN LLAVE-CENSO
007510           INVALID KEY MOVE 1 TO SW-FIN-W
007520     END-START.
007530     PERFORM EVALUAR-CAMA-DIA UNTIL SW-FIN-W = 1.
007540     COMPUTE FECHA-DIA-W = FUNCTION DATE-OF-INTEGER
007550             (FUNCTION INTEGER-OF-DATE (FECHA-DIA-W) + 1).

007560 EVALUAR-CAMA-DIA.
007570     READ ARCHIVO-CENSO-DIARIO NEXT
007580          AT END MOVE 1 TO SW-FIN-W
007590     END-READ.
007600     IF SW-FIN-W = 0 AND FECHA-CENSO NOT = FECHA-DIA-W
007610        MOVE 1 TO SW-FIN-W
007620     END-IF.
007630     IF SW-FIN-W = 0
007640        PERFORM ACUMULAR-CAMA
007650     END-IF.

007660 ACUMULAR-CAMA.
007670     MOVE 0 TO SW-HALLADO-W POS-W.
007680     PERFORM BUSCAR-CAMA VARYING J FROM 1 BY 1
007690             UNTIL J > TOTAL-CAMAS-W OR SW-HALLADO-W = 1.
007700     IF FECHA-DIA-W NOT < FECHA-INI-W
007710        IF NOT CENSO-BLOQUEADA
007720           ADD 1 TO CAMAS-DIA-DISP-W
007730        END-IF
007740        IF CENSO-OCUPADA
007750           ADD 1 TO CAMAS-DIA-OCUP-W
007760        END-IF
007770        IF POS-W > 0
007780           PERFORM DETECTAR-EGRESO
007790        END-IF
007800     END-IF.
007810     IF POS-W = 0 AND TOTAL-CAMAS-W < MAX-CAMAS-W
007820        ADD 1 TO TOTAL-CAMAS-W
007830        MOVE TOTAL-CAMAS-W TO POS-W
007840        MOVE COD-CAM-CENSO TO COD-CAM-ANT-W (POS-W)
007850     END-IF.
007860     IF POS-W > 0
007870        MOVE ESTADO-CENSO        TO ESTADO-ANT-W (POS-W)
007880        MOVE PACI-CENSO          TO PACI-ANT-W (POS-W)
007890        MOVE FECHA-INGRESO-CENSO TO FECHA-ING-ANT-W (POS-W)
007900     END-IF.

007910 BUSCAR-CAMA.
007920     IF COD-CAM-ANT-W (J) = COD-CAM-CENSO
007930        MOVE 1 TO SW-HALLADO-W
007940        MOVE J TO POS-W
007950     END-IF.

      * EGRESO: LA CAMA ESTABA OCUPADA AYER Y HOY AMANECE LIBRE O
      * CON OTRO PACIENTE. LA ESTANCIA SE MIDE DEL INGRESO DE AYER.
007960 DETECTAR-EGRESO.
007970     IF ESTADO-ANT-W (POS-W) = "O"
007980        AND (NOT CENSO-OCUPADA
007990             OR PACI-CENSO NOT = PACI-ANT-W (POS-W))
008000        ADD 1 TO EGRESOS-W
008010        IF FECHA-ING-ANT-W (POS-W) > 0
008020           COMPUTE ESTANCIA-W =
008030               FUNCTION INTEGER-OF-DATE (FECHA-DIA-W)
008040               - FUNCTION INTEGER-OF-DATE
008050                     (FECHA-ING-ANT-W (POS-W))
008060           IF ESTANCIA-W > 0
008070              ADD ESTANCIA-W TO SUMA-ESTANCIA-W
008080           END-IF
008090        END-IF
008100     END-IF.

      *-----------------------------------------------------------------
      * ING01 FACTURACION DEL MES Y ING02 POR ENTIDAD
      *-----------------------------------------------------------------
008110 IND-FACTURACION.
008120     MOVE 0 TO FACT-MES-W TOT-ENT-W SW-FIN-W.
008130     INITIALIZE TABLA-ENT-W.
008140     OPEN INPUT ARCHIVO-FACTURAS.
008150     IF OTR-STAT NOT = "00"
008160        MOVE 1 TO SW-FIN-W
008170     ELSE
008180        MOVE FECHA-INI-W TO FECHA-FACT
008190        START ARCHIVO-FACTURAS KEY IS NOT LESS THAN FECHA-FACT
008200              INVALID KEY MOVE 1 TO SW-FIN-W
008210        END-START
008220     END-IF.
008230     PERFORM SUMAR-FACTURA UNTIL SW-FIN-W = 1.
008240     CLOSE ARCHIVO-FACTURAS.
008250     MOVE "ING01"    TO COD-IND-W.
008260     MOVE SPACES     TO DETALLE-IND-W.
008270     MOVE FACT-MES-W TO VALOR-IND-W.
008280     PERFORM GRABAR-INDICADOR.
008290     MOVE "ING02"    TO COD-IND-W.
008300     PERFORM GRABAR-ENTIDAD VARYING I FROM 1 BY 1
008310             UNTIL I > TOT-ENT-W.

008320 SUMAR-FACTURA.
008330     READ ARCHIVO-FACTURAS NEXT
008340          AT END MOVE 1 TO SW-FIN-W
008350     END-READ.
008360     IF SW-FIN-W = 0 AND FECHA-FACT > FECHA-FIN-W
008370        MOVE 1 TO SW-FIN-W
008380     END-IF.
008390     IF SW-FIN-W = 0
008400        ADD VALOR-TOT-FACT TO FACT-MES-W
008410        MOVE EPS-FACT TO ENT-BUSCADA-W
008420        PERFORM UBICAR-ENTIDAD
008430        IF POS-W > 0
008440           ADD VALOR-TOT-FACT TO VALOR-ENT-TAB-W (POS-W)
008450        END-IF
008460     END-IF.

008470 UBICAR-ENTIDAD.
008480     MOVE 0 TO SW-HALLADO-W POS-W.
008490     PERFORM BUSCAR-ENTIDAD VARYING J FROM 1 BY 1
008500             UNTIL J > TOT-ENT-W OR SW-HALLADO-W = 1.
008510     IF SW-HALLADO-W = 0
008520        IF TOT-ENT-W < 99
008530           ADD 1 TO TOT-ENT-W
008540           MOVE TOT-ENT-W     TO POS-W
008550           MOVE ENT-BUSCADA-W TO COD-ENT-TAB-W (POS-W)
008560        ELSE
008570           MOVE 100      TO TOT-ENT-W POS-W
008580           MOVE "OTRAS"  TO COD-ENT-TAB-W (POS-W)
008590        END-IF
008600     END-IF.

008610 BUSCAR-ENTIDAD.
008620     IF COD-ENT-TAB-W (J) = ENT-BUSCADA-W
008630        MOVE 1 TO SW-HALLADO-W
008640        MOVE J TO POS-W
008650     END-IF.

008660 GRABAR-ENTIDAD.
008670     MOVE COD-ENT-TAB-W (I)   TO DETALLE-IND-W.
008680     MOVE VALOR-ENT-TAB-W (I) TO VALOR-IND-W.
008690     PERFORM GRABAR-INDICADOR.

      *-----------------------------------------------------------------
      * ING03 CARGOS FACTURADOS EN FACTURAS DEL MES, POR SERVICIO DE
      * LA CUENTA (ARCHIVO-NUMERACION). CUENTA SIN SERVICIO VA A "ZZ".
      *-----------------------------------------------------------------
008700 IND-SERVICIOS.
008710     MOVE 0 TO TOT-SERV-W SW-FIN-W.
008720     INITIALIZE TABLA-SERV-W.
008730     OPEN INPUT ARCHIVO-FACTURAS ARCHIVO-NUMERACION.
008740     OPEN INPUT FACTURA-SERVICIOS.
008750     IF OTR-STAT NOT = "00"
008760        MOVE 1 TO SW-FIN-W
008770     ELSE
008780        MOVE "F" TO ESTADO-FSER
008790        START FACTURA-SERVICIOS KEY IS NOT LESS THAN ESTADO-FSER
008800              INVALID KEY MOVE 1 TO SW-FIN-W
008810        END-START
008820     END-IF.
008830     PERFORM SUMAR-CARGO UNTIL SW-FIN-W = 1.
008840     CLOSE FACTURA-SERVICIOS ARCHIVO-FACTURAS ARCHIVO-NUMERACION.
008850     MOVE "ING03" TO COD-IND-W.
008860     PERFORM GRABAR-SERVICIO VARYING I FROM 1 BY 1
008870             UNTIL I > TOT-SERV-W.

008880 SUMAR-CARGO.
008890     READ FACTURA-SERVICIOS NEXT
008900          AT END MOVE 1 TO SW-FIN-W
008910     END-READ.
008920     IF SW-FIN-W = 0 AND NOT CARGO-FACTURADO
008930        MOVE 1 TO SW-FIN-W
008940     END-IF.
008950     IF SW-FIN-W = 0
008960        MOVE LLAVE-FACT-FSER TO LLAVE-FACT
008970        READ ARCHIVO-FACTURAS
008980             INVALID KEY MOVE 0 TO FECHA-FACT
008990        END-READ
009000        IF FECHA-FACT NOT < FECHA-INI-W
009010           AND FECHA-FACT NOT > FECHA-FIN-W
009020           PERFORM ACUMULAR-SERVICIO
009030        END-IF
009040     END-IF.

009050 ACUMULAR-SERVICIO.
009060     MOVE LLAVE-NUM-FSER TO LLAVE-NUM.
009070     READ ARCHIVO-NUMERACION
009080          INVALID KEY MOVE SPACES TO SERVICIO-NUM
009090     END-READ.
009100     IF SERVICIO-NUM = SPACES
009110        MOVE "ZZ" TO SERV-BUSCADO-W
009120     ELSE
009130        MOVE SERVICIO-NUM TO SERV-BUSCADO-W
009140     END-IF.
009150     MOVE 0 TO SW-HALLADO-W POS-W.
009160     PERFORM BUSCAR-SERVICIO VARYING J FROM 1 BY 1
009170             UNTIL J > TOT-SERV-W OR SW-HALLADO-W = 1.
009180     IF SW-HALLADO-W = 0 AND TOT-SERV-W < 50
009190        ADD 1 TO TOT-SERV-W
009200        MOVE TOT-SERV-W     TO POS-W
009210        MOVE SERV-BUSCADO-W TO COD-SERV-TAB-W (POS-W)
009220     END-IF.
009230     IF POS-W > 0
009240        ADD VLR-TOTAL-FSER TO VALOR-SERV-TAB-W (POS-W)
009250     END-IF.

009260 BUSCAR-SERVICIO.
009270     IF COD-SERV-TAB-W (J) = SERV-BUSCADO-W
009280        MOVE 1 TO SW-HALLADO-W
009290        MOVE J TO POS-W
009300     END-IF.

009310 GRABAR-SERVICIO.
009320     MOVE COD-SERV-TAB-W (I)   TO DETALLE-IND-W.
009330     MOVE VALOR-SERV-TAB-W (I) TO VALOR-IND-W.
009340     PERFORM GRABAR-INDICADOR.

      *-----------------------------------------------------------------
      * CAR01 SALDO DE CARTERA AL CIERRE, CAR02 DIAS DE CARTERA Y
      * CAR03 TASA DE GLOSA. LAS NOTAS NO TIENEN FECHA PROPIA: CUENTAN
      * CON LA FECHA DE SU FACTURA.
      *-----------------------------------------------------------------
009350 IND-CARTERA.
009360     MOVE 0 TO SALDO-CARTERA-W GLOSA-MES-W SW-FIN-W.
009370     OPEN INPUT ARCHIVO-FACTURAS.
009380     IF OTR-STAT NOT = "00"
009390        MOVE 1 TO SW-FIN-W
009400     END-IF.
009410     PERFORM SALDO-FACTURA UNTIL SW-FIN-W = 1.
009420     CLOSE ARCHIVO-FACTURAS.
009430     MOVE 0 TO SW-FIN-W.
009440     OPEN INPUT ARCHIVO-CARTERA-MOV.
009450     IF OTR-STAT NOT = "00"
009460        MOVE 1 TO SW-FIN-W
009470     END-IF.
009480     PERFORM SALDO-MOVIMIENTO-CARTERA UNTIL SW-FIN-W = 1.
009490     CLOSE ARCHIVO-CARTERA-MOV.
009500     MOVE "CAR01"         TO COD-IND-W.
009510     MOVE SPACES          TO DETALLE-IND-W.
009520     MOVE SALDO-CARTERA-W TO VALOR-IND-W.
009530     PERFORM GRABAR-INDICADOR.
009540     MOVE 0 TO VALOR-IND-W.
009550     IF FACT-MES-W > 0
009560        COMPUTE VALOR-IND-W ROUNDED =
009570                SALDO-CARTERA-W * DIAS-MES-W / FACT-MES-W
009580     END-IF.
009590     MOVE "CAR02"         TO COD-IND-W.
009600     PERFORM GRABAR-INDICADOR.
009610     MOVE 0 TO VALOR-IND-W.
009620     IF FACT-MES-W > 0
009630        COMPUTE VALOR-IND-W ROUNDED =
009640                GLOSA-MES-W * 100 / FACT-MES-W
009650     END-IF.
009660     MOVE "CAR03"         TO COD-IND-W.
009670     PERFORM GRABAR-INDICADOR.

009680 SALDO-FACTURA.
009690     READ ARCHIVO-FACTURAS NEXT
009700          AT END MOVE 1 TO SW-FIN-W
009710     END-READ.
009720     IF SW-FIN-W = 0 AND FECHA-FACT NOT > FECHA-FIN-W
009730        COMPUTE SALDO-CARTERA-W = SALDO-CARTERA-W
009740                + VALOR-TOT-FACT - VALOR-NOTAS-FACT
009750     END-IF.

009760 SALDO-MOVIMIENTO-CARTERA.
009770     READ ARCHIVO-CARTERA-MOV NEXT
009780          AT END MOVE 1 TO SW-FIN-W
009790     END-READ.
009800     IF SW-FIN-W = 0 AND FECHA-CARTM NOT > FECHA-FIN-W
009810        SUBTRACT VALOR-CARTM FROM SALDO-CARTERA-W
009820        IF CARTM-GLOSA AND FECHA-CARTM NOT < FECHA-INI-W
009830           ADD VALOR-CARTM TO GLOSA-MES-W
009840        END-IF
009850     END-IF.

      *-----------------------------------------------------------------
      * CAJ01 SALDO DE LAS CUENTAS DE BANCO AL CIERRE (FECHA-MOV VIENE
      * AAMMDD)
      *-----------------------------------------------------------------
009860 IND-CAJA.
009870     MOVE 0 TO SALDO-BANCOS-W.
009880     PERFORM CARGAR-BANCOS.
009890     MOVE 0 TO SW-FIN-W.
009900     IF TOT-BANCOS-W = 0
009910        MOVE 1 TO SW-FIN-W
009920     END-IF.
009930     OPEN INPUT MOVIMIENTO-DIARIO.
009940     PERFORM SUMAR-MOVIMIENTO UNTIL SW-FIN-W = 1.
009950     CLOSE MOVIMIENTO-DIARIO.
009960     MOVE "CAJ01"        TO COD-IND-W.
009970     MOVE SPACES         TO DETALLE-IND-W.
009980     MOVE SALDO-BANCOS-W TO VALOR-IND-W.
009990     PERFORM GRABAR-INDICADOR.

010000 CARGAR-BANCOS.
010010     MOVE 0 TO TOT-BANCOS-W SW-FIN-W.
010020     OPEN INPUT ARCHIVO-BANCO-MAP.
010030     IF OTR-STAT NOT = "00"
010040        MOVE 1 TO SW-FIN-W
010050     END-IF.
010060     PERFORM LEER-BANCO UNTIL SW-FIN-W = 1.
010070     CLOSE ARCHIVO-BANCO-MAP.

010080 LEER-BANCO.
010090     READ ARCHIVO-BANCO-MAP NEXT
010100          AT END MOVE 1 TO SW-FIN-W
010110     END-READ.
010120     IF SW-FIN-W = 0 AND CTA-BANCO-MAP > 0
010130        MOVE CTA-BANCO-MAP TO CTA-BUSCADA-W
010140        PERFORM UBICAR-BANCO
010150        IF SW-HALLADO-W = 0 AND TOT-BANCOS-W < 20
010160           ADD 1 TO TOT-BANCOS-W
010170           MOVE CTA-BANCO-MAP TO CTA-BANCO-TAB-W (TOT-BANCOS-W)
010180        END-IF
010190     END-IF.

010200 UBICAR-BANCO.
010210     MOVE 0 TO SW-HALLADO-W.
010220     PERFORM BUSCAR-BANCO VARYING J FROM 1 BY 1
010230             UNTIL J > TOT-BANCOS-W OR SW-HALLADO-W = 1.

010240 BUSCAR-BANCO.
010250     IF CTA-BANCO-TAB-W (J) = CTA-BUSCADA-W
010260        MOVE 1 TO SW-HALLADO-W
010270     END-IF.

010280 SUMAR-MOVIMIENTO.
010290     READ MOVIMIENTO-DIARIO NEXT
010300          AT END MOVE 1 TO SW-FIN-W
010310     END-READ.
010320     IF SW-FIN-W = 0
010330        COMPUTE FECHA-MOV-LARGA-W = 20000000 + FECHA-MOV
010340        IF FECHA-MOV-LARGA-W NOT > FECHA-FIN-W
010350           MOVE MAYOR-MOV TO CTA-BUSCADA-W
010360           PERFORM UBICAR-BANCO
010370           IF SW-HALLADO-W = 1
010380              ADD VALOR-MOV TO SALDO-BANCOS-W
010390           END-IF
010400        END-IF
010410     END-IF.

      *-----------------------------------------------------------------
      * EDS01 GALONES, EDS02 VENTA, EDS03 MARGEN BRUTO Y EDS04 MARGEN
      * POR GALON DE LA ESTACION. PRIMERO EL COSTO POR GALON DE CADA
      * COMBUSTIBLE DESDE LOS TANQUEOS, LUEGO LA VENTA DEL MES.
      *-----------------------------------------------------------------
010420 IND-COMBUSTIBLE.
010430     MOVE 0 TO GALONES-W VENTA-COMB-W COSTO-COMB-W TOT-COMB-W
010440               SUMA-VALOR-COMP-W SUMA-GAL-COMP-W COSTO-PROM-W
010450               SW-FIN-W.
010460     INITIALIZE TABLA-COMB-W.
010470     OPEN INPUT ARCHIVO-TANQUEO.
010480     IF OTR-STAT NOT = "00"
010490        MOVE 1 TO SW-FIN-W
010500     END-IF.
010510     PERFORM LEER-TANQUEO UNTIL SW-FIN-W = 1.
010520     CLOSE ARCHIVO-TANQUEO.
010530     PERFORM COSTO-COMBUSTIBLE VARYING I FROM 1 BY 1
010540             UNTIL I > TOT-COMB-W.
010550     IF SUMA-GAL-COMP-W > 0
010560        COMPUTE COSTO-PROM-W ROUNDED =
010570                SUMA-VALOR-COMP-W / SUMA-GAL-COMP-W
010580     END-IF.
010590     MOVE 0 TO SW-FIN-W.
010600     OPEN INPUT ARCHIVO-MANG-TANQUE.
010610     OPEN INPUT ARCHIVO-GALONAJES.
010620     IF OTR-STAT NOT = "00"
010630        MOVE 1 TO SW-FIN-W
010640     ELSE
010650        MOVE GALON-INI-W TO FECHA-GALON
010660        START ARCHIVO-GALONAJES KEY IS NOT LESS THAN FECHA-GALON
010670              INVALID KEY MOVE 1 TO SW-FIN-W
010680        END-START
010690     END-IF.
010700     PERFORM SUMAR-GALONAJE UNTIL SW-FIN-W = 1.
010710     CLOSE ARCHIVO-GALONAJES ARCHIVO-MANG-TANQUE.
010720     COMPUTE MARGEN-COMB-W = VENTA-COMB-W - COSTO-COMB-W.
010730     MOVE SPACES        TO DETALLE-IND-W.
010740     MOVE "EDS01"       TO COD-IND-W.
010750     MOVE GALONES-W     TO VALOR-IND-W.
010760     PERFORM GRABAR-INDICADOR.
010770     MOVE "EDS02"       TO COD-IND-W.
010780     MOVE VENTA-COMB-W  TO VALOR-IND-W.
010790     PERFORM GRABAR-INDICADOR.
010800     MOVE "EDS03"       TO COD-IND-W.
010810     MOVE MARGEN-COMB-W TO VALOR-IND-W.
010820     PERFORM GRABAR-INDICADOR.
010830     MOVE 0 TO VALOR-IND-W.
010840     IF GALONES-W > 0
010850        COMPUTE VALOR-IND-W ROUNDED = MARGEN-COMB-W / GALONES-W
010860     END-IF.
010870     MOVE "EDS04"       TO COD-IND-W.
010880     PERFORM GRABAR-INDICADOR.

      * LOS TANQUEOS VIENEN POR FECHA: EL ULTIMO ANTERIOR AL MES QUEDA
      * COMO RESPALDO SI EL COMBUSTIBLE NO TUVO COMPRAS EN EL MES.
010890 LEER-TANQUEO.
010900     READ ARCHIVO-TANQUEO NEXT
010910          AT END MOVE 1 TO SW-FIN-W
010920     END-READ.
010930     IF SW-FIN-W = 0 AND FECHA-TANQUEO > FECHA-FIN-W
010940        MOVE 1 TO SW-FIN-W
010950     END-IF.
010960     IF SW-FIN-W = 0 AND VALOR-FACT-TANQUEO > 0
010970        AND GALONES-FACT-TANQUEO > 0
010980        MOVE LLAVE-COMB-TANQUEO TO COMB-BUSCADO-W
010990        PERFORM UBICAR-COMBUSTIBLE
011000        IF SW-HALLADO-W = 0 AND TOT-COMB-W < 20
011010           ADD 1 TO TOT-COMB-W
011020           MOVE TOT-COMB-W     TO POS-W
011030           MOVE COMB-BUSCADO-W TO COD-COMB-TAB-W (POS-W)
011040        END-IF
011050        IF POS-W > 0
011060           IF FECHA-TANQUEO < FECHA-INI-W
011070              MOVE VALOR-FACT-TANQUEO
011080                TO VALOR-ULT-TAB-W (POS-W)
011090              MOVE GALONES-FACT-TANQUEO
011100                TO GAL-ULT-TAB-W (POS-W)
011110           ELSE
011120              ADD VALOR-FACT-TANQUEO
011130               TO VALOR-MES-TAB-W (POS-W)
011140              ADD GALONES-FACT-TANQUEO
011150               TO GAL-MES-TAB-W (POS-W)
011160           END-IF
011170        END-IF
011180     END-IF.

011190 UBICAR-COMBUSTIBLE.
011200     MOVE 0 TO SW-HALLADO-W POS-W.
011210     PERFORM BUSCAR-COMBUSTIBLE VARYING J FROM 1 BY 1
011220             UNTIL J > TOT-COMB-W OR SW-HALLADO-W = 1.

011230 BUSCAR-COMBUSTIBLE.
011240     IF COD-COMB-TAB-W (J) = COMB-BUSCADO-W
011250        MOVE 1 TO SW-HALLADO-W
011260        MOVE J TO POS-W
011270     END-IF.

011280 COSTO-COMBUSTIBLE.
011290     IF GAL-MES-TAB-W (I) > 0
011300        COMPUTE COSTO-GAL-TAB-W (I) ROUNDED =
011310                VALOR-MES-TAB-W (I) / GAL-MES-TAB-W (I)
011320        ADD VALOR-MES-TAB-W (I) TO SUMA-VALOR-COMP-W
011330        ADD GAL-MES-TAB-W (I)   TO SUMA-GAL-COMP-W
011340     ELSE
011350        IF GAL-ULT-TAB-W (I) > 0
011360           COMPUTE COSTO-GAL-TAB-W (I) ROUNDED =
011370                   VALOR-ULT-TAB-W (I) / GAL-ULT-TAB-W (I)
011380           ADD VALOR-ULT-TAB-W (I) TO SUMA-VALOR-COMP-W
011390           ADD GAL-ULT-TAB-W (I)   TO SUMA-GAL-COMP-W
011400        END-IF
011410     END-IF.

011420 SUMAR-GALONAJE.
011430     READ ARCHIVO-GALONAJES NEXT
011440          AT END MOVE 1 TO SW-FIN-W
011450     END-READ.
011460     IF SW-FIN-W = 0
011470        MOVE FECHA-GALON TO FECHA-GALON-N-W
011480        IF FECHA-GALON-N-W > GALON-FIN-W
011490           MOVE 1 TO SW-FIN-W
011500        END-IF
011510     END-IF.
011520     IF SW-FIN-W = 0
011530        ADD CANT-GALON  TO GALONES-W
011540        ADD VENTA-GALON TO VENTA-COMB-W
011550        MOVE LLAVE-GALON TO LLAVE-MGT
011560        READ ARCHIVO-MANG-TANQUE
011570             INVALID KEY MOVE SPACES TO TANQUE-MGT
011580        END-READ
011590        MOVE TANQUE-MGT TO COMB-BUSCADO-W
011600        PERFORM UBICAR-COMBUSTIBLE
011610        IF POS-W > 0 AND COSTO-GAL-TAB-W (POS-W) > 0
011620           COMPUTE COSTO-COMB-W ROUNDED = COSTO-COMB-W
011630                   + CANT-GALON * COSTO-GAL-TAB-W (POS-W)
011640        ELSE
011650           COMPUTE COSTO-COMB-W ROUNDED = COSTO-COMB-W
011660                   + CANT-GALON * COSTO-PROM-W
011670        END-IF
011680     END-IF.

      *-----------------------------------------------------------------
      * VEH01 Y VEH02 VEHICULOS CONSIGNADOS VENDIDOS EN EL MES
      *-----------------------------------------------------------------
011690 IND-VEHICULOS.
011700     MOVE 0 TO VEHICULOS-W VENTA-VEH-W SW-FIN-W.
011710     OPEN INPUT ARCHIVO-PERITAJE.
011720     IF OTR-STAT NOT = "00"
011730        MOVE 1 TO SW-FIN-W
011740     END-IF.
011750     PERFORM SUMAR-VEHICULO UNTIL SW-FIN-W = 1.
011760     CLOSE ARCHIVO-PERITAJE.
011770     MOVE SPACES      TO DETALLE-IND-W.
011780     MOVE "VEH01"     TO COD-IND-W.
011790     MOVE VEHICULOS-W TO VALOR-IND-W.
011800     PERFORM GRABAR-INDICADOR.
011810     MOVE "VEH02"     TO COD-IND-W.
011820     MOVE VENTA-VEH-W TO VALOR-IND-W.
011830     PERFORM GRABAR-INDICADOR.

011840 SUMAR-VEHICULO.
011850     READ ARCHIVO-PERITAJE NEXT
011860          AT END MOVE 1 TO SW-FIN-W
011870     END-READ.
011880     IF SW-FIN-W = 0 AND PRECIO-VENTA-PER > 0
011890        AND FECHA-VENTA-PER NOT < FECHA-INI-W
011900        AND FECHA-VENTA-PER NOT > FECHA-FIN-W
011910        ADD 1 TO VEHICULOS-W
011920        ADD PRECIO-VENTA-PER TO VENTA-VEH-W
011930     END-IF.
