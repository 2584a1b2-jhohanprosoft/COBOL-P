      *=================================================================
      * TESORERIA - PROYECCION DE CAJA A 13 SEMANAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * FINANZAS ARMABA LA PROYECCION SEMANAL COPIANDO CIFRAS DE VARIOS
      * INFORMES. DESDE LA FECHA DE INICIO RECIBIDA (PRIMER DIA DE LA
      * SEMANA 1) ESTA CORRIDA PROYECTA 13 SEMANAS:
      * - SALDO INICIAL: SALDO EN MOVIMIENTO-DIARIO DE LAS CUENTAS DE
      *   BANCO DEL MAPA DE CON125 ANTES DE LA FECHA DE INICIO.
      * - COBROS: CARTERA ABIERTA POR FACTURA (VALOR - PAGADO -
      *   GLOSADO - NOTAS, COMO SER108-24) QUE SE ESPERA RECAUDAR A LOS
      *   DIAS DE PAGO DE SU ENTIDAD CONTADOS DESDE LA RADICACION. LOS
      *   DIAS SON EL PROMEDIO PONDERADO POR VALOR DE LOS PAGOS DEL
      *   ULTIMO ANO EN ARCHIVO-CARTERA-MOV, MAS EL AJUSTE DE CON135,
      *   APLICADO AL PORCENTAJE DE RECAUDO DE LA ENTIDAD. LO QUE YA
      *   DEBIO PAGARSE CAE EN LA SEMANA 1.
      * - PAGOS: CUENTAS POR PAGAR DE CON132 CON SALDO POR SU FECHA DE
      *   VENCIMIENTO (LAS VENCIDAS EN LA SEMANA 1); COMPROBANTES
      *   RECURRENTES ACTIVOS DE CON122 EN SUS RENGLONES DE VALOR FIJO
      *   A CUENTAS DE BANCO, AL FIN DE CADA MES; Y LOS PAGOS FIJOS
      *   PLANEADOS DE CON135 SEGUN SU FRECUENCIA.
      * GUARDA LA CORRIDA EN ARCHIVO-FLUJO-CAJA (TOTALES POR SEMANA Y
      * COBROS POR ENTIDAD Y SEMANA) PARA COMPARARLA CON LO REAL
      * (CON135-02) Y SACA SC-FLUJOCAJA.TXT. UNA CORRIDA CON LA MISMA
      * FECHA DE INICIO REEMPLAZA LA ANTERIOR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON135-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-FLUJO-CAJA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FLUJO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-FLJ
000140         ALTERNATE RECORD KEY IS FECHA-DESDE-FLJ WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-FACTURAS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-FACTU-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-FACT
000210         ALTERNATE RECORD KEY IS FECHA-FACT WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-CARTERA-MOV LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-CARTMOV-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-CARTM
000280         ALTERNATE RECORD KEY IS FECHA-CARTM WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-ENTIDADES LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-ENTI-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS COD-ENT
000350         ALTERNATE RECORD KEY IS NOMBRE-ENT WITH DUPLICATES
000360         FILE STATUS IS OTR-STAT.

000370     SELECT ARCHIVO-SUPUESTO-COBRO LOCK MODE IS AUTOMATIC
000380         ASSIGN NOM-SUPCOBRO-W
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS COD-ENT-SUP
000420         FILE STATUS IS OTR-STAT.

000430     SELECT ARCHIVO-CXP LOCK MODE IS AUTOMATIC
000440         ASSIGN NOM-CXP-W
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LLAVE-CXP
000480         ALTERNATE RECORD KEY IS FECHA-VENCE-CXP WITH DUPLICATES
000490         FILE STATUS IS OTR-STAT.

000500     SELECT ARCHIVO-PLANTILLA-COMP LOCK MODE IS AUTOMATIC
000510         ASSIGN NOM-PLANTC-W
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS COD-PLANT
000550         FILE STATUS IS OTR-STAT.

000560     SELECT ARCHIVO-PLANTILLA-DET LOCK MODE IS AUTOMATIC
000570         ASSIGN NOM-PLANTD-W
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LLAVE-PLD
000610         FILE STATUS IS OTR-STAT.

000620     SELECT ARCHIVO-PAGOS-FIJOS LOCK MODE IS AUTOMATIC
000630         ASSIGN NOM-PAGOFIJO-W
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS COD-PFJ
000670         FILE STATUS IS OTR-STAT.

000680     SELECT ARCHIVO-BANCO-MAP LOCK MODE IS AUTOMATIC
000690         ASSIGN NOM-BANMAP-W
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS COD-BANCO-MAP
000730         FILE STATUS IS OTR-STAT.

000740     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000750         ASSIGN NOM-MOV-W
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS LLAVE-MOV
000790         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000800         FILE STATUS IS OTR-STAT.

000810     SELECT REPORTE-FLUJO
000820         ASSIGN NOM-REPFLUJO-W
000830         ORGANIZATION IS LINE SEQUENTIAL.

000840 DATA DIVISION.
000850 FILE SECTION.

000860 FD  ARCHIVO-FLUJO-CAJA
000870     LABEL RECORD STANDARD.
000880 01  REG-FLJ.
000890     02 LLAVE-FLJ.
000900        03 CORRIDA-FLJ          PIC 9(8).
000910        03 SEMANA-FLJ           PIC 99.
000920        03 TIPO-FLJ             PIC X.
000930           88 FLJ-TOTAL-SEMANA  VALUE "T".
000940           88 FLJ-COBRO-ENTIDAD VALUE "C".
000950        03 COD-ENT-FLJ          PIC X(6).
000960     02 FECHA-DESDE-FLJ         PIC 9(8).
000970     02 FECHA-HASTA-FLJ         PIC 9(8).
000980     02 SALDO-INI-FLJ           PIC S9(13)V99 SIGN IS TRAILING.
000990     02 COBROS-PROY-FLJ         PIC 9(13)V99.
001000     02 PAGOS-CXP-PROY-FLJ      PIC 9(13)V99.
001010     02 RECUR-ING-PROY-FLJ      PIC 9(13)V99.
001020     02 RECUR-EGR-PROY-FLJ      PIC 9(13)V99.
001030     02 FIJOS-PROY-FLJ          PIC 9(13)V99.
001040     02 SALDO-FIN-FLJ           PIC S9(13)V99 SIGN IS TRAILING.
001050     02 DIAS-USADOS-FLJ         PIC 9(4).
001060     02 COBROS-REAL-FLJ         PIC 9(13)V99.
001070     02 INGRESOS-REAL-FLJ       PIC 9(13)V99.
001080     02 EGRESOS-REAL-FLJ        PIC 9(13)V99.
001090     02 PAGOS-CXP-REAL-FLJ      PIC 9(13)V99.
001100     02 FECHA-COMPARA-FLJ       PIC 9(8).
001110     02 NIT-EMPRESA-FLJ         PIC 9(10).
001120     02 USUARIO-FLJ             PIC X(4).
001130     02 FILLER                  PIC X(20).

001140 FD  ARCHIVO-FACTURAS
001150     LABEL RECORD STANDARD.
001160 01  REG-FACT.
001170     02 LLAVE-FACT              PIC X(12).
001180     02 FECHA-FACT              PIC 9(8).
001190     02 PACI-FACT               PIC X(15).
001200     02 EPS-FACT                PIC X(6).
001210     02 VALOR-TOT-FACT          PIC 9(11)V99.
001220     02 FECHA-RADIC-FACT        PIC 9(8).
001230     02 NRO-RADICADO-FACT       PIC X(15).
001240     02 LOTE-RADIC-FACT         PIC X(10).
001250     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
001260     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
001270     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
001280     02 VALOR-NOTAS-FACT        PIC S9(11)V99
001290                                    SIGN IS TRAILING.

001300 FD  ARCHIVO-CARTERA-MOV
001310     LABEL RECORD STANDARD.
001320 01  REG-CARTM.
001330     02 LLAVE-CARTM.
001340        03 LLAVE-FACT-CARTM     PIC X(12).
001350        03 SECUEN-CARTM         PIC 9(3).
001360     02 TIPO-CARTM              PIC X.
001370        88 CARTM-PAGO           VALUE "P".
001380        88 CARTM-GLOSA          VALUE "G".
001390     02 FECHA-CARTM             PIC 9(8).
001400     02 VALOR-CARTM             PIC 9(11)V99.
001410     02 DOCUMENTO-CARTM         PIC X(15).

001420 FD  ARCHIVO-ENTIDADES
001430     LABEL RECORD STANDARD.
001440 01  REG-ENT.
001450     02 COD-ENT                 PIC X(6).
001460     02 NOMBRE-ENT              PIC X(40).

001470 FD  ARCHIVO-SUPUESTO-COBRO
001480     LABEL RECORD STANDARD.
001490 01  REG-SUP.
001500     02 COD-ENT-SUP             PIC X(6).
001510     02 DIAS-HIST-SUP           PIC 9(4).
001520     02 DIAS-AJUSTE-SUP         PIC S9(4) SIGN IS TRAILING.
001530     02 PORC-RECAUDO-SUP        PIC 9(3)V99.
001540     02 FECHA-CALCULO-SUP       PIC 9(8).
001550     02 USUARIO-SUP             PIC X(4).
001560     02 FECHA-ACT-SUP           PIC 9(8).
001570     02 FILLER                  PIC X(20).

001580 FD  ARCHIVO-CXP
001590     LABEL RECORD STANDARD.
001600 01  REG-CXP.
001610     02 LLAVE-CXP.
001620        03 NIT-CXP              PIC 9(10).
001630        03 NRO-CXP              PIC X(20).
001640     02 FECHA-FACT-CXP          PIC 9(8).
001650     02 FECHA-VENCE-CXP         PIC 9(8).
001660     02 CUENTA-GASTO-CXP        PIC 9(6).
001670     02 CONCEPTO-RTF-CXP        PIC XX.
001680     02 BASE-CXP                PIC 9(11)V99.
001690     02 IVA-CXP                 PIC 9(11)V99.
001700     02 RETEFUENTE-CXP          PIC 9(11)V99.
001710     02 RETEIVA-CXP             PIC 9(11)V99.
001720     02 RETEICA-CXP             PIC 9(11)V99.
001730     02 NETO-CXP                PIC 9(11)V99.
001740     02 SALDO-CXP               PIC 9(11)V99.
001750     02 PRIORIDAD-CXP           PIC 9.
001760     02 ESTADO-CXP              PIC X.
001770        88 CXP-PENDIENTE        VALUE "P".
001780        88 CXP-PROPUESTA        VALUE "R".
001790        88 CXP-APROBADA         VALUE "A".
001800        88 CXP-PAGADA           VALUE "G".
001810     02 LOTE-PAGO-CXP           PIC 9(8).
001820     02 COMPROB-CAUSA-CXP       PIC X(7).
001830     02 COMPROB-EGRESO-CXP      PIC X(7).
001840     02 FECHA-PAGO-CXP          PIC 9(8).
001850     02 APROBADOR-CXP           PIC X(4).
001860     02 USUARIO-CXP             PIC X(4).
001870     02 NIT-EMPRESA-CXP         PIC 9(10).
001880     02 FILLER                  PIC X(20).

001890 FD  ARCHIVO-PLANTILLA-COMP
001900     LABEL RECORD STANDARD.
001910 01  REG-PLANT.
001920     02 COD-PLANT               PIC X(6).
001930     02 DESCRIP-PLANT           PIC X(40).
001940     02 LOTE-PLANT              PIC XX.
001950     02 ESTADO-PLANT            PIC X.
001960        88 PLANTILLA-ACTIVA     VALUE "A".
001970        88 PLANTILLA-INACTIVA   VALUE "I".

001980 FD  ARCHIVO-PLANTILLA-DET
001990     LABEL RECORD STANDARD.
002000 01  REG-PLD.
002010     02 LLAVE-PLD.
002020        03 COD-PLANT-PLD        PIC X(6).
002030        03 ITEM-PLD             PIC 9(3).
002040     02 CTA-PLD                 PIC 9(6).
002050     02 NIT-PLD                 PIC 9(10).
002060     02 DETALLE-PLD             PIC X(30).
002070     02 TIPO-VALOR-PLD          PIC X.
002080        88 VALOR-FIJO           VALUE "F".
002090        88 VALOR-PORCENTAJE     VALUE "P".
002100     02 VALOR-PLD               PIC S9(12)V99 SIGN IS TRAILING.
002110     02 PORCENT-PLD             PIC 9(3)V99.

002120 FD  ARCHIVO-PAGOS-FIJOS
002130     LABEL RECORD STANDARD.
002140 01  REG-PFJ.
002150     02 COD-PFJ                 PIC X(6).
002160     02 DESCRIP-PFJ             PIC X(40).
002170     02 VALOR-PFJ               PIC 9(11)V99.
002180     02 FRECUENCIA-PFJ          PIC X.
002190        88 PFJ-SEMANAL          VALUE "S".
002200        88 PFJ-QUINCENAL        VALUE "Q".
002210        88 PFJ-MENSUAL          VALUE "M".
002220     02 DIA-PFJ                 PIC 99.
002230     02 FECHA-DESDE-PFJ         PIC 9(8).
002240     02 FECHA-HASTA-PFJ         PIC 9(8).
002250     02 ESTADO-PFJ              PIC X.
002260        88 PFJ-ACTIVO           VALUE "A".
002270        88 PFJ-INACTIVO         VALUE "I".
002280     02 NIT-EMPRESA-PFJ         PIC 9(10).
002290     02 USUARIO-PFJ             PIC X(4).
002300     02 FECHA-ACT-PFJ           PIC 9(8).
002310     02 FILLER                  PIC X(20).

002320 FD  ARCHIVO-BANCO-MAP
002330     LABEL RECORD STANDARD.
002340 01  REG-BANMAP.
002350     02 COD-BANCO-MAP           PIC X(4).
002360     02 COL-FECHA-MAP           PIC 99.
002370     02 COL-VALOR-MAP           PIC 99.
002380     02 COL-DOC-MAP             PIC 99.
002390     02 SEPARADOR-MAP           PIC X.
002400     02 CTA-BANCO-MAP           PIC 9(6).

002410 FD  MOVIMIENTO-DIARIO
002420     LABEL RECORD STANDARD.
002430 01  REG-MOV.
002440     02 LLAVE-MOV.
002450        03 LOTE-MOV             PIC XX.
002460        03 COMPROB-MOV          PIC X(7).
002470        03 SECU-MOV             PIC XX.
002480     02 MAYOR-MOV               PIC 9(6).
002490     02 FECHA-MOV               PIC 9(6).
002500     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
002510     02 DETALLE-MOV             PIC X(30).
002520     02 NIT-MOV                 PIC 9(10).
002530     02 SECUENCIA-MOV           PIC 9(8).
002540     02 SUCURSAL-MOV            PIC XX.
002550     02 NIT-EMPRESA-MOV         PIC 9(10).

002560 FD  REPORTE-FLUJO
002570     LABEL RECORD STANDARD.
002580 01  LIN-FLUJO                  PIC X(132).

002590 WORKING-STORAGE SECTION.

002600 77  NOM-FLUJO-W                PIC X(60)
002610     VALUE "D:\progelect\DATOS\SC-FLUJOCAJA.DAT".
002620 77  NOM-FACTU-W                PIC X(60)
002630     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
002640 77  NOM-CARTMOV-W              PIC X(60)
002650     VALUE "D:\progelect\DATOS\SC-CARTMOV.DAT".
002660 77  NOM-ENTI-W                 PIC X(60)
002670     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
002680 77  NOM-SUPCOBRO-W             PIC X(60)
002690     VALUE "D:\progelect\DATOS\SC-SUPCOBRO.DAT".
002700 77  NOM-CXP-W                  PIC X(60)
002710     VALUE "D:\progelect\DATOS\SC-CXP.DAT".
002720 77  NOM-PLANTC-W               PIC X(60)
002730     VALUE "D:\progelect\DATOS\SC-PLANTCOM.DAT".
002740 77  NOM-PLANTD-W               PIC X(60)
002750     VALUE "D:\progelect\DATOS\SC-PLANTDET.DAT".
002760 77  NOM-PAGOFIJO-W             PIC X(60)
002770     VALUE "D:\progelect\DATOS\SC-PAGOFIJO.DAT".
002780 77  NOM-BANMAP-W               PIC X(60)
002790     VALUE "D:\progelect\DATOS\SC-BANMAP.DAT".
002800 77  NOM-MOV-W                  PIC X(60)
002810     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
002820 77  NOM-REPFLUJO-W             PIC X(60)
002830     VALUE "D:\progelect\DATOS\SC-FLUJOCAJA.TXT".
002840 77  OTR-STAT                   PIC XX.
002850 77  SW-FIN-W                   PIC 9 VALUE 0.
002860 77  SW-FIN-DET-W               PIC 9 VALUE 0.
002870 77  SW-HALLADO-W               PIC 9 VALUE 0.
002880 77  SW-FIN-MES-W               PIC 9 VALUE 0.
002890 77  I                          PIC 99 VALUE 0.
002900 77  J                          PIC 99 VALUE 0.
002910 77  D                          PIC 99 VALUE 0.
002920 77  TOT-ENT-W                  PIC 99 VALUE 0.
002930 77  TOT-BANCOS-W               PIC 99 VALUE 0.
002940 77  SEMANAS-W                  PIC 99 VALUE 13.
002950 77  DIAS-DEFECTO-W             PIC 9(4) VALUE 60.
002960 77  INI-INT-W                  PIC 9(7) VALUE 0.
002970 77  DIA-INT-W                  PIC 9(7) VALUE 0.
002980 77  DIAS-DESDE-W               PIC S9(7) VALUE 0.
002990 77  SEM-W                      PIC 99 VALUE 0.
003000 77  FECHA-HIST-DESDE-W         PIC 9(8).
003010 77  FECHA-BASE-W               PIC 9(8).
003020 77  FECHA-ESPERADA-W           PIC 9(8).
003030 77  FECHA-MOV-LARGA-W          PIC 9(8).
003040 77  DIAS-PAGO-W                PIC S9(5).
003050 77  DIAS-USADOS-W              PIC S9(5).
003060 77  SALDO-FACT-W               PIC S9(12)V99.
003070 77  COBRO-W                    PIC 9(13)V99.
003080 77  SALDO-BANCOS-W             PIC S9(13)V99 VALUE 0.
003090 77  RECUR-ING-MES-W            PIC 9(13)V99 VALUE 0.
003100 77  RECUR-EGR-MES-W            PIC 9(13)V99 VALUE 0.
003110 77  ENTIDAD-ANT-W              PIC X(6).
003120 77  CTA-BUSCADA-W              PIC 9(6).
003130 77  TOT-COBROS-W               PIC 9(13)V99 VALUE 0.
003140 77  TOT-PAGOS-CXP-W            PIC 9(13)V99 VALUE 0.
003150 77  TOT-RECUR-W                PIC S9(13)V99 VALUE 0.
003160 77  TOT-FIJOS-W                PIC 9(13)V99 VALUE 0.
003170 77  SEMANAS-DEFICIT-W          PIC 99 VALUE 0.

003180 01  FECHA-DIA-W                PIC 9(8).
003190 01  FECHA-DIA-R REDEFINES FECHA-DIA-W.
003200     02 ANO-DIA-W               PIC 9(4).
003210     02 MES-DIA-W               PIC 99.
003220     02 DD-DIA-W                PIC 99.
003230 01  FECHA-SIG-W                PIC 9(8).
003240 01  FECHA-SIG-R REDEFINES FECHA-SIG-W.
003250     02 ANO-SIG-W               PIC 9(4).
003260     02 MES-SIG-W               PIC 99.
003270     02 DD-SIG-W                PIC 99.

003280 01  TABLA-BANCOS-W.
003290     02 CTA-BANCO-TAB-W         PIC 9(6) OCCURS 20.

      * POR ENTIDAD: SUPUESTO DE RECAUDO Y COBROS DE CADA SEMANA
003300 01  TABLA-ENT-W.
003310     02 ENT-W OCCURS 90.
003320        03 COD-ENT-TAB-W        PIC X(6).
003330        03 SUMA-POND-TAB-W      PIC 9(16)V99.
003340        03 SUMA-PAGOS-TAB-W     PIC 9(13)V99.
003350        03 DIAS-HIST-TAB-W      PIC 9(4).
003360        03 DIAS-AJUSTE-TAB-W    PIC S9(4).
003370        03 PORC-TAB-W           PIC 9(3)V99.
003380        03 DIAS-USADOS-TAB-W    PIC 9(4).
003390        03 COBRO-TOT-TAB-W      PIC 9(13)V99.
003400        03 COBRO-SEM-TAB-W      PIC 9(13)V99 OCCURS 13.

003410 01  TABLA-SEMANAS-W.
003420     02 SEMANA-W OCCURS 13.
003430        03 DESDE-SEM-W          PIC 9(8).
003440        03 HASTA-SEM-W          PIC 9(8).
003450        03 SALDO-INI-SEM-W      PIC S9(13)V99.
003460        03 COBROS-SEM-W         PIC 9(13)V99.
003470        03 PAGOS-CXP-SEM-W      PIC 9(13)V99.
003480        03 RECUR-ING-SEM-W      PIC 9(13)V99.
003490        03 RECUR-EGR-SEM-W      PIC 9(13)V99.
003500        03 FIJOS-SEM-W          PIC 9(13)V99.
003510        03 SALDO-FIN-SEM-W      PIC S9(13)V99.

003520 01  LIN-TITULO-FC.
003530     02 FILLER                  PIC X(44) VALUE
003540        "PROYECCION DE CAJA A 13 SEMANAS - DESDE".
003550     02 INICIO-FC               PIC 9(8).
003560     02 FILLER                  PIC X(18) VALUE
003570        "  SALDO BANCOS: ".
003580     02 SALDO-BANCOS-FC         PIC -(13)9.99.
003590 01  LIN-COL-FC.
003600     02 FILLER                  PIC X(21) VALUE
003610        "SEM DESDE    HASTA".
003620     02 FILLER                  PIC X(51) VALUE
003630        "    SALDO INICIAL           COBROS        PAGOS CXP".
003640     02 FILLER                  PIC X(51) VALUE
003650        "      RECURRENTES      PAGOS FIJOS      SALDO FINAL".
003660 01  LIN-SEM-FC.
003670     02 SEM-FC                  PIC Z9.
003680     02 FILLER                  PIC XX VALUE SPACES.
003690     02 DESDE-FC                PIC 9(8).
003700     02 FILLER                  PIC X VALUE SPACE.
003710     02 HASTA-FC                PIC 9(8).
003720     02 SALDO-INI-FC            PIC -(13)9.99.
003730     02 COBROS-FC               PIC Z(13)9.99.
003740     02 PAGOS-CXP-FC            PIC Z(13)9.99.
003750     02 RECUR-FC                PIC -(13)9.99.
003760     02 FIJOS-FC                PIC Z(13)9.99.
003770     02 SALDO-FIN-FC            PIC -(13)9.99.
003780     02 FILLER                  PIC X VALUE SPACE.
003790     02 ALERTA-FC               PIC X(7).
003800 01  LIN-ENT-TIT-FC.
003810     02 FILLER                  PIC X(60) VALUE
003820        "COBROS ESPERADOS POR ENTIDAD (13 SEMANAS)".
003830 01  LIN-ENT-COL-FC.
003840     02 FILLER                  PIC X(48) VALUE
003850        "ENTIDAD NOMBRE".
003860     02 FILLER                  PIC X(43) VALUE
003870        "HIST AJUSTE  DIAS  %RECAUDO          COBROS".
003880 01  LIN-ENT-FC.
003890     02 COD-ENT-FC              PIC X(7).
003900     02 NOMBRE-ENT-FC           PIC X(41).
003910     02 DIAS-HIST-FC            PIC ZZZ9.
003920     02 FILLER                  PIC X VALUE SPACE.
003930     02 DIAS-AJUSTE-FC          PIC -ZZZ9.
003940     02 FILLER                  PIC X VALUE SPACE.
003950     02 DIAS-USADOS-FC          PIC ZZZZ9.
003960     02 FILLER                  PIC XX VALUE SPACES.
003970     02 PORC-FC                 PIC ZZ9.99.
003980     02 COBRO-ENT-FC            PIC Z(13)9.99.

003990 LINKAGE SECTION.
004000 01  FECHA-INICIO-LNK           PIC 9(8).
004010 01  NIT-EMPRESA-LNK            PIC 9(10).
004020 01  USUARIO-LNK                PIC X(4).
004030 01  RESULT-LNK                 PIC X.
004040     88 FLUJO-OK                VALUE "S".
004050     88 FLUJO-SIN-BANCOS        VALUE "K".
004060     88 FLUJO-NO-OK             VALUE "N".

004070 PROCEDURE DIVISION USING FECHA-INICIO-LNK NIT-EMPRESA-LNK
004080                          USUARIO-LNK RESULT-LNK.

004090 MAINLINE.
004100     MOVE "N" TO RESULT-LNK.
004110     PERFORM PROYECTAR-FLUJO THRU FIN-PROYECTAR-FLUJO.
004120     EXIT PROGRAM.

004130 PROYECTAR-FLUJO.
004140     IF FECHA-INICIO-LNK = 0
004150        MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-INICIO-LNK
004160     END-IF.
004170     PERFORM CARGAR-BANCOS.
004180     IF TOT-BANCOS-W = 0
004190        MOVE "K" TO RESULT-LNK
004200        GO TO FIN-PROYECTAR-FLUJO
004210     END-IF.
004220     COMPUTE INI-INT-W = FUNCTION INTEGER-OF-DATE
004230                                  (FECHA-INICIO-LNK).
004240     INITIALIZE TABLA-SEMANAS-W TABLA-ENT-W.
004250     PERFORM ARMAR-SEMANA VARYING I FROM 1 BY 1
004260             UNTIL I > SEMANAS-W.
004270     PERFORM SALDO-BANCOS.
004280     OPEN INPUT ARCHIVO-FACTURAS ARCHIVO-ENTIDADES.
004290     OPEN I-O ARCHIVO-SUPUESTO-COBRO.
004300     IF OTR-STAT = "35"
004310        OPEN OUTPUT ARCHIVO-SUPUESTO-COBRO
004320        CLOSE ARCHIVO-SUPUESTO-COBRO
004330        OPEN I-O ARCHIVO-SUPUESTO-COBRO
004340     END-IF.
004350     PERFORM DIAS-HISTORICOS.
004360     PERFORM COBROS-CARTERA.
004370     CLOSE ARCHIVO-SUPUESTO-COBRO.
004380     PERFORM PAGOS-CXP.
004390     PERFORM PAGOS-RECURRENTES.
004400     PERFORM PAGOS-FIJOS.
004410     MOVE SALDO-BANCOS-W TO SALDO-INI-SEM-W (1).
004420     PERFORM CERRAR-SEMANA VARYING I FROM 1 BY 1
004430             UNTIL I > SEMANAS-W.
004440     PERFORM GUARDAR-CORRIDA.
004450     PERFORM ESCRIBIR-INFORME.
004460     CLOSE ARCHIVO-FACTURAS ARCHIVO-ENTIDADES.
004470     DISPLAY "SEMANAS CON SALDO NEGATIVO: " SEMANAS-DEFICIT-W.
004480     MOVE "S" TO RESULT-LNK.
004490 FIN-PROYECTAR-FLUJO.
004500     EXIT.

004510 CARGAR-BANCOS.
004520     MOVE 0 TO TOT-BANCOS-W SW-FIN-W.
004530     OPEN INPUT ARCHIVO-BANCO-MAP.
004540     IF OTR-STAT NOT = "00"
004550        MOVE 1 TO SW-FIN-W
004560     END-IF.
004570     PERFORM LEER-BANCO UNTIL SW-FIN-W = 1.
004580     CLOSE ARCHIVO-BANCO-MAP.

004590 LEER-BANCO.
004600     READ ARCHIVO-BANCO-MAP NEXT
004610          AT END MOVE 1 TO SW-FIN-W
004620     END-READ.
004630     IF SW-FIN-W = 0 AND CTA-BANCO-MAP > 0
004640        MOVE CTA-BANCO-MAP TO CTA-BUSCADA-W
004650        PERFORM UBICAR-BANCO
004660        IF SW-HALLADO-W = 0 AND TOT-BANCOS-W < 20
004670           ADD 1 TO TOT-BANCOS-W
004680           MOVE CTA-BANCO-MAP TO CTA-BANCO-TAB-W (TOT-BANCOS-W)
004690        END-IF
004700     END-IF.

004710 UBICAR-BANCO.
004720     MOVE 0 TO SW-HALLADO-W.
004730     PERFORM BUSCAR-BANCO VARYING J FROM 1 BY 1
004740             UNTIL J > TOT-BANCOS-W OR SW-HALLADO-W = 1.

004750 BUSCAR-BANCO.
004760     IF CTA-BANCO-TAB-W (J) = CTA-BUSCADA-W
004770        MOVE 1 TO SW-HALLADO-W
004780     END-IF.

004790 ARMAR-SEMANA.
004800     COMPUTE DIA-INT-W = INI-INT-W + (I - 1) * 7.
004810     COMPUTE DESDE-SEM-W (I) =
004820             FUNCTION DATE-OF-INTEGER (DIA-INT-W).
004830     COMPUTE HASTA-SEM-W (I) =
004840             FUNCTION DATE-OF-INTEGER (DIA-INT-W + 6).

      * SEMANA DE UNA FECHA: ANTES DEL INICIO CAE EN LA 1; DESPUES DE
      * LA 13 QUEDA EN CERO (FUERA DEL HORIZONTE).
004850 UBICAR-SEMANA.
004860     COMPUTE DIAS-DESDE-W = FUNCTION INTEGER-OF-DATE
004870                            (FECHA-ESPERADA-W) - INI-INT-W.
004880     IF DIAS-DESDE-W < 0
004890        MOVE 1 TO SEM-W
004900     ELSE
004910        DIVIDE DIAS-DESDE-W BY 7 GIVING SEM-W
004920        ADD 1 TO SEM-W
004930        IF SEM-W > SEMANAS-W
004940           MOVE 0 TO SEM-W
004950        END-IF
004960     END-IF.

      *-----------------------------------------------------------------
      * SALDO DE BANCOS ANTES DEL INICIO (FECHA-MOV VIENE AAMMDD)
      *-----------------------------------------------------------------
004970 SALDO-BANCOS.
004980     MOVE 0 TO SW-FIN-W SALDO-BANCOS-W.
004990     OPEN INPUT MOVIMIENTO-DIARIO.
005000     PERFORM SUMAR-MOVIMIENTO UNTIL SW-FIN-W = 1.
005010     CLOSE MOVIMIENTO-DIARIO.

005020 SUMAR-MOVIMIENTO.
005030     READ MOVIMIENTO-DIARIO NEXT
005040          AT END MOVE 1 TO SW-FIN-W
005050     END-READ.
005060     IF SW-FIN-W = 0
005070        AND (NIT-EMPRESA-LNK = 0
005080             OR NIT-EMPRESA-MOV = NIT-EMPRESA-LNK)
005090        COMPUTE FECHA-MOV-LARGA-W = 20000000 + FECHA-MOV
005100        IF FECHA-MOV-LARGA-W < FECHA-INICIO-LNK
005110           MOVE MAYOR-MOV TO CTA-BUSCADA-W
005120           PERFORM UBICAR-BANCO
005130           IF SW-HALLADO-W = 1
005140              ADD VALOR-MOV TO SALDO-BANCOS-W
005150           END-IF
005160        END-IF
005170     END-IF.

      *-----------------------------------------------------------------
      * DIAS DE PAGO POR ENTIDAD: PAGOS DEL ULTIMO ANO, PONDERADOS POR
      * VALOR, CONTADOS DESDE LA RADICACION (O LA EMISION).
      *-----------------------------------------------------------------
005180 DIAS-HISTORICOS.
005190     COMPUTE FECHA-HIST-DESDE-W = FUNCTION DATE-OF-INTEGER
005200                                  (INI-INT-W - 365).
005210     MOVE 0 TO SW-FIN-W.
005220     OPEN INPUT ARCHIVO-CARTERA-MOV.
005230     MOVE FECHA-HIST-DESDE-W TO FECHA-CARTM.
005240     START ARCHIVO-CARTERA-MOV KEY IS >= FECHA-CARTM
005250           INVALID KEY MOVE 1 TO SW-FIN-W
005260     END-START.
005270     PERFORM LEER-PAGO-HISTORICO UNTIL SW-FIN-W = 1.
005280     CLOSE ARCHIVO-CARTERA-MOV.
005290     PERFORM PROMEDIAR-ENTIDAD VARYING J FROM 1 BY 1
005300             UNTIL J > TOT-ENT-W.

005310 LEER-PAGO-HISTORICO.
005320     READ ARCHIVO-CARTERA-MOV NEXT
005330          AT END MOVE 1 TO SW-FIN-W
005340     END-READ.
005350     IF SW-FIN-W = 0
005360        IF FECHA-CARTM NOT < FECHA-INICIO-LNK
005370           MOVE 1 TO SW-FIN-W
005380        ELSE
005390           IF CARTM-PAGO AND VALOR-CARTM > 0
005400              PERFORM ACUMULAR-PAGO
005410           END-IF
005420        END-IF
005430     END-IF.

005440 ACUMULAR-PAGO.
005450     MOVE LLAVE-FACT-CARTM TO LLAVE-FACT.
005460     READ ARCHIVO-FACTURAS
005470          INVALID KEY MOVE SPACES TO EPS-FACT
005480     END-READ.
005490     IF EPS-FACT NOT = SPACES
005500        PERFORM FECHA-BASE-FACTURA
005510        COMPUTE DIAS-PAGO-W =
005520                FUNCTION INTEGER-OF-DATE (FECHA-CARTM)
005530              - FUNCTION INTEGER-OF-DATE (FECHA-BASE-W)
005540        IF DIAS-PAGO-W < 0
005550           MOVE 0 TO DIAS-PAGO-W
005560        END-IF
005570        MOVE EPS-FACT TO ENTIDAD-ANT-W
005580        PERFORM UBICAR-ENTIDAD
005590        IF J > 0
005600           COMPUTE SUMA-POND-TAB-W (J) = SUMA-POND-TAB-W (J)
005610                   + VALOR-CARTM * DIAS-PAGO-W
005620           ADD VALOR-CARTM TO SUMA-PAGOS-TAB-W (J)
005630        END-IF
005640     END-IF.

      * LA ENTIDAD SIN PAGOS EN EL ANO CONSERVA LOS DIAS DEL ULTIMO
      * CALCULO.
005650 PROMEDIAR-ENTIDAD.
005660     IF SUMA-PAGOS-TAB-W (J) > 0
005670        COMPUTE DIAS-HIST-TAB-W (J) ROUNDED =
005680                SUMA-POND-TAB-W (J) / SUMA-PAGOS-TAB-W (J)
005690        MOVE COD-ENT-TAB-W (J) TO COD-ENT-SUP
005700        READ ARCHIVO-SUPUESTO-COBRO
005710             INVALID KEY
005720                INITIALIZE REG-SUP
005730                MOVE COD-ENT-TAB-W (J) TO COD-ENT-SUP
005740        END-READ
005750        MOVE DIAS-HIST-TAB-W (J) TO DIAS-HIST-SUP
005760        MOVE FECHA-INICIO-LNK    TO FECHA-CALCULO-SUP
005770        REWRITE REG-SUP
005780            INVALID KEY WRITE REG-SUP END-WRITE
005790        END-REWRITE
005800     END-IF.

005810 FECHA-BASE-FACTURA.
005820     IF FECHA-RADIC-FACT > 0
005830        MOVE FECHA-RADIC-FACT TO FECHA-BASE-W
005840     ELSE
005850        MOVE FECHA-FACT TO FECHA-BASE-W
005860     END-IF.

      * LA ENTIDAD NUEVA EN LA TABLA TRAE SU SUPUESTO DE CON135
005870 UBICAR-ENTIDAD.
005880     MOVE 0 TO SW-HALLADO-W.
005890     PERFORM BUSCAR-ENTIDAD VARYING J FROM 1 BY 1
005900             UNTIL J > TOT-ENT-W OR SW-HALLADO-W = 1.
005910     IF SW-HALLADO-W = 0
005920        IF TOT-ENT-W < 90
005930           ADD 1 TO TOT-ENT-W
005940           MOVE TOT-ENT-W     TO J
005950           MOVE ENTIDAD-ANT-W TO COD-ENT-TAB-W (J) COD-ENT-SUP
005960           READ ARCHIVO-SUPUESTO-COBRO
005970                INVALID KEY INITIALIZE REG-SUP
005980           END-READ
005990           MOVE DIAS-HIST-SUP    TO DIAS-HIST-TAB-W (J)
006000           MOVE DIAS-AJUSTE-SUP  TO DIAS-AJUSTE-TAB-W (J)
006010           MOVE PORC-RECAUDO-SUP TO PORC-TAB-W (J)
006020           IF PORC-TAB-W (J) = 0
006030              MOVE 100 TO PORC-TAB-W (J)
006040           END-IF
006050        ELSE
006060           DISPLAY "TABLA DE ENTIDADES LLENA " ENTIDAD-ANT-W
006070           MOVE 0 TO J
006080        END-IF
006090     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
006100 BUSCAR-ENTIDAD.
006110     IF COD-ENT-TAB-W (J) = ENTIDAD-ANT-W
006120        MOVE 1 TO SW-HALLADO-W
006130        SUBTRACT 1 FROM J
006140     END-IF.

      *-----------------------------------------------------------------
      * COBROS: CARTERA ABIERTA A LOS DIAS DE PAGO DE SU ENTIDAD
      *-----------------------------------------------------------------
006150 COBROS-CARTERA.
006160     MOVE 0 TO SW-FIN-W.
006170     MOVE LOW-VALUES TO LLAVE-FACT.
006180     START ARCHIVO-FACTURAS KEY IS >= LLAVE-FACT
006190           INVALID KEY MOVE 1 TO SW-FIN-W
006200     END-START.
006210     PERFORM LEER-FACTURA UNTIL SW-FIN-W = 1.

006220 LEER-FACTURA.
006230     READ ARCHIVO-FACTURAS NEXT
006240          AT END MOVE 1 TO SW-FIN-W
006250     END-READ.
006260     IF SW-FIN-W = 0
006270        COMPUTE SALDO-FACT-W = VALOR-TOT-FACT
006280            - VALOR-PAGADO-FACT - VALOR-GLOSADO-FACT
006290            - VALOR-NOTAS-FACT
006300        IF SALDO-FACT-W > 0
006310           PERFORM PROYECTAR-COBRO
006320        END-IF
006330     END-IF.

006340 PROYECTAR-COBRO.
006350     MOVE EPS-FACT TO ENTIDAD-ANT-W.
006360     PERFORM UBICAR-ENTIDAD.
006370     IF J > 0
006380        IF DIAS-HIST-TAB-W (J) = 0
006390           COMPUTE DIAS-USADOS-W = DIAS-DEFECTO-W
006400                                 + DIAS-AJUSTE-TAB-W (J)
006410        ELSE
006420           COMPUTE DIAS-USADOS-W = DIAS-HIST-TAB-W (J)
006430                                 + DIAS-AJUSTE-TAB-W (J)
006440        END-IF
006450        IF DIAS-USADOS-W < 0
006460           MOVE 0 TO DIAS-USADOS-W
006470        END-IF
006480        MOVE DIAS-USADOS-W TO DIAS-USADOS-TAB-W (J)
006490        PERFORM FECHA-BASE-FACTURA
006500        COMPUTE FECHA-ESPERADA-W = FUNCTION DATE-OF-INTEGER
006510                (FUNCTION INTEGER-OF-DATE (FECHA-BASE-W)
006520                 + DIAS-USADOS-W)
006530        PERFORM UBICAR-SEMANA
006540        IF SEM-W > 0
006550           COMPUTE COBRO-W ROUNDED =
006560                   SALDO-FACT-W * PORC-TAB-W (J) / 100
006570           ADD COBRO-W TO COBRO-SEM-TAB-W (J SEM-W)
006580                          COBRO-TOT-TAB-W (J)
006590                          COBROS-SEM-W (SEM-W)
006600                          TOT-COBROS-W
006610        END-IF
006620     END-IF.

      *-----------------------------------------------------------------
      * PAGOS A PROVEEDORES POR VENCIMIENTO
      *-----------------------------------------------------------------
006630 PAGOS-CXP.
006640     MOVE 0 TO SW-FIN-W.
006650     OPEN INPUT ARCHIVO-CXP.
006660     IF OTR-STAT NOT = "00"
006670        MOVE 1 TO SW-FIN-W
006680     END-IF.
006690     PERFORM LEER-CXP UNTIL SW-FIN-W = 1.
006700     CLOSE ARCHIVO-CXP.

006710 LEER-CXP.
006720     READ ARCHIVO-CXP NEXT
006730          AT END MOVE 1 TO SW-FIN-W
006740     END-READ.
006750     IF SW-FIN-W = 0 AND NOT CXP-PAGADA AND SALDO-CXP > 0
006760        AND (NIT-EMPRESA-LNK = 0
006770             OR NIT-EMPRESA-CXP = NIT-EMPRESA-LNK)
006780        MOVE FECHA-VENCE-CXP TO FECHA-ESPERADA-W
006790        PERFORM UBICAR-SEMANA
006800        IF SEM-W > 0
006810           ADD SALDO-CXP TO PAGOS-CXP-SEM-W (SEM-W)
006820                            TOT-PAGOS-CXP-W
006830        END-IF
006840     END-IF.

      *-----------------------------------------------------------------
      * COMPROBANTES RECURRENTES: SOLO LOS RENGLONES DE VALOR FIJO A
      * CUENTAS DE BANCO MUEVEN CAJA; SE PROYECTAN AL FIN DE MES.
      *-----------------------------------------------------------------
006850 PAGOS-RECURRENTES.
006860     MOVE 0 TO SW-FIN-W RECUR-ING-MES-W RECUR-EGR-MES-W.
006870     OPEN INPUT ARCHIVO-PLANTILLA-COMP ARCHIVO-PLANTILLA-DET.
006880     IF OTR-STAT NOT = "00"
006890        MOVE 1 TO SW-FIN-W
006900     END-IF.
006910     PERFORM LEER-PLANTILLA UNTIL SW-FIN-W = 1.
006920     CLOSE ARCHIVO-PLANTILLA-COMP ARCHIVO-PLANTILLA-DET.
006930     IF RECUR-ING-MES-W > 0 OR RECUR-EGR-MES-W > 0
006940        PERFORM RECURRENTE-DIA VARYING D FROM 0 BY 1
006950                UNTIL D > SEMANAS-W * 7 - 1
006960     END-IF.

006970 LEER-PLANTILLA.
006980     READ ARCHIVO-PLANTILLA-COMP NEXT
006990          AT END MOVE 1 TO SW-FIN-W
007000     END-READ.
007010     IF SW-FIN-W = 0 AND PLANTILLA-ACTIVA
007020        MOVE 0 TO SW-FIN-DET-W
007030        MOVE COD-PLANT TO COD-PLANT-PLD
007040        MOVE 0         TO ITEM-PLD
007050        START ARCHIVO-PLANTILLA-DET KEY IS >= LLAVE-PLD
007060              INVALID KEY MOVE 1 TO SW-FIN-DET-W
007070        END-START
007080        PERFORM LEER-RENGLON-PLANTILLA UNTIL SW-FIN-DET-W = 1
007090     END-IF.

007100 LEER-RENGLON-PLANTILLA.
007110     READ ARCHIVO-PLANTILLA-DET NEXT
007120          AT END MOVE 1 TO SW-FIN-DET-W
007130     END-READ.
007140     IF SW-FIN-DET-W = 0
007150        IF COD-PLANT-PLD NOT = COD-PLANT
007160           MOVE 1 TO SW-FIN-DET-W
007170        ELSE
007180           IF VALOR-FIJO
007190              MOVE CTA-PLD TO CTA-BUSCADA-W
007200              PERFORM UBICAR-BANCO
007210              IF SW-HALLADO-W = 1
007220                 IF VALOR-PLD > 0
007230                    ADD VALOR-PLD TO RECUR-ING-MES-W
007240                 ELSE
007250                    SUBTRACT VALOR-PLD FROM RECUR-EGR-MES-W
007260                 END-IF
007270              END-IF
007280           END-IF
007290        END-IF
007300     END-IF.

007310 RECURRENTE-DIA.
007320     PERFORM CALCULAR-DIA.
007330     IF SW-FIN-MES-W = 1
007340        ADD RECUR-ING-MES-W TO RECUR-ING-SEM-W (SEM-W)
007350        ADD RECUR-EGR-MES-W TO RECUR-EGR-SEM-W (SEM-W)
007360     END-IF.

      * DIA D DEL HORIZONTE: FECHA, SEMANA Y SI ES FIN DE MES
007370 CALCULAR-DIA.
007380     COMPUTE DIA-INT-W = INI-INT-W + D.
007390     COMPUTE FECHA-DIA-W = FUNCTION DATE-OF-INTEGER (DIA-INT-W).
007400     COMPUTE FECHA-SIG-W =
007410             FUNCTION DATE-OF-INTEGER (DIA-INT-W + 1).
007420     DIVIDE D BY 7 GIVING SEM-W.
007430     ADD 1 TO SEM-W.
007440     IF DD-SIG-W = 1
007450        MOVE 1 TO SW-FIN-MES-W
007460     ELSE
007470        MOVE 0 TO SW-FIN-MES-W
007480     END-IF.

      *-----------------------------------------------------------------
      * PAGOS FIJOS PLANEADOS: SEMANAL EL PRIMER DIA DE CADA SEMANA,
      * QUINCENAL EL 15 Y EL FIN DE MES, MENSUAL EL DIA INDICADO (EL
      * FIN DE MES SI EL MES ES MAS CORTO).
      *-----------------------------------------------------------------
007490 PAGOS-FIJOS.
007500     MOVE 0 TO SW-FIN-W.
007510     OPEN INPUT ARCHIVO-PAGOS-FIJOS.
007520     IF OTR-STAT NOT = "00"
007530        MOVE 1 TO SW-FIN-W
007540     END-IF.
007550     PERFORM LEER-PAGO-FIJO UNTIL SW-FIN-W = 1.
007560     CLOSE ARCHIVO-PAGOS-FIJOS.

007570 LEER-PAGO-FIJO.
007580     READ ARCHIVO-PAGOS-FIJOS NEXT
007590          AT END MOVE 1 TO SW-FIN-W
007600     END-READ.
007610     IF SW-FIN-W = 0 AND PFJ-ACTIVO
007620        AND (NIT-EMPRESA-LNK = 0 OR NIT-EMPRESA-PFJ = 0
007630             OR NIT-EMPRESA-PFJ = NIT-EMPRESA-LNK)
007640        PERFORM PAGO-FIJO-DIA VARYING D FROM 0 BY 1
007650                UNTIL D > SEMANAS-W * 7 - 1
007660     END-IF.

007670 PAGO-FIJO-DIA.
007680     PERFORM CALCULAR-DIA.
007690     IF FECHA-DIA-W NOT < FECHA-DESDE-PFJ
007700        AND (FECHA-HASTA-PFJ = 0
007710             OR FECHA-DIA-W NOT > FECHA-HASTA-PFJ)
007720        EVALUATE TRUE
007730           WHEN PFJ-SEMANAL
007740              IF FECHA-DIA-W = DESDE-SEM-W (SEM-W)
007750                 PERFORM SUMAR-PAGO-FIJO
007760              END-IF
007770           WHEN PFJ-QUINCENAL
007780              IF DD-DIA-W = 15 OR SW-FIN-MES-W = 1
007790                 PERFORM SUMAR-PAGO-FIJO
007800              END-IF
007810           WHEN PFJ-MENSUAL
007820              IF DD-DIA-W = DIA-PFJ
007830                 OR (SW-FIN-MES-W = 1 AND DIA-PFJ > DD-DIA-W)
007840                 PERFORM SUMAR-PAGO-FIJO
007850              END-IF
007860        END-EVALUATE
007870     END-IF.

007880 SUMAR-PAGO-FIJO.
007890     ADD VALOR-PFJ TO FIJOS-SEM-W (SEM-W) TOT-FIJOS-W.

      *-----------------------------------------------------------------
      * SALDOS: EL FINAL DE UNA SEMANA ES EL INICIAL DE LA SIGUIENTE
      *-----------------------------------------------------------------
007900 CERRAR-SEMANA.
007910     IF I > 1
007920        MOVE SALDO-FIN-SEM-W (I - 1) TO SALDO-INI-SEM-W (I)
007930     END-IF.
007940     COMPUTE SALDO-FIN-SEM-W (I) = SALDO-INI-SEM-W (I)
007950             + COBROS-SEM-W (I) + RECUR-ING-SEM-W (I)
007960             - PAGOS-CXP-SEM-W (I) - RECUR-EGR-SEM-W (I)
007970             - FIJOS-SEM-W (I).
007980     COMPUTE TOT-RECUR-W = TOT-RECUR-W + RECUR-ING-SEM-W (I)
007990                         - RECUR-EGR-SEM-W (I).
008000     IF SALDO-FIN-SEM-W (I) < 0
008010        ADD 1 TO SEMANAS-DEFICIT-W
008020     END-IF.

      *-----------------------------------------------------------------
      * ARCHIVO-FLUJO-CAJA: SE BORRA LA CORRIDA ANTERIOR DE LA MISMA
      * FECHA Y SE GRABAN LOS TOTALES Y LOS COBROS POR ENTIDAD.
      *-----------------------------------------------------------------
008030 GUARDAR-CORRIDA.
008040     OPEN I-O ARCHIVO-FLUJO-CAJA.
008050     IF OTR-STAT = "35"
008060        OPEN OUTPUT ARCHIVO-FLUJO-CAJA
008070        CLOSE ARCHIVO-FLUJO-CAJA
008080        OPEN I-O ARCHIVO-FLUJO-CAJA
008090     END-IF.
008100     MOVE 0 TO SW-FIN-W.
008110     MOVE FECHA-INICIO-LNK TO CORRIDA-FLJ.
008120     MOVE 0                TO SEMANA-FLJ.
008130     MOVE LOW-VALUES       TO TIPO-FLJ COD-ENT-FLJ.
008140     START ARCHIVO-FLUJO-CAJA KEY IS >= LLAVE-FLJ
008150           INVALID KEY MOVE 1 TO SW-FIN-W
008160     END-START.
008170     PERFORM BORRAR-CORRIDA UNTIL SW-FIN-W = 1.
008180     PERFORM GRABAR-SEMANA VARYING I FROM 1 BY 1
008190             UNTIL I > SEMANAS-W.
008200     CLOSE ARCHIVO-FLUJO-CAJA.

008210 BORRAR-CORRIDA.
008220     READ ARCHIVO-FLUJO-CAJA NEXT
008230          AT END MOVE 1 TO SW-FIN-W
008240     END-READ.
008250     IF SW-FIN-W = 0
008260        IF CORRIDA-FLJ NOT = FECHA-INICIO-LNK
008270           MOVE 1 TO SW-FIN-W
008280        ELSE
008290           DELETE ARCHIVO-FLUJO-CAJA RECORD
008300        END-IF
008310     END-IF.

008320 GRABAR-SEMANA.
008330     INITIALIZE REG-FLJ.
008340     MOVE FECHA-INICIO-LNK     TO CORRIDA-FLJ.
008350     MOVE I                    TO SEMANA-FLJ.
008360     MOVE "T"                  TO TIPO-FLJ.
008370     MOVE SPACES               TO COD-ENT-FLJ.
008380     MOVE DESDE-SEM-W (I)      TO FECHA-DESDE-FLJ.
008390     MOVE HASTA-SEM-W (I)      TO FECHA-HASTA-FLJ.
008400     MOVE SALDO-INI-SEM-W (I)  TO SALDO-INI-FLJ.
008410     MOVE COBROS-SEM-W (I)     TO COBROS-PROY-FLJ.
008420     MOVE PAGOS-CXP-SEM-W (I)  TO PAGOS-CXP-PROY-FLJ.
008430     MOVE RECUR-ING-SEM-W (I)  TO RECUR-ING-PROY-FLJ.
008440     MOVE RECUR-EGR-SEM-W (I)  TO RECUR-EGR-PROY-FLJ.
008450     MOVE FIJOS-SEM-W (I)      TO FIJOS-PROY-FLJ.
008460     MOVE SALDO-FIN-SEM-W (I)  TO SALDO-FIN-FLJ.
008470     MOVE NIT-EMPRESA-LNK      TO NIT-EMPRESA-FLJ.
008480     MOVE USUARIO-LNK          TO USUARIO-FLJ.
008490     WRITE REG-FLJ INVALID KEY CONTINUE END-WRITE.
008500     PERFORM GRABAR-COBRO-ENTIDAD VARYING J FROM 1 BY 1
008510             UNTIL J > TOT-ENT-W.

008520 GRABAR-COBRO-ENTIDAD.
008530     IF COBRO-SEM-TAB-W (J I) > 0
008540        MOVE "C"                   TO TIPO-FLJ
008550        MOVE COD-ENT-TAB-W (J)     TO COD-ENT-FLJ
008560        MOVE 0 TO SALDO-INI-FLJ PAGOS-CXP-PROY-FLJ
008570                  RECUR-ING-PROY-FLJ RECUR-EGR-PROY-FLJ
008580                  FIJOS-PROY-FLJ SALDO-FIN-FLJ
008590        MOVE COBRO-SEM-TAB-W (J I) TO COBROS-PROY-FLJ
008600        MOVE DIAS-USADOS-TAB-W (J) TO DIAS-USADOS-FLJ
008610        WRITE REG-FLJ INVALID KEY CONTINUE END-WRITE
008620     END-IF.

      *-----------------------------------------------------------------
      * INFORME SC-FLUJOCAJA.TXT
      *-----------------------------------------------------------------
008630 ESCRIBIR-INFORME.
008640     OPEN OUTPUT REPORTE-FLUJO.
008650     MOVE FECHA-INICIO-LNK TO INICIO-FC.
008660     MOVE SALDO-BANCOS-W   TO SALDO-BANCOS-FC.
008670     MOVE LIN-TITULO-FC TO LIN-FLUJO.
008680     WRITE LIN-FLUJO.
008690     MOVE SPACES TO LIN-FLUJO.
008700     WRITE LIN-FLUJO.
008710     MOVE LIN-COL-FC TO LIN-FLUJO.
008720     WRITE LIN-FLUJO.
008730     PERFORM ESCRIBIR-SEMANA VARYING I FROM 1 BY 1
008740             UNTIL I > SEMANAS-W.
008750     MOVE SPACES TO LIN-SEM-FC.
008760     MOVE TOT-COBROS-W    TO COBROS-FC.
008770     MOVE TOT-PAGOS-CXP-W TO PAGOS-CXP-FC.
008780     MOVE TOT-RECUR-W     TO RECUR-FC.
008790     MOVE TOT-FIJOS-W     TO FIJOS-FC.
008800     MOVE SALDO-FIN-SEM-W (SEMANAS-W) TO SALDO-FIN-FC.
008810     MOVE LIN-SEM-FC TO LIN-FLUJO.
008820     MOVE "TOTAL" TO LIN-FLUJO (1:5).
008830     WRITE LIN-FLUJO.
008840     MOVE SPACES TO LIN-FLUJO.
008850     WRITE LIN-FLUJO.
008860     MOVE LIN-ENT-TIT-FC TO LIN-FLUJO.
008870     WRITE LIN-FLUJO.
008880     MOVE LIN-ENT-COL-FC TO LIN-FLUJO.
008890     WRITE LIN-FLUJO.
008900     PERFORM ESCRIBIR-ENTIDAD VARYING J FROM 1 BY 1
008910             UNTIL J > TOT-ENT-W.
008920     CLOSE REPORTE-FLUJO.

008930 ESCRIBIR-SEMANA.
008940     MOVE I                   TO SEM-FC.
008950     MOVE DESDE-SEM-W (I)     TO DESDE-FC.
008960     MOVE HASTA-SEM-W (I)     TO HASTA-FC.
008970     MOVE SALDO-INI-SEM-W (I) TO SALDO-INI-FC.
008980     MOVE COBROS-SEM-W (I)    TO COBROS-FC.
008990     MOVE PAGOS-CXP-SEM-W (I) TO PAGOS-CXP-FC.
009000     COMPUTE RECUR-FC = RECUR-ING-SEM-W (I)
009010                      - RECUR-EGR-SEM-W (I).
009020     MOVE FIJOS-SEM-W (I)     TO FIJOS-FC.
009030     MOVE SALDO-FIN-SEM-W (I) TO SALDO-FIN-FC.
009040     IF SALDO-FIN-SEM-W (I) < 0
009050        MOVE "DEFICIT" TO ALERTA-FC
009060     ELSE
009070        MOVE SPACES    TO ALERTA-FC
009080     END-IF.
009090     MOVE LIN-SEM-FC TO LIN-FLUJO.
009100     WRITE LIN-FLUJO.

009110 ESCRIBIR-ENTIDAD.
009120     IF COBRO-TOT-TAB-W (J) > 0
009130        MOVE COD-ENT-TAB-W (J) TO COD-ENT-FC COD-ENT
009140        READ ARCHIVO-ENTIDADES
009150             INVALID KEY MOVE SPACES TO NOMBRE-ENT
009160        END-READ
009170        MOVE NOMBRE-ENT            TO NOMBRE-ENT-FC
009180        MOVE DIAS-HIST-TAB-W (J)   TO DIAS-HIST-FC
009190        MOVE DIAS-AJUSTE-TAB-W (J) TO DIAS-AJUSTE-FC
009200        MOVE DIAS-USADOS-TAB-W (J) TO DIAS-USADOS-FC
009210        MOVE PORC-TAB-W (J)        TO PORC-FC
009220        MOVE COBRO-TOT-TAB-W (J)   TO COBRO-ENT-FC
009230        MOVE LIN-ENT-FC TO LIN-FLUJO
009240        WRITE LIN-FLUJO
009250     END-IF.
