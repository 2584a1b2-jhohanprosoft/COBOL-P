      *=================================================================
      * BOMBAS - SUGERENCIA DE PEDIDO DE COMBUSTIBLE AL MAYORISTA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * EL ADMINISTRADOR DECIDIA CUANDO Y CUANTO PEDIR MIRANDO LA
      * REGLA, Y DOS VECES SE QUEDO SIN PRODUCTO. POR CADA TANQUE
      * (CODIGO DEL COMBUSTIBLE EN ARCHIVO-COMBUSTIBLES, COMO EN
      * BOMB19):
      * MODO "P" - GRABA LOS PARAMETROS DEL TANQUE: CAPACIDAD (CERO =
      *            LA DEL ULTIMO CENTIMETRO DEL AFORO), STOCK DE
      *            SEGURIDAD, DIAS DE ENTREGA DEL MAYORISTA, DIAS QUE
      *            DEBE CUBRIR CADA PEDIDO Y EL PROVEEDOR.
      * MODO "C" - GRABA LOS COMPARTIMENTOS DEL CARROTANQUE.
      * MODO "S" - SUGERENCIA DEL DIA: VOLUMEN ACTUAL DE LA ULTIMA
      *            MEDIDA DE BOMB19, MAS LO PEDIDO EN FIRME QUE NO HA
      *            LLEGADO, MENOS LA VENTA ESPERADA HASTA LA ENTREGA
      *            (PROMEDIO POR DIA DE LA SEMANA DE LAS ULTIMAS 8
      *            SEMANAS DE ARCHIVO-GALONAJES). SI A LA LLEGADA NO
      *            ALCANZA PARA CUBRIR LOS DIAS DEL PEDIDO SOBRE EL
      *            STOCK DE SEGURIDAD, SE PIDE. LOS COMPARTIMENTOS SE
      *            REPARTEN ENTRE LOS TANQUES QUE PIDEN, EL MAS URGENTE
      *            PRIMERO, CADA UNO CON EL MAYOR QUE QUEPA EN EL
      *            ESPACIO LIBRE QUE TENDRA A LA LLEGADA. QUEDA COMO
      *            PEDIDO SUGERIDO EN ARCHIVO-PEDIDO-COMB (LA
      *            SUGERENCIA ANTERIOR NO APROBADA SE BORRA) Y EN
      *            SC-SUGPED.TXT, JUNTO CON EL INFORME DE COBERTURA.
      * MODO "A" - APRUEBA EL PEDIDO SUGERIDO: QUEDA EN FIRME COMO
      *            COMPRA AL MAYORISTA; EL TANQUEO DE BOMB15 LO CIERRA.
      * MODO "D" - SOLO EL INFORME DE DIAS DE COBERTURA POR PRODUCTO
      *            (SC-COBERTURA.TXT).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB26.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PARAM-PEDIDO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PARAMPED-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS TANQUE-PPD
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CARROTANQUE LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CARROTQ-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-CARRO-CTQ
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-PEDIDO-COMB LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-PEDCOMB-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS LLAVE-PED
000260         ALTERNATE RECORD KEY IS TANQUE-PED WITH DUPLICATES
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-COMBUSTIBLES LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-COMBU-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-COMB
000330         ALTERNATE RECORD KEY IS FECHA-COMB WITH DUPLICATES
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-AFORO LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-AFORO-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LLAVE-AFORO
000400         FILE STATUS IS OTR-STAT.

000410     SELECT ARCHIVO-MANG-TANQUE LOCK MODE IS AUTOMATIC
000420         ASSIGN NOM-MANGTAN-W
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LLAVE-MGT
000460         FILE STATUS IS OTR-STAT.

000470     SELECT ARCHIVO-MEDIDA LOCK MODE IS AUTOMATIC
000480         ASSIGN NOM-MEDIDA-W
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS LLAVE-MEDIDA
000520         FILE STATUS IS OTR-STAT.

000530     SELECT ARCHIVO-GALONAJES LOCK MODE IS AUTOMATIC
000540         ASSIGN NOM-GALON-W
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LLAVE-GALON
000580         ALTERNATE RECORD KEY IS FECHA-GALON WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT REPORTE-SUGERENCIA
000610         ASSIGN NOM-SUGPED-W
000620         ORGANIZATION IS LINE SEQUENTIAL.

000630     SELECT REPORTE-COBERTURA
000640         ASSIGN NOM-COBERT-W
000650         ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.

000680 FD  ARCHIVO-PARAM-PEDIDO
000690     LABEL RECORD STANDARD.
000700 01  REG-PPD.
000710     02 TANQUE-PPD              PIC X(4).
000720     02 CAPACIDAD-PPD           PIC 9(7)V99.
000730     02 STOCK-SEG-PPD           PIC 9(7)V99.
000740     02 DIAS-ENTREGA-PPD        PIC 99.
000750     02 DIAS-CUBRIR-PPD         PIC 99.
000760     02 PROVEEDOR-PPD           PIC X(30).
000770     02 USUARIO-PPD             PIC X(4).
000780     02 FILLER                  PIC X(20).

000790 FD  ARCHIVO-CARROTANQUE
000800     LABEL RECORD STANDARD.
000810 01  REG-CTQ.
000820     02 COD-CARRO-CTQ           PIC X(6).
000830     02 DESCRIP-CTQ             PIC X(30).
000840     02 CAP-COMP-CTQ            PIC 9(5) OCCURS 6.
000850     02 FILLER                  PIC X(20).

000860 FD  ARCHIVO-PEDIDO-COMB
000870     LABEL RECORD STANDARD.
000880 01  REG-PED.
000890     02 LLAVE-PED.
000900        03 NRO-PED              PIC 9(6).
000910        03 TANQUE-PED           PIC X(4).
000920     02 FECHA-PED               PIC 9(8).
000930     02 FECHA-ENTREGA-PED       PIC 9(8).
000940     02 PROVEEDOR-PED           PIC X(30).
000950     02 COD-CARRO-PED           PIC X(6).
000960     02 GALONES-PED             PIC 9(7)V99.
000970     02 COMP-PED                PIC 9 OCCURS 6.
000980     02 ESTADO-PED              PIC X.
000990        88 PEDIDO-SUGERIDO      VALUE "S".
001000        88 PEDIDO-EN-FIRME      VALUE "P".
001010        88 PEDIDO-RECIBIDO      VALUE "R".
001020     02 FECHA-APRUEBA-PED       PIC 9(8).
001030     02 GALONES-RECIBE-PED      PIC 9(7)V99.
001040     02 GALONES-NETOS-PED       PIC 9(7)V99.
001050     02 FECHA-RECIBE-PED        PIC 9(8).
001060     02 FACTURA-PROV-PED        PIC X(15).
001070     02 TICKET-CARROTQ-PED      PIC X(15).
001080     02 USUARIO-PED             PIC X(4).
001090     02 FILLER                  PIC X(20).

001100 FD  ARCHIVO-COMBUSTIBLES
001110     LABEL RECORD STANDARD.
001120 01  REG-COMBU.
001130     02 LLAVE-COMB              PIC X(4).
001140     02 FECHA-COMB              PIC 9(8).
001150     02 DESCRIP-COMBU           PIC X(20).
001160     02 PRECIO-COMBU            PIC 9(5)V99.
001170     02 SALDO-GALONES-COMBU     PIC 9(9)V99.
001180     02 PUNTOS-GALON-COMBU      PIC 9(3)V99.

001190 FD  ARCHIVO-AFORO
001200     LABEL RECORD STANDARD.
001210 01  REG-AFORO.
001220     02 LLAVE-AFORO.
001230        03 TANQUE-AFORO         PIC X(4).
001240        03 CM-AFORO             PIC 9(3).
001250     02 GALONES-AFORO           PIC 9(7)V99.

001260 FD  ARCHIVO-MANG-TANQUE
001270     LABEL RECORD STANDARD.
001280 01  REG-MGT.
001290     02 LLAVE-MGT.
001300        03 COMP-MGT             PIC 9(5).
001310        03 ISLA-MGT             PIC X.
001320        03 MANG-MGT             PIC X.
001330     02 TANQUE-MGT              PIC X(4).

001340 FD  ARCHIVO-MEDIDA
001350     LABEL RECORD STANDARD.
001360 01  REG-MEDIDA.
001370     02 LLAVE-MEDIDA.
001380        03 TANQUE-MED           PIC X(4).
001390        03 FECHA-MED            PIC 9(8).
001400     02 CM-REGLA-MED            PIC 9(3).
001410     02 GALONES-MED             PIC 9(7)V99.
001420     02 VARIANZA-MED            PIC S9(7)V99 SIGN IS TRAILING.
001430     02 PORC-VARIANZA-MED       PIC S9(3)V99 SIGN IS TRAILING.

001440 FD  ARCHIVO-GALONAJES
001450     LABEL RECORD STANDARD.
001460 01  REG-GALON.
001470     02 LLAVE-GALON.
001480        03 COMP-GALON           PIC 9(5).
001490        03 ISLA-GALON           PIC X.
001500        03 MANG-GALON           PIC X.
001510     02 FECHA-GALON             PIC X(6).
001520     02 VENTA-GALON             PIC 9(12)V99.
001530     02 CANT-GALON              PIC 9(12)V99.
001540     02 VEND-GALON              PIC X(5).

001550 FD  REPORTE-SUGERENCIA
001560     LABEL RECORD STANDARD.
001570 01  LIN-SUGERENCIA             PIC X(132).

001580 FD  REPORTE-COBERTURA
001590     LABEL RECORD STANDARD.
001600 01  LIN-COBERTURA              PIC X(120).

001610 WORKING-STORAGE SECTION.

001620 77  NOM-PARAMPED-W             PIC X(60)
001630     VALUE "D:\progelect\DATOS\SC-PARAMPED.DAT".
001640 77  NOM-CARROTQ-W              PIC X(60)
001650     VALUE "D:\progelect\DATOS\SC-CARROTQ.DAT".
001660 77  NOM-PEDCOMB-W              PIC X(60)
001670     VALUE "D:\progelect\DATOS\SC-PEDCOMB.DAT".
001680 77  NOM-COMBU-W                PIC X(60)
001690     VALUE "D:\progelect\DATOS\SC-ARCHCOMB.DAT".
001700 77  NOM-AFORO-W                PIC X(60)
001710     VALUE "D:\progelect\DATOS\SC-AFORO.DAT".
001720 77  NOM-MANGTAN-W              PIC X(60)
001730     VALUE "D:\progelect\DATOS\SC-MANGTAN.DAT".
001740 77  NOM-MEDIDA-W               PIC X(60)
001750     VALUE "D:\progelect\DATOS\SC-MEDIDA.DAT".
001760 77  NOM-GALON-W                PIC X(60)
001770     VALUE "D:\progelect\DATOS\SC-ARCHGALO.DAT".
001780 77  NOM-SUGPED-W               PIC X(60)
001790     VALUE "D:\progelect\DATOS\SC-SUGPED.TXT".
001800 77  NOM-COBERT-W               PIC X(60)
001810     VALUE "D:\progelect\DATOS\SC-COBERTURA.TXT".
001820 77  OTR-STAT                   PIC XX.
001830 77  SW-FIN-W                   PIC 9 VALUE 0.
001840 77  SW-HALLADO-W               PIC 9 VALUE 0.
001850 77  SW-ASIGNO-W                PIC 9 VALUE 0.
001860 77  I                          PIC 99 VALUE 0.
001870 77  J                          PIC 99 VALUE 0.
001880 77  K                          PIC 999 VALUE 0.
001890 77  C                          PIC 9 VALUE 0.
001900 77  P                          PIC 99 VALUE 0.
001910 77  Q                          PIC 99 VALUE 0.
001920 77  K-DESDE-W                  PIC 999 VALUE 0.
001930 77  TANQUE-BUS-W               PIC X(4).
001940 77  MEJOR-C-W                  PIC 9 VALUE 0.
001950 77  AUX-ORDEN-W                PIC 99 VALUE 0.
001960 77  TOT-TANQUES-W              PIC 99 VALUE 0.
001970 77  TOT-COMP-W                 PIC 9 VALUE 0.
001980 77  SEMANAS-HIST-W             PIC 99 VALUE 8.
001990 77  DIAS-TOPE-W                PIC 999 VALUE 99.
002000 77  DIAS-ENTREGA-DEF-W         PIC 99 VALUE 1.
002010 77  DIAS-CUBRIR-DEF-W          PIC 99 VALUE 3.
002020 77  FECHA-INT-W                PIC 9(7) VALUE 0.
002030 77  DIA-INT-W                  PIC 9(7) VALUE 0.
002040 77  DIA-SEM-W                  PIC 9 VALUE 0.
002050 77  COCIENTE-W                 PIC 9(7) VALUE 0.
002060 77  FECHA-HIST-DESDE-W         PIC 9(8).
002070 77  FECHA-GALON-DESDE-W        PIC X(6).
002080 77  FECHA-GALON-HASTA-W        PIC X(6).
002090 77  FECHA-VENTA-W              PIC 9(8).
002100 77  ACUMULADO-W                PIC 9(9)V99.
002110 77  CUPO-W                     PIC S9(7)V99.
002120 77  MEJOR-CAP-W                PIC 9(5).
002130 77  NRO-PEDIDO-W               PIC 9(6) VALUE 0.
002140 77  TOT-PEDIDO-W               PIC 9(7)V99 VALUE 0.
002150 77  TOT-LINEAS-W               PIC 99 VALUE 0.

      * POR TANQUE: PARAMETROS, EXISTENCIA, VENTA ESPERADA POR DIA DE
      * LA SEMANA (1 LUNES ... 7 DOMINGO) Y RESULTADO DEL CALCULO
002160 01  TABLA-TANQUES-W.
002170     02 TANQUE-W OCCURS 20.
002180        03 TANQUE-TAB-W         PIC X(4).
002190        03 DESCRIP-TAB-W        PIC X(20).
002200        03 CAPACIDAD-TAB-W      PIC 9(7)V99.
002210        03 STOCK-SEG-TAB-W      PIC 9(7)V99.
002220        03 DIAS-ENTREGA-TAB-W   PIC 99.
002230        03 DIAS-CUBRIR-TAB-W    PIC 99.
002240        03 PROVEEDOR-TAB-W      PIC X(30).
002250        03 VOL-ACTUAL-TAB-W     PIC 9(7)V99.
002260        03 FECHA-MEDIDA-TAB-W   PIC 9(8).
002270        03 TRANSITO-TAB-W       PIC 9(7)V99.
002280        03 SUMA-DIA-TAB-W       PIC 9(9)V99 OCCURS 7.
002290        03 VENTA-DIA-TAB-W      PIC 9(7)V99 OCCURS 7.
002300        03 VENTA-PROM-TAB-W     PIC 9(7)V99.
002310        03 VOL-LLEGADA-TAB-W    PIC S9(7)V99.
002320        03 VENTA-CUBRIR-TAB-W   PIC 9(7)V99.
002330        03 ESPACIO-TAB-W        PIC 9(7)V99.
002340        03 DIAS-COB-TAB-W       PIC 999.
002350        03 FECHA-AGOTA-TAB-W    PIC 9(8).
002360        03 SW-PEDIR-TAB-W       PIC 9.
002370        03 SW-AGOTA-TAB-W       PIC 9.
002380        03 PEDIDO-TAB-W         PIC 9(7)V99.
002390        03 COMPS-TAB-W          PIC 9.

002400 01  TABLA-ORDEN-W.
002410     02 ORDEN-W                 PIC 99 OCCURS 20.

002420 01  TABLA-COMP-W.
002430     02 COMP-W OCCURS 6.
002440        03 CAP-COMP-W           PIC 9(5).
002450        03 TANQUE-COMP-W        PIC 99.

002460 01  LIN-TITULO-SP.
002470     02 FILLER                  PIC X(32) VALUE
002480        "SUGERENCIA DE PEDIDO - FECHA ".
002490     02 FECHA-SP                PIC 9(8).
002500     02 FILLER                  PIC X(10) VALUE "  PEDIDO ".
002510     02 NRO-SP                  PIC Z(5)9.
002520     02 FILLER                  PIC X(16) VALUE
002530        "  CARROTANQUE ".
002540     02 CARRO-SP                PIC X(6).
002550 01  LIN-COL-SP.
002560     02 FILLER                  PIC X(50) VALUE
002570        "TANQ DESCRIPCION              ACTUAL   TRANSITO".
002580     02 FILLER                  PIC X(50) VALUE
002590        "  VTA/DIA  LLEGADA   ESPACIO    PEDIDO COMP OBSERV".
002600 01  LIN-DET-SP.
002610     02 TANQUE-SP               PIC X(5).
002620     02 DESCRIP-SP              PIC X(21).
002630     02 ACTUAL-SP               PIC ZZZZZZ9.99.
002640     02 TRANSITO-SP             PIC ZZZZZZ9.99.
002650     02 VENTA-SP                PIC ZZZZZ9.99.
002660     02 LLEGADA-SP              PIC -ZZZZZ9.99.
002670     02 ESPACIO-SP              PIC ZZZZZZ9.99.
002680     02 PEDIDO-SP               PIC ZZZZZZ9.99.
002690     02 FILLER                  PIC XX VALUE SPACES.
002700     02 COMPS-SP                PIC 9.
002710     02 FILLER                  PIC XX VALUE SPACES.
002720     02 OBSERV-SP               PIC X(30).
002730 01  LIN-COMP-SP.
002740     02 FILLER                  PIC X(15) VALUE
002750        "COMPARTIMENTO ".
002760     02 NRO-COMP-SP             PIC 9.
002770     02 FILLER                  PIC X(6) VALUE " CAP: ".
002780     02 CAP-COMP-SP             PIC ZZZZ9.
002790     02 FILLER                  PIC X(10) VALUE "  TANQUE: ".
002800     02 TANQUE-COMP-SP          PIC X(4).
002810 01  LIN-TOTAL-SP.
002820     02 FILLER                  PIC X(22) VALUE
002830        "TOTAL GALONES PEDIDO: ".
002840     02 TOTAL-SP                PIC ZZZZZZ9.99.

002850 01  LIN-TITULO-CB.
002860     02 FILLER                  PIC X(40) VALUE
002870        "DIAS DE COBERTURA POR PRODUCTO - FECHA ".
002880     02 FECHA-CB                PIC 9(8).
002890 01  LIN-COL-CB.
002900     02 FILLER                  PIC X(50) VALUE
002910        "TANQ DESCRIPCION              ACTUAL   MEDIDA ".
002920     02 FILLER                  PIC X(50) VALUE
002930        "   VTA/DIA DIAS   AGOTA   STOCK SEG ESTADO".
002940 01  LIN-DET-CB.
002950     02 TANQUE-CB               PIC X(5).
002960     02 DESCRIP-CB              PIC X(21).
002970     02 ACTUAL-CB               PIC ZZZZZZ9.99.
002980     02 FILLER                  PIC X VALUE SPACE.
002990     02 MEDIDA-CB               PIC 9(8).
003000     02 VENTA-CB                PIC ZZZZZZ9.99.
003010     02 FILLER                  PIC X VALUE SPACE.
003020     02 DIAS-CB                 PIC ZZ9.
003030     02 FILLER                  PIC X VALUE SPACE.
003040     02 AGOTA-CB                PIC 9(8).
003050     02 STOCK-CB                PIC ZZZZZZ9.99.
003060     02 FILLER                  PIC X VALUE SPACE.
003070     02 ESTADO-CB               PIC X(20).

003080 LINKAGE SECTION.
003090 01  MODO-LNK                   PIC X.
003100     88 MODO-PARAMETROS         VALUE "P".
003110     88 MODO-CARROTANQUE        VALUE "C".
003120     88 MODO-SUGERIR            VALUE "S".
003130     88 MODO-APROBAR            VALUE "A".
003140     88 MODO-COBERTURA          VALUE "D".
003150 01  TANQUE-LNK                 PIC X(4).
003160 01  DATOS-PARAM-LNK.
003170     02 CAPACIDAD-LNK           PIC 9(7)V99.
003180     02 STOCK-SEG-LNK           PIC 9(7)V99.
003190     02 DIAS-ENTREGA-LNK        PIC 99.
003200     02 DIAS-CUBRIR-LNK         PIC 99.
003210     02 PROVEEDOR-LNK           PIC X(30).
003220 01  DATOS-CARRO-LNK.
003230     02 COD-CARRO-LNK           PIC X(6).
003240     02 DESCRIP-CARRO-LNK       PIC X(30).
003250     02 CAP-COMP-LNK            PIC 9(5) OCCURS 6.
003260 01  FECHA-LNK                  PIC 9(8).
003270 01  NRO-PEDIDO-LNK             PIC 9(6).
003280 01  USUARIO-LNK                PIC X(4).
003290 01  RESULT-LNK                 PIC X.
003300     88 PEDIDO-OK               VALUE "S".
003310     88 SIN-PEDIDO              VALUE "V".
003320     88 TANQUE-DESCONOCIDO      VALUE "T".
003330     88 SIN-CARROTANQUE         VALUE "K".
003340     88 PEDIDO-NO-EXISTE        VALUE "X".
003350     88 PEDIDO-NO-OK            VALUE "N".

003360 PROCEDURE DIVISION USING MODO-LNK TANQUE-LNK DATOS-PARAM-LNK
003370                          DATOS-CARRO-LNK FECHA-LNK
003380                          NRO-PEDIDO-LNK USUARIO-LNK RESULT-LNK.

003390 MAINLINE.
003400     MOVE "N" TO RESULT-LNK.
003410     IF FECHA-LNK = 0
003420        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LNK
003430     END-IF.
003440     EVALUATE TRUE
003450        WHEN MODO-PARAMETROS
003460           PERFORM GRABAR-PARAMETROS THRU FIN-GRABAR-PARAMETROS
003470        WHEN MODO-CARROTANQUE
003480           PERFORM GRABAR-CARROTANQUE
003490        WHEN MODO-SUGERIR
003500           PERFORM SUGERIR-PEDIDO THRU FIN-SUGERIR-PEDIDO
003510        WHEN MODO-APROBAR
003520           PERFORM APROBAR-PEDIDO THRU FIN-APROBAR-PEDIDO
003530        WHEN MODO-COBERTURA
003540           PERFORM CALCULAR-TANQUES
003550           PERFORM INFORME-COBERTURA
003560           MOVE "S" TO RESULT-LNK
003570     END-EVALUATE.
003580     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * PARAMETROS DEL TANQUE Y COMPARTIMENTOS DEL CARROTANQUE
      *-----------------------------------------------------------------
003590 GRABAR-PARAMETROS.
003600     OPEN INPUT ARCHIVO-COMBUSTIBLES.
003610     MOVE TANQUE-LNK TO LLAVE-COMB.
003620     READ ARCHIVO-COMBUSTIBLES
003630          INVALID KEY MOVE "T" TO RESULT-LNK
003640     END-READ.
003650     CLOSE ARCHIVO-COMBUSTIBLES.
003660     IF TANQUE-DESCONOCIDO
003670        GO TO FIN-GRABAR-PARAMETROS
003680     END-IF.
003690     OPEN I-O ARCHIVO-PARAM-PEDIDO.
003700     IF OTR-STAT = "35"
003710        OPEN OUTPUT ARCHIVO-PARAM-PEDIDO
003720        CLOSE ARCHIVO-PARAM-PEDIDO
003730        OPEN I-O ARCHIVO-PARAM-PEDIDO
003740     END-IF.
003750     INITIALIZE REG-PPD.
003760     MOVE TANQUE-LNK       TO TANQUE-PPD.
003770     MOVE CAPACIDAD-LNK    TO CAPACIDAD-PPD.
003780     MOVE STOCK-SEG-LNK    TO STOCK-SEG-PPD.
003790     MOVE DIAS-ENTREGA-LNK TO DIAS-ENTREGA-PPD.
003800     MOVE DIAS-CUBRIR-LNK  TO DIAS-CUBRIR-PPD.
003810     MOVE PROVEEDOR-LNK    TO PROVEEDOR-PPD.
003820     MOVE USUARIO-LNK      TO USUARIO-PPD.
003830     REWRITE REG-PPD
003840         INVALID KEY WRITE REG-PPD END-WRITE
003850     END-REWRITE.
003860     CLOSE ARCHIVO-PARAM-PEDIDO.
003870     MOVE "S" TO RESULT-LNK.
003880 FIN-GRABAR-PARAMETROS.
003890     EXIT.

003900 GRABAR-CARROTANQUE.
003910     OPEN I-O ARCHIVO-CARROTANQUE.
003920     IF OTR-STAT = "35"
003930        OPEN OUTPUT ARCHIVO-CARROTANQUE
003940        CLOSE ARCHIVO-CARROTANQUE
003950        OPEN I-O ARCHIVO-CARROTANQUE
003960     END-IF.
003970     INITIALIZE REG-CTQ.
003980     MOVE COD-CARRO-LNK     TO COD-CARRO-CTQ.
003990     MOVE DESCRIP-CARRO-LNK TO DESCRIP-CTQ.
004000     PERFORM PASAR-COMPARTIMENTO VARYING C FROM 1 BY 1
004010             UNTIL C > 5.
004020     MOVE CAP-COMP-LNK (6)  TO CAP-COMP-CTQ (6).
004030     REWRITE REG-CTQ
004040         INVALID KEY WRITE REG-CTQ END-WRITE
004050     END-REWRITE.
004060     CLOSE ARCHIVO-CARROTANQUE.
004070     MOVE "S" TO RESULT-LNK.

004080 PASAR-COMPARTIMENTO.
004090     MOVE CAP-COMP-LNK (C) TO CAP-COMP-CTQ (C).

      *-----------------------------------------------------------------
      * CALCULO POR TANQUE (COMUN A LA SUGERENCIA Y A LA COBERTURA)
      *-----------------------------------------------------------------
004100 CALCULAR-TANQUES.
004110     INITIALIZE TABLA-TANQUES-W.
004120     MOVE 0 TO TOT-TANQUES-W.
004130     COMPUTE FECHA-INT-W = FUNCTION INTEGER-OF-DATE (FECHA-LNK).
004140     OPEN INPUT ARCHIVO-COMBUSTIBLES ARCHIVO-AFORO ARCHIVO-MEDIDA
004150                ARCHIVO-MANG-TANQUE ARCHIVO-GALONAJES.
004160     OPEN INPUT ARCHIVO-PARAM-PEDIDO.
004170     MOVE 0 TO SW-FIN-W.
004180     PERFORM CARGAR-TANQUE UNTIL SW-FIN-W = 1.
004190     CLOSE ARCHIVO-PARAM-PEDIDO.
004200     PERFORM SUMAR-TRANSITO.
004210     PERFORM HISTORIA-VENTAS.
004220     PERFORM PROYECTAR-TANQUE VARYING I FROM 1 BY 1
004230             UNTIL I > TOT-TANQUES-W.
004240     CLOSE ARCHIVO-COMBUSTIBLES ARCHIVO-AFORO ARCHIVO-MEDIDA
004250           ARCHIVO-MANG-TANQUE ARCHIVO-GALONAJES.

004260 CARGAR-TANQUE.
004270     READ ARCHIVO-COMBUSTIBLES NEXT
004280          AT END MOVE 1 TO SW-FIN-W
004290     END-READ.
004300     IF SW-FIN-W = 0 AND TOT-TANQUES-W < 20
004310        ADD 1 TO TOT-TANQUES-W
004320        MOVE TOT-TANQUES-W TO I
004330        MOVE LLAVE-COMB    TO TANQUE-TAB-W (I) TANQUE-PPD
004340        MOVE DESCRIP-COMBU TO DESCRIP-TAB-W (I)
004350        READ ARCHIVO-PARAM-PEDIDO
004360             INVALID KEY INITIALIZE REG-PPD
004370        END-READ
004380        MOVE CAPACIDAD-PPD    TO CAPACIDAD-TAB-W (I)
004390        MOVE STOCK-SEG-PPD    TO STOCK-SEG-TAB-W (I)
004400        MOVE DIAS-ENTREGA-PPD TO DIAS-ENTREGA-TAB-W (I)
004410        MOVE DIAS-CUBRIR-PPD  TO DIAS-CUBRIR-TAB-W (I)
004420        MOVE PROVEEDOR-PPD    TO PROVEEDOR-TAB-W (I)
004430        IF DIAS-ENTREGA-TAB-W (I) = 0
004440           MOVE DIAS-ENTREGA-DEF-W TO DIAS-ENTREGA-TAB-W (I)
004450        END-IF
004460        IF DIAS-CUBRIR-TAB-W (I) = 0
004470           MOVE DIAS-CUBRIR-DEF-W TO DIAS-CUBRIR-TAB-W (I)
004480        END-IF
004490        IF CAPACIDAD-TAB-W (I) = 0
004500           PERFORM CAPACIDAD-AFORO
004510        END-IF
004520        PERFORM ULTIMA-MEDIDA
      * SIN CAPACIDAD NI MEDIDA NO ES UN TANQUE DE LA ESTACION
004530        IF CAPACIDAD-TAB-W (I) = 0
004540           AND FECHA-MEDIDA-TAB-W (I) = 0
004550           SUBTRACT 1 FROM TOT-TANQUES-W
004560        END-IF
004570     END-IF.

      * LA CAPACIDAD ES EL VOLUMEN DEL MAYOR CENTIMETRO DEL AFORO
004580 CAPACIDAD-AFORO.
004590     MOVE TANQUE-TAB-W (I) TO TANQUE-AFORO.
004600     MOVE 999              TO CM-AFORO.
004610     START ARCHIVO-AFORO KEY IS <= LLAVE-AFORO
004620           INVALID KEY CONTINUE
004630           NOT INVALID KEY
004640               READ ARCHIVO-AFORO PREVIOUS
004650                    AT END CONTINUE
004660                    NOT AT END
004670                       IF TANQUE-AFORO = TANQUE-TAB-W (I)
004680                          MOVE GALONES-AFORO
004690                            TO CAPACIDAD-TAB-W (I)
004700                       END-IF
004710               END-READ
004720     END-START.

      * ULTIMA MEDIDA DE REGLA HASTA LA FECHA
004730 ULTIMA-MEDIDA.
004740     MOVE TANQUE-TAB-W (I) TO TANQUE-MED.
004750     MOVE FECHA-LNK        TO FECHA-MED.
004760     START ARCHIVO-MEDIDA KEY IS <= LLAVE-MEDIDA
004770           INVALID KEY CONTINUE
004780           NOT INVALID KEY
004790               READ ARCHIVO-MEDIDA PREVIOUS
004800                    AT END CONTINUE
004810                    NOT AT END
004820                       IF TANQUE-MED = TANQUE-TAB-W (I)
004830                          MOVE GALONES-MED
004840                            TO VOL-ACTUAL-TAB-W (I)
004850                          MOVE FECHA-MED
004860                            TO FECHA-MEDIDA-TAB-W (I)
004870                       END-IF
004880               END-READ
004890     END-START.

      * LO PEDIDO EN FIRME Y AUN NO RECIBIDO VIENE EN CAMINO
004900 SUMAR-TRANSITO.
004910     MOVE 0 TO SW-FIN-W.
004920     OPEN INPUT ARCHIVO-PEDIDO-COMB.
004930     IF OTR-STAT NOT = "00"
004940        MOVE 1 TO SW-FIN-W
004950     END-IF.
004960     PERFORM LEER-TRANSITO UNTIL SW-FIN-W = 1.
004970     CLOSE ARCHIVO-PEDIDO-COMB.

004980 LEER-TRANSITO.
004990     READ ARCHIVO-PEDIDO-COMB NEXT
005000          AT END MOVE 1 TO SW-FIN-W
005010     END-READ.
005020     IF SW-FIN-W = 0 AND PEDIDO-EN-FIRME
005030        MOVE TANQUE-PED TO TANQUE-BUS-W
005040        PERFORM UBICAR-TANQUE
005050        IF SW-HALLADO-W = 1
005060           ADD GALONES-PED TO TRANSITO-TAB-W (J)
005070        END-IF
005080     END-IF.

005090 UBICAR-TANQUE.
005100     MOVE 0 TO SW-HALLADO-W.
005110     PERFORM BUSCAR-TANQUE VARYING J FROM 1 BY 1
005120             UNTIL J > TOT-TANQUES-W OR SW-HALLADO-W = 1.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
005130 BUSCAR-TANQUE.
005140     IF TANQUE-TAB-W (J) = TANQUE-BUS-W
005150        MOVE 1 TO SW-HALLADO-W
005160        SUBTRACT 1 FROM J
005170     END-IF.

      * VENTAS DE LAS ULTIMAS SEMANAS HASTA LA FECHA, POR MANGUERA ->
      * TANQUE (ARCHIVO-MANG-TANQUE) Y DIA DE LA SEMANA.
005180 HISTORIA-VENTAS.
005190     COMPUTE FECHA-HIST-DESDE-W = FUNCTION DATE-OF-INTEGER
005200             (FECHA-INT-W - SEMANAS-HIST-W * 7 + 1).
005210     MOVE FECHA-HIST-DESDE-W (3:6) TO FECHA-GALON-DESDE-W.
005220     MOVE FECHA-LNK (3:6)          TO FECHA-GALON-HASTA-W.
005230     MOVE 0 TO SW-FIN-W.
005240     MOVE FECHA-GALON-DESDE-W TO FECHA-GALON.
005250     START ARCHIVO-GALONAJES KEY IS >= FECHA-GALON
005260           INVALID KEY MOVE 1 TO SW-FIN-W.
005270     PERFORM LEER-VENTA UNTIL SW-FIN-W = 1.
005280     PERFORM PROMEDIAR-VENTA VARYING I FROM 1 BY 1
005290             UNTIL I > TOT-TANQUES-W.

005300 LEER-VENTA.
005310     READ ARCHIVO-GALONAJES NEXT
005320          AT END MOVE 1 TO SW-FIN-W
005330     END-READ.
005340     IF SW-FIN-W = 0
005350        IF FECHA-GALON > FECHA-GALON-HASTA-W
005360           MOVE 1 TO SW-FIN-W
005370        ELSE
005380           PERFORM ACUMULAR-VENTA
005390        END-IF
005400     END-IF.

005410 ACUMULAR-VENTA.
005420     MOVE COMP-GALON TO COMP-MGT.
005430     MOVE ISLA-GALON TO ISLA-MGT.
005440     MOVE MANG-GALON TO MANG-MGT.
005450     READ ARCHIVO-MANG-TANQUE
005460          INVALID KEY MOVE SPACES TO TANQUE-MGT
005470     END-READ.
005480     IF TANQUE-MGT NOT = SPACES
005490        MOVE TANQUE-MGT TO TANQUE-BUS-W
005500        PERFORM UBICAR-TANQUE
005510        IF SW-HALLADO-W = 1
005520           COMPUTE FECHA-VENTA-W =
005530                   20000000 + FUNCTION NUMVAL (FECHA-GALON)
005540           COMPUTE DIA-INT-W =
005550                   FUNCTION INTEGER-OF-DATE (FECHA-VENTA-W)
005560           PERFORM DIA-DE-SEMANA
005570           ADD CANT-GALON TO SUMA-DIA-TAB-W (J DIA-SEM-W)
005580        END-IF
005590     END-IF.

      * EL DIA 1 DEL CALENDARIO ENTERO (01/01/1601) FUE LUNES
005600 DIA-DE-SEMANA.
005601     SUBTRACT 1 FROM DIA-INT-W.
005610     DIVIDE DIA-INT-W BY 7 GIVING COCIENTE-W
005620            REMAINDER DIA-SEM-W.
005630     ADD 1 TO DIA-SEM-W.

005640 PROMEDIAR-VENTA.
005650     MOVE 0 TO ACUMULADO-W.
005660     PERFORM PROMEDIAR-DIA VARYING DIA-SEM-W FROM 1 BY 1
005670             UNTIL DIA-SEM-W > 7.
005680     COMPUTE VENTA-PROM-TAB-W (I) ROUNDED = ACUMULADO-W / 7.

005690 PROMEDIAR-DIA.
005700     COMPUTE VENTA-DIA-TAB-W (I DIA-SEM-W) ROUNDED =
005710             SUMA-DIA-TAB-W (I DIA-SEM-W) / SEMANAS-HIST-W.
005720     ADD VENTA-DIA-TAB-W (I DIA-SEM-W) TO ACUMULADO-W.

      * VOLUMEN A LA LLEGADA DEL PEDIDO, VENTA DE LOS DIAS QUE DEBE
      * CUBRIR Y DIAS DE COBERTURA DEL VOLUMEN ACTUAL.
005730 PROYECTAR-TANQUE.
005740     MOVE 0 TO ACUMULADO-W.
005750     PERFORM VENTA-ESPERADA VARYING K FROM 1 BY 1
005760             UNTIL K > DIAS-ENTREGA-TAB-W (I).
005770     COMPUTE VOL-LLEGADA-TAB-W (I) = VOL-ACTUAL-TAB-W (I)
005780             + TRANSITO-TAB-W (I) - ACUMULADO-W.
005790     MOVE 0 TO ACUMULADO-W.
005800     COMPUTE K-DESDE-W = DIAS-ENTREGA-TAB-W (I) + 1.
005810     PERFORM VENTA-ESPERADA VARYING K FROM K-DESDE-W BY 1
005820             UNTIL K > DIAS-ENTREGA-TAB-W (I)
005830                     + DIAS-CUBRIR-TAB-W (I).
005840     MOVE ACUMULADO-W TO VENTA-CUBRIR-TAB-W (I).
005850     IF VOL-LLEGADA-TAB-W (I) < 0
005860        MOVE 1 TO SW-AGOTA-TAB-W (I)
005870        MOVE 0 TO CUPO-W
005880     ELSE
005890        MOVE VOL-LLEGADA-TAB-W (I) TO CUPO-W
005900     END-IF.
005910     IF CAPACIDAD-TAB-W (I) > CUPO-W
005920        COMPUTE ESPACIO-TAB-W (I) = CAPACIDAD-TAB-W (I) - CUPO-W
005930     END-IF.
005940     IF CUPO-W - VENTA-CUBRIR-TAB-W (I) < STOCK-SEG-TAB-W (I)
005950        MOVE 1 TO SW-PEDIR-TAB-W (I)
005960     END-IF.
005970     MOVE 0 TO ACUMULADO-W.
005980     MOVE DIAS-TOPE-W TO DIAS-COB-TAB-W (I).
005990     MOVE 0 TO SW-FIN-W.
006000     PERFORM DIA-COBERTURA VARYING K FROM 1 BY 1
006010             UNTIL K > DIAS-TOPE-W OR SW-FIN-W = 1.
006020     IF SW-FIN-W = 1
006030        COMPUTE FECHA-AGOTA-TAB-W (I) =
006040                FUNCTION DATE-OF-INTEGER (FECHA-INT-W
006050                                          + DIAS-COB-TAB-W (I))
006060     END-IF.

      * SUMA LA VENTA ESPERADA DEL DIA K DESPUES DE LA FECHA
006070 VENTA-ESPERADA.
006080     COMPUTE DIA-INT-W = FECHA-INT-W + K.
006090     PERFORM DIA-DE-SEMANA.
006100     ADD VENTA-DIA-TAB-W (I DIA-SEM-W) TO ACUMULADO-W.

006110 DIA-COBERTURA.
006120     PERFORM VENTA-ESPERADA.
006130     IF ACUMULADO-W > VOL-ACTUAL-TAB-W (I)
006140        COMPUTE DIAS-COB-TAB-W (I) = K - 1
006150        MOVE 1 TO SW-FIN-W
006160     END-IF.

      *-----------------------------------------------------------------
      * SUGERENCIA DEL DIA
      *-----------------------------------------------------------------
006170 SUGERIR-PEDIDO.
006180     OPEN INPUT ARCHIVO-CARROTANQUE.
006190     IF OTR-STAT NOT = "00"
006200        MOVE "K" TO RESULT-LNK
006210        GO TO FIN-SUGERIR-PEDIDO
006220     END-IF.
006230     IF COD-CARRO-LNK = SPACES
006240        READ ARCHIVO-CARROTANQUE NEXT
006250             AT END MOVE "K" TO RESULT-LNK
006260        END-READ
006270     ELSE
006280        MOVE COD-CARRO-LNK TO COD-CARRO-CTQ
006290        READ ARCHIVO-CARROTANQUE
006300             INVALID KEY MOVE "K" TO RESULT-LNK
006310        END-READ
006320     END-IF.
006330     CLOSE ARCHIVO-CARROTANQUE.
006340     IF SIN-CARROTANQUE
006350        GO TO FIN-SUGERIR-PEDIDO
006360     END-IF.
006370     MOVE COD-CARRO-CTQ TO COD-CARRO-LNK.
006380     INITIALIZE TABLA-COMP-W.
006390     PERFORM CARGAR-COMPARTIMENTO VARYING C FROM 1 BY 1
006400             UNTIL C > 5.
006410     MOVE CAP-COMP-CTQ (6) TO CAP-COMP-W (6).
006420     OPEN I-O ARCHIVO-PEDIDO-COMB.
006430     IF OTR-STAT = "35"
006440        OPEN OUTPUT ARCHIVO-PEDIDO-COMB
006450        CLOSE ARCHIVO-PEDIDO-COMB
006460        OPEN I-O ARCHIVO-PEDIDO-COMB
006470     END-IF.
006480     PERFORM BORRAR-SUGERENCIAS.
006490     CLOSE ARCHIVO-PEDIDO-COMB.
006500     PERFORM CALCULAR-TANQUES.
006510     PERFORM ORDENAR-URGENCIA.
006520     MOVE 1 TO SW-ASIGNO-W.
006530     PERFORM PASADA-ASIGNACION UNTIL SW-ASIGNO-W = 0.
006540     OPEN I-O ARCHIVO-PEDIDO-COMB.
006550     PERFORM SIGUIENTE-PEDIDO.
006560     MOVE 0 TO TOT-PEDIDO-W TOT-LINEAS-W.
006570     PERFORM GRABAR-LINEA-PEDIDO VARYING I FROM 1 BY 1
006580             UNTIL I > TOT-TANQUES-W.
006590     CLOSE ARCHIVO-PEDIDO-COMB.
006600     IF TOT-LINEAS-W = 0
006610        MOVE 0 TO NRO-PEDIDO-W
006620     END-IF.
006630     MOVE NRO-PEDIDO-W TO NRO-PEDIDO-LNK.
006640     PERFORM INFORME-SUGERENCIA.
006650     PERFORM INFORME-COBERTURA.
006660     IF TOT-LINEAS-W = 0
006670        MOVE "V" TO RESULT-LNK
006680     ELSE
006690        MOVE "S" TO RESULT-LNK
006700     END-IF.
006710 FIN-SUGERIR-PEDIDO.
006720     EXIT.

006730 CARGAR-COMPARTIMENTO.
006740     MOVE CAP-COMP-CTQ (C) TO CAP-COMP-W (C).

      * LA SUGERENCIA NO APROBADA DE UNA CORRIDA ANTERIOR SE REEMPLAZA
006750 BORRAR-SUGERENCIAS.
006760     MOVE 0 TO SW-FIN-W.
006770     PERFORM BORRAR-UNA-SUGERENCIA UNTIL SW-FIN-W = 1.

006780 BORRAR-UNA-SUGERENCIA.
006790     READ ARCHIVO-PEDIDO-COMB NEXT
006800          AT END MOVE 1 TO SW-FIN-W
006810     END-READ.
006820     IF SW-FIN-W = 0 AND PEDIDO-SUGERIDO
006830        DELETE ARCHIVO-PEDIDO-COMB RECORD
006840     END-IF.

      * EL MAS URGENTE (MENOS DIAS DE COBERTURA) PRIMERO
006850 ORDENAR-URGENCIA.
006860     PERFORM INICIAR-ORDEN VARYING P FROM 1 BY 1
006870             UNTIL P > TOT-TANQUES-W.
006880     IF TOT-TANQUES-W > 1
006890        PERFORM COMPARAR-ORDEN VARYING P FROM 1 BY 1
006900                UNTIL P >= TOT-TANQUES-W
006910                AFTER Q FROM 1 BY 1
006920                UNTIL Q > TOT-TANQUES-W - P
006930     END-IF.

006940 INICIAR-ORDEN.
006950     MOVE P TO ORDEN-W (P).

006960 COMPARAR-ORDEN.
006970     IF DIAS-COB-TAB-W (ORDEN-W (Q))
006980        > DIAS-COB-TAB-W (ORDEN-W (Q + 1))
006990        MOVE ORDEN-W (Q)     TO AUX-ORDEN-W
007000        MOVE ORDEN-W (Q + 1) TO ORDEN-W (Q)
007010        MOVE AUX-ORDEN-W     TO ORDEN-W (Q + 1)
007020     END-IF.

      * EN CADA PASADA CADA TANQUE QUE PIDE TOMA EL COMPARTIMENTO
      * LIBRE MAS GRANDE QUE LE QUEPA; TERMINA CUANDO NADIE TOMA MAS.
007030 PASADA-ASIGNACION.
007040     MOVE 0 TO SW-ASIGNO-W.
007050     PERFORM ASIGNAR-TANQUE VARYING P FROM 1 BY 1
007060             UNTIL P > TOT-TANQUES-W.

007070 ASIGNAR-TANQUE.
007080     MOVE ORDEN-W (P) TO I.
007090     IF SW-PEDIR-TAB-W (I) = 1
007100        COMPUTE CUPO-W = ESPACIO-TAB-W (I) - PEDIDO-TAB-W (I)
007110        MOVE 0 TO MEJOR-C-W MEJOR-CAP-W
007120        PERFORM BUSCAR-COMPARTIMENTO VARYING C FROM 1 BY 1
007130                UNTIL C > 5
007140        MOVE 6 TO C
007150        PERFORM BUSCAR-COMPARTIMENTO
007160        IF MEJOR-C-W > 0
007170           MOVE I TO TANQUE-COMP-W (MEJOR-C-W)
007180           ADD CAP-COMP-W (MEJOR-C-W) TO PEDIDO-TAB-W (I)
007190           ADD 1 TO COMPS-TAB-W (I)
007200           MOVE 1 TO SW-ASIGNO-W
007210        END-IF
007220     END-IF.

007230 BUSCAR-COMPARTIMENTO.
007240     IF TANQUE-COMP-W (C) = 0 AND CAP-COMP-W (C) > 0
007250        AND CAP-COMP-W (C) NOT > CUPO-W
007260        AND CAP-COMP-W (C) > MEJOR-CAP-W
007270        MOVE C              TO MEJOR-C-W
007280        MOVE CAP-COMP-W (C) TO MEJOR-CAP-W
007290     END-IF.

007300 SIGUIENTE-PEDIDO.
007310     MOVE 0 TO NRO-PEDIDO-W.
007320     MOVE 999999      TO NRO-PED.
007330     MOVE HIGH-VALUES TO TANQUE-PED.
007340     START ARCHIVO-PEDIDO-COMB KEY IS <= LLAVE-PED
007350           INVALID KEY CONTINUE
007360           NOT INVALID KEY
007370               READ ARCHIVO-PEDIDO-COMB PREVIOUS
007380                    AT END CONTINUE
007390                    NOT AT END MOVE NRO-PED TO NRO-PEDIDO-W
007400               END-READ
007410     END-START.
007420     ADD 1 TO NRO-PEDIDO-W.

007430 GRABAR-LINEA-PEDIDO.
007440     IF PEDIDO-TAB-W (I) > 0
007450        INITIALIZE REG-PED
007460        MOVE NRO-PEDIDO-W          TO NRO-PED
007470        MOVE TANQUE-TAB-W (I)      TO TANQUE-PED
007480        MOVE FECHA-LNK             TO FECHA-PED
007490        COMPUTE FECHA-ENTREGA-PED = FUNCTION DATE-OF-INTEGER
007500                (FECHA-INT-W + DIAS-ENTREGA-TAB-W (I))
007510        MOVE PROVEEDOR-TAB-W (I)   TO PROVEEDOR-PED
007520        MOVE COD-CARRO-LNK         TO COD-CARRO-PED
007530        MOVE PEDIDO-TAB-W (I)      TO GALONES-PED
007540        MOVE 0 TO J
007550        PERFORM MARCAR-COMPARTIMENTO VARYING C FROM 1 BY 1
007560                UNTIL C > 5
007570        MOVE 6 TO C
007580        PERFORM MARCAR-COMPARTIMENTO
007590        MOVE "S"                   TO ESTADO-PED
007600        MOVE USUARIO-LNK           TO USUARIO-PED
007610        WRITE REG-PED INVALID KEY CONTINUE END-WRITE
007620        ADD PEDIDO-TAB-W (I) TO TOT-PEDIDO-W
007630        ADD 1 TO TOT-LINEAS-W
007640     END-IF.

007650 MARCAR-COMPARTIMENTO.
007660     IF TANQUE-COMP-W (C) = I
007670        ADD 1 TO J
007680        MOVE C TO COMP-PED (J)
007690     END-IF.

      *-----------------------------------------------------------------
      * APROBACION: EL PEDIDO SUGERIDO QUEDA EN FIRME
      *-----------------------------------------------------------------
007700 APROBAR-PEDIDO.
007710     OPEN I-O ARCHIVO-PEDIDO-COMB.
007720     IF OTR-STAT NOT = "00"
007730        MOVE "X" TO RESULT-LNK
007740        GO TO FIN-APROBAR-PEDIDO
007750     END-IF.
007760     MOVE "X" TO RESULT-LNK.
007770     MOVE 0 TO SW-FIN-W.
007780     MOVE NRO-PEDIDO-LNK TO NRO-PED.
007790     MOVE LOW-VALUES     TO TANQUE-PED.
007800     START ARCHIVO-PEDIDO-COMB KEY IS >= LLAVE-PED
007810           INVALID KEY MOVE 1 TO SW-FIN-W
007820     END-START.
007830     PERFORM APROBAR-LINEA UNTIL SW-FIN-W = 1.
007840     CLOSE ARCHIVO-PEDIDO-COMB.
007850 FIN-APROBAR-PEDIDO.
007860     EXIT.

007870 APROBAR-LINEA.
007880     READ ARCHIVO-PEDIDO-COMB NEXT
007890          AT END MOVE 1 TO SW-FIN-W
007900     END-READ.
007910     IF SW-FIN-W = 0
007920        IF NRO-PED NOT = NRO-PEDIDO-LNK
007930           MOVE 1 TO SW-FIN-W
007940        ELSE
007950           IF PEDIDO-SUGERIDO
007960              MOVE "P"         TO ESTADO-PED
007970              MOVE FECHA-LNK   TO FECHA-APRUEBA-PED
007980              MOVE USUARIO-LNK TO USUARIO-PED
007990              REWRITE REG-PED INVALID KEY CONTINUE END-REWRITE
008000              MOVE "S" TO RESULT-LNK
008010           END-IF
008020        END-IF
008030     END-IF.

      *-----------------------------------------------------------------
      * INFORMES
      *-----------------------------------------------------------------
008040 INFORME-SUGERENCIA.
008050     OPEN OUTPUT REPORTE-SUGERENCIA.
008060     MOVE FECHA-LNK      TO FECHA-SP.
008070     MOVE NRO-PEDIDO-W   TO NRO-SP.
008080     MOVE COD-CARRO-LNK  TO CARRO-SP.
008090     MOVE LIN-TITULO-SP TO LIN-SUGERENCIA.
008100     WRITE LIN-SUGERENCIA.
008110     MOVE LIN-COL-SP TO LIN-SUGERENCIA.
008120     WRITE LIN-SUGERENCIA.
008130     PERFORM ESCRIBIR-SUGERENCIA VARYING P FROM 1 BY 1
008140             UNTIL P > TOT-TANQUES-W.
008150     MOVE SPACES TO LIN-SUGERENCIA.
008160     WRITE LIN-SUGERENCIA.
008170     PERFORM ESCRIBIR-COMPARTIMENTO VARYING C FROM 1 BY 1
008180             UNTIL C > 5.
008190     MOVE 6 TO C.
008200     PERFORM ESCRIBIR-COMPARTIMENTO.
008210     MOVE TOT-PEDIDO-W TO TOTAL-SP.
008220     MOVE LIN-TOTAL-SP TO LIN-SUGERENCIA.
008230     WRITE LIN-SUGERENCIA.
008240     CLOSE REPORTE-SUGERENCIA.

008250 ESCRIBIR-SUGERENCIA.
008260     MOVE ORDEN-W (P) TO I.
008270     MOVE TANQUE-TAB-W (I)      TO TANQUE-SP.
008280     MOVE DESCRIP-TAB-W (I)     TO DESCRIP-SP.
008290     MOVE VOL-ACTUAL-TAB-W (I)  TO ACTUAL-SP.
008300     MOVE TRANSITO-TAB-W (I)    TO TRANSITO-SP.
008310     MOVE VENTA-PROM-TAB-W (I)  TO VENTA-SP.
008320     MOVE VOL-LLEGADA-TAB-W (I) TO LLEGADA-SP.
008330     MOVE ESPACIO-TAB-W (I)     TO ESPACIO-SP.
008340     MOVE PEDIDO-TAB-W (I)      TO PEDIDO-SP.
008350     MOVE COMPS-TAB-W (I)       TO COMPS-SP.
008360     EVALUATE TRUE
008370        WHEN SW-AGOTA-TAB-W (I) = 1
008380           MOVE "SE AGOTA ANTES DE LA ENTREGA" TO OBSERV-SP
008390        WHEN SW-PEDIR-TAB-W (I) = 1 AND PEDIDO-TAB-W (I) = 0
008400           MOVE "NO CABE UN COMPARTIMENTO"     TO OBSERV-SP
008410        WHEN SW-PEDIR-TAB-W (I) = 1
008420           MOVE "PEDIR"                        TO OBSERV-SP
008430        WHEN OTHER
008440           MOVE SPACES                         TO OBSERV-SP
008450     END-EVALUATE.
008460     MOVE LIN-DET-SP TO LIN-SUGERENCIA.
008470     WRITE LIN-SUGERENCIA.

008480 ESCRIBIR-COMPARTIMENTO.
008490     IF CAP-COMP-W (C) > 0
008500        MOVE C              TO NRO-COMP-SP
008510        MOVE CAP-COMP-W (C) TO CAP-COMP-SP
008520        IF TANQUE-COMP-W (C) = 0
008530           MOVE "VACIO" TO TANQUE-COMP-SP
008540        ELSE
008550           MOVE TANQUE-TAB-W (TANQUE-COMP-W (C))
008560             TO TANQUE-COMP-SP
008570        END-IF
008580        MOVE LIN-COMP-SP TO LIN-SUGERENCIA
008590        WRITE LIN-SUGERENCIA
008600     END-IF.

008610 INFORME-COBERTURA.
008620     OPEN OUTPUT REPORTE-COBERTURA.
008630     MOVE FECHA-LNK TO FECHA-CB.
008640     MOVE LIN-TITULO-CB TO LIN-COBERTURA.
008650     WRITE LIN-COBERTURA.
008660     MOVE LIN-COL-CB TO LIN-COBERTURA.
008670     WRITE LIN-COBERTURA.
008680     PERFORM ESCRIBIR-COBERTURA VARYING I FROM 1 BY 1
008690             UNTIL I > TOT-TANQUES-W.
008700     CLOSE REPORTE-COBERTURA.

008710 ESCRIBIR-COBERTURA.
008720     MOVE TANQUE-TAB-W (I)       TO TANQUE-CB.
008730     MOVE DESCRIP-TAB-W (I)      TO DESCRIP-CB.
008740     MOVE VOL-ACTUAL-TAB-W (I)   TO ACTUAL-CB.
008750     MOVE FECHA-MEDIDA-TAB-W (I) TO MEDIDA-CB.
008760     MOVE VENTA-PROM-TAB-W (I)   TO VENTA-CB.
008770     MOVE DIAS-COB-TAB-W (I)     TO DIAS-CB.
008780     MOVE FECHA-AGOTA-TAB-W (I)  TO AGOTA-CB.
008790     MOVE STOCK-SEG-TAB-W (I)    TO STOCK-CB.
008800     EVALUATE TRUE
008810        WHEN VOL-ACTUAL-TAB-W (I) < STOCK-SEG-TAB-W (I)
008820           MOVE "CRITICO"        TO ESTADO-CB
008830        WHEN SW-AGOTA-TAB-W (I) = 1
008840           MOVE "AGOTA ANTES"    TO ESTADO-CB
008850        WHEN SW-PEDIR-TAB-W (I) = 1
008860           MOVE "PEDIR"          TO ESTADO-CB
008870        WHEN OTHER
008880           MOVE "OK"             TO ESTADO-CB
008890     END-EVALUATE.
008900     MOVE LIN-DET-CB TO LIN-COBERTURA.
008910     WRITE LIN-COBERTURA.
