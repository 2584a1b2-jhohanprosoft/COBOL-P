      *=================================================================
      * TESORERIA - FLUJO DE CAJA PROYECTADO CONTRA REAL DE LA SEMANA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CADA SEMANA, CON LA FECHA DEL PRIMER DIA DE LA SEMANA YA
      * CERRADA, TOMA LO REAL:
      * - INGRESOS Y EGRESOS DE LAS CUENTAS DE BANCO (MAPA DE CON125)
      *   EN MOVIMIENTO-DIARIO;
      * - RECAUDO POR ENTIDAD DE LOS PAGOS DE ARCHIVO-CARTERA-MOV;
      * - CUENTAS POR PAGAR PAGADAS EN LA SEMANA (CON132-01).
      * LO GRABA EN CADA CORRIDA DE CON135-01 QUE PROYECTO ESA SEMANA
      * (LA PROYECTADA CON 1 SEMANA, CON 2... HASTA 13 DE ANTICIPACION)
      * Y SACA SC-FLUJOREAL.TXT: PROYECTADO CONTRA REAL POR CORRIDA Y,
      * CON LA CORRIDA MAS RECIENTE, POR ENTIDAD CON LA SUGERENCIA
      * PARA AJUSTAR SUS DIAS DE PAGO EN CON135 CUANDO EL RECAUDO SE
      * SALE DEL 80%-120% DE LO PROYECTADO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON135-02.
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

000370     SELECT ARCHIVO-CXP LOCK MODE IS AUTOMATIC
000380         ASSIGN NOM-CXP-W
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS LLAVE-CXP
000420         ALTERNATE RECORD KEY IS FECHA-VENCE-CXP WITH DUPLICATES
000430         FILE STATUS IS OTR-STAT.

000440     SELECT ARCHIVO-BANCO-MAP LOCK MODE IS AUTOMATIC
000450         ASSIGN NOM-BANMAP-W
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS COD-BANCO-MAP
000490         FILE STATUS IS OTR-STAT.

000500     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000510         ASSIGN NOM-MOV-W
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LLAVE-MOV
000550         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000560         FILE STATUS IS OTR-STAT.

000570     SELECT REPORTE-FLUJO-REAL
000580         ASSIGN NOM-REPREAL-W
000590         ORGANIZATION IS LINE SEQUENTIAL.

000600 DATA DIVISION.
000610 FILE SECTION.

000620 FD  ARCHIVO-FLUJO-CAJA
000630     LABEL RECORD STANDARD.
000640 01  REG-FLJ.
000650     02 LLAVE-FLJ.
000660        03 CORRIDA-FLJ          PIC 9(8).
000670        03 SEMANA-FLJ           PIC 99.
000680        03 TIPO-FLJ             PIC X.
000690           88 FLJ-TOTAL-SEMANA  VALUE "T".
000700           88 FLJ-COBRO-ENTIDAD VALUE "C".
000710        03 COD-ENT-FLJ          PIC X(6).
000720     02 FECHA-DESDE-FLJ         PIC 9(8).
000730     02 FECHA-HASTA-FLJ         PIC 9(8).
000740     02 SALDO-INI-FLJ           PIC S9(13)V99 SIGN IS TRAILING.
000750     02 COBROS-PROY-FLJ         PIC 9(13)V99.
000760     02 PAGOS-CXP-PROY-FLJ      PIC 9(13)V99.
000770     02 RECUR-ING-PROY-FLJ      PIC 9(13)V99.
000780     02 RECUR-EGR-PROY-FLJ      PIC 9(13)V99.
000790     02 FIJOS-PROY-FLJ          PIC 9(13)V99.
000800     02 SALDO-FIN-FLJ           PIC S9(13)V99 SIGN IS TRAILING.
000810     02 DIAS-USADOS-FLJ         PIC 9(4).
000820     02 COBROS-REAL-FLJ         PIC 9(13)V99.
000830     02 INGRESOS-REAL-FLJ       PIC 9(13)V99.
000840     02 EGRESOS-REAL-FLJ        PIC 9(13)V99.
000850     02 PAGOS-CXP-REAL-FLJ      PIC 9(13)V99.
000860     02 FECHA-COMPARA-FLJ       PIC 9(8).
000870     02 NIT-EMPRESA-FLJ         PIC 9(10).
000880     02 USUARIO-FLJ             PIC X(4).
000890     02 FILLER                  PIC X(20).

000900 FD  ARCHIVO-FACTURAS
000910     LABEL RECORD STANDARD.
000920 01  REG-FACT.
000930     02 LLAVE-FACT              PIC X(12).
000940     02 FECHA-FACT              PIC 9(8).
000950     02 PACI-FACT               PIC X(15).
000960     02 EPS-FACT                PIC X(6).
000970     02 VALOR-TOT-FACT          PIC 9(11)V99.
000980     02 FECHA-RADIC-FACT        PIC 9(8).
000990     02 NRO-RADICADO-FACT       PIC X(15).
001000     02 LOTE-RADIC-FACT         PIC X(10).
001010     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
001020     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
001030     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
001040     02 VALOR-NOTAS-FACT        PIC S9(11)V99
001050                                    SIGN IS TRAILING.

001060 FD  ARCHIVO-CARTERA-MOV
001070     LABEL RECORD STANDARD.
001080 01  REG-CARTM.
001090     02 LLAVE-CARTM.
001100        03 LLAVE-FACT-CARTM     PIC X(12).
001110        03 SECUEN-CARTM         PIC 9(3).
001120     02 TIPO-CARTM              PIC X.
001130        88 CARTM-PAGO           VALUE "P".
001140        88 CARTM-GLOSA          VALUE "G".
001150     02 FECHA-CARTM             PIC 9(8).
001160     02 VALOR-CARTM             PIC 9(11)V99.
001170     02 DOCUMENTO-CARTM         PIC X(15).

001180 FD  ARCHIVO-ENTIDADES
001190     LABEL RECORD STANDARD.
001200 01  REG-ENT.
001210     02 COD-ENT                 PIC X(6).
001220     02 NOMBRE-ENT              PIC X(40).

001230 FD  ARCHIVO-CXP
001240     LABEL RECORD STANDARD.
001250 01  REG-CXP.
001260     02 LLAVE-CXP.
001270        03 NIT-CXP              PIC 9(10).
001280        03 NRO-CXP              PIC X(20).
001290     02 FECHA-FACT-CXP          PIC 9(8).
001300     02 FECHA-VENCE-CXP         PIC 9(8).
001310     02 CUENTA-GASTO-CXP        PIC 9(6).
001320     02 CONCEPTO-RTF-CXP        PIC XX.
001330     02 BASE-CXP                PIC 9(11)V99.
001340     02 IVA-CXP                 PIC 9(11)V99.
001350     02 RETEFUENTE-CXP          PIC 9(11)V99.
001360     02 RETEIVA-CXP             PIC 9(11)V99.
001370     02 RETEICA-CXP             PIC 9(11)V99.
001380     02 NETO-CXP                PIC 9(11)V99.
001390     02 SALDO-CXP               PIC 9(11)V99.
001400     02 PRIORIDAD-CXP           PIC 9.
001410     02 ESTADO-CXP              PIC X.
001420        88 CXP-PENDIENTE        VALUE "P".
001430        88 CXP-PROPUESTA        VALUE "R".
001440        88 CXP-APROBADA         VALUE "A".
001450        88 CXP-PAGADA           VALUE "G".
001460     02 LOTE-PAGO-CXP           PIC 9(8).
001470     02 COMPROB-CAUSA-CXP       PIC X(7).
001480     02 COMPROB-EGRESO-CXP      PIC X(7).
001490     02 FECHA-PAGO-CXP          PIC 9(8).
001500     02 APROBADOR-CXP           PIC X(4).
001510     02 USUARIO-CXP             PIC X(4).
001520     02 NIT-EMPRESA-CXP         PIC 9(10).
001530     02 FILLER                  PIC X(20).

001540 FD  ARCHIVO-BANCO-MAP
001550     LABEL RECORD STANDARD.
001560 01  REG-BANMAP.
001570     02 COD-BANCO-MAP           PIC X(4).
001580     02 COL-FECHA-MAP           PIC 99.
001590     02 COL-VALOR-MAP           PIC 99.
001600     02 COL-DOC-MAP             PIC 99.
001610     02 SEPARADOR-MAP           PIC X.
001620     02 CTA-BANCO-MAP           PIC 9(6).

001630 FD  MOVIMIENTO-DIARIO
001640     LABEL RECORD STANDARD.
001650 01  REG-MOV.
001660     02 LLAVE-MOV.
001670        03 LOTE-MOV             PIC XX.
001680        03 COMPROB-MOV          PIC X(7).
001690        03 SECU-MOV             PIC XX.
001700     02 MAYOR-MOV               PIC 9(6).
001710     02 FECHA-MOV               PIC 9(6).
001720     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
001730     02 DETALLE-MOV             PIC X(30).
001740     02 NIT-MOV                 PIC 9(10).
001750     02 SECUENCIA-MOV           PIC 9(8).
001760     02 SUCURSAL-MOV            PIC XX.
001770     02 NIT-EMPRESA-MOV         PIC 9(10).

001780 FD  REPORTE-FLUJO-REAL
001790     LABEL RECORD STANDARD.
001800 01  LIN-REAL                   PIC X(132).

001810 WORKING-STORAGE SECTION.

001820 77  NOM-FLUJO-W                PIC X(60)
001830     VALUE "D:\progelect\DATOS\SC-FLUJOCAJA.DAT".
001840 77  NOM-FACTU-W                PIC X(60)
001850     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
001860 77  NOM-CARTMOV-W              PIC X(60)
001870     VALUE "D:\progelect\DATOS\SC-CARTMOV.DAT".
001880 77  NOM-ENTI-W                 PIC X(60)
001890     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
001900 77  NOM-CXP-W                  PIC X(60)
001910     VALUE "D:\progelect\DATOS\SC-CXP.DAT".
001920 77  NOM-BANMAP-W               PIC X(60)
001930     VALUE "D:\progelect\DATOS\SC-BANMAP.DAT".
001940 77  NOM-MOV-W                  PIC X(60)
001950     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001960 77  NOM-REPREAL-W              PIC X(60)
001970     VALUE "D:\progelect\DATOS\SC-FLUJOREAL.TXT".
001980 77  OTR-STAT                   PIC XX.
001990 77  SW-FIN-W                   PIC 9 VALUE 0.
002000 77  SW-HALLADO-W               PIC 9 VALUE 0.
002010 77  J                          PIC 99 VALUE 0.
002020 77  TOT-ENT-W                  PIC 99 VALUE 0.
002030 77  TOT-BANCOS-W               PIC 99 VALUE 0.
002040 77  TOT-CORRIDAS-W             PIC 99 VALUE 0.
002050 77  FECHA-HASTA-W              PIC 9(8).
002060 77  FECHA-MOV-LARGA-W          PIC 9(8).
002070 77  CTA-BUSCADA-W              PIC 9(6).
002080 77  ENTIDAD-ANT-W              PIC X(6).
002090 77  ULT-CORRIDA-W              PIC 9(8) VALUE 0.
002100 77  ULT-SEMANA-W               PIC 99 VALUE 0.
002110 77  INGRESOS-REAL-W            PIC 9(13)V99 VALUE 0.
002120 77  EGRESOS-REAL-W             PIC 9(13)V99 VALUE 0.
002130 77  COBROS-REAL-W              PIC 9(13)V99 VALUE 0.
002140 77  PAGOS-CXP-REAL-W           PIC 9(13)V99 VALUE 0.
002150 77  EGRESOS-PROY-W             PIC 9(13)V99.
002160 77  INGRESOS-PROY-W            PIC 9(13)V99.
002170 77  DIFERENCIA-W               PIC S9(13)V99.
002180 77  CUMPLIMIENTO-W             PIC 9(5)V99.
002190 77  PORC-MINIMO-W              PIC 9(3) VALUE 80.
002200 77  PORC-MAXIMO-W              PIC 9(3) VALUE 120.

002210 01  TABLA-BANCOS-W.
002220     02 CTA-BANCO-TAB-W         PIC 9(6) OCCURS 20.

002230 01  TABLA-ENT-W.
002240     02 ENT-W OCCURS 90.
002250        03 COD-ENT-TAB-W        PIC X(6).
002260        03 PROY-TAB-W           PIC 9(13)V99.
002270        03 REAL-TAB-W           PIC 9(13)V99.
002280        03 DIAS-USADOS-TAB-W    PIC 9(4).

002290 01  LIN-TITULO-FR.
002300     02 FILLER                  PIC X(40) VALUE
002310        "FLUJO DE CAJA PROYECTADO VS REAL - DEL".
002320     02 DESDE-FR                PIC 9(8).
002330     02 FILLER                  PIC X(4) VALUE " AL ".
002340     02 HASTA-FR                PIC 9(8).
002350 01  LIN-REAL-FR.
002360     02 FILLER                  PIC X(20) VALUE
002370        "REAL EN BANCOS:".
002380     02 FILLER                  PIC X(10) VALUE "INGRESOS".
002390     02 INGRESOS-REAL-FR        PIC Z(13)9.99.
002400     02 FILLER                  PIC X(11) VALUE "  EGRESOS".
002410     02 EGRESOS-REAL-FR         PIC Z(13)9.99.
002420     02 FILLER                  PIC X(12) VALUE "  RECAUDO".
002430     02 COBROS-REAL-FR          PIC Z(13)9.99.
002440     02 FILLER                  PIC X(12) VALUE "  PAGOS CXP".
002450     02 PAGOS-CXP-REAL-FR       PIC Z(13)9.99.
002460 01  LIN-COL-FR.
002470     02 FILLER                  PIC X(13) VALUE
002480        "CORRIDA  ANT".
002490     02 FILLER                  PIC X(51) VALUE
002500        "     COBROS PROY      COBROS REAL   % CUMPLIMIENTO".
002510     02 FILLER                  PIC X(51) VALUE
002520        "     EGRESOS PROY     EGRESOS REAL   % CUMPLIMIENTO".
002530 01  LIN-CORRIDA-FR.
002540     02 CORRIDA-FR              PIC 9(8).
002550     02 FILLER                  PIC X VALUE SPACE.
002560     02 SEMANA-FR               PIC Z9.
002570     02 FILLER                  PIC XX VALUE SPACES.
002580     02 COBROS-PROY-FR          PIC Z(13)9.99.
002590     02 COBROS-FR               PIC Z(13)9.99.
002600     02 FILLER                  PIC X(8) VALUE SPACES.
002610     02 CUMPLE-COBRO-FR         PIC ZZZZ9.99.
002620     02 EGRESOS-PROY-FR         PIC Z(13)9.99.
002630     02 EGRESOS-FR              PIC Z(13)9.99.
002640     02 FILLER                  PIC X(8) VALUE SPACES.
002650     02 CUMPLE-EGRESO-FR        PIC ZZZZ9.99.
002660 01  LIN-ENT-TIT-FR.
002670     02 FILLER                  PIC X(40) VALUE
002680        "RECAUDO POR ENTIDAD - CORRIDA DEL".
002690     02 ULT-CORRIDA-FR          PIC 9(8).
002700 01  LIN-ENT-COL-FR.
002710     02 FILLER                  PIC X(38) VALUE
002720        "ENTIDAD NOMBRE".
002730     02 FILLER                  PIC X(5) VALUE " DIAS".
002740     02 FILLER                  PIC X(51) VALUE
002750        "       PROYECTADO             REAL       DIFERENCIA".
002760     02 FILLER                  PIC X(30) VALUE
002770        "       %  SUGERENCIA".
002780 01  LIN-ENT-FR.
002790     02 COD-ENT-FR              PIC X(7).
002800     02 NOMBRE-ENT-FR           PIC X(31).
002810     02 DIAS-FR                 PIC ZZZZ9.
002820     02 PROY-FR                 PIC Z(13)9.99.
002830     02 REAL-FR                 PIC Z(13)9.99.
002840     02 DIFERENCIA-FR           PIC -(13)9.99.
002850     02 CUMPLE-ENT-FR           PIC ZZZZ9.99.
002860     02 FILLER                  PIC XX VALUE SPACES.
002870     02 SUGERENCIA-FR           PIC X(28).

002880 LINKAGE SECTION.
002890 01  FECHA-SEMANA-LNK           PIC 9(8).
002900 01  NIT-EMPRESA-LNK            PIC 9(10).
002910 01  USUARIO-LNK                PIC X(4).
002920 01  RESULT-LNK                 PIC X.
002930     88 COMPARACION-OK          VALUE "S".
002940     88 SEMANA-SIN-PROYECCION   VALUE "X".
002950     88 COMPARACION-NO-OK       VALUE "N".

002960 PROCEDURE DIVISION USING FECHA-SEMANA-LNK NIT-EMPRESA-LNK
002970                          USUARIO-LNK RESULT-LNK.

002980 MAINLINE.
002990     MOVE "N" TO RESULT-LNK.
003000     PERFORM COMPARAR-SEMANA THRU FIN-COMPARAR-SEMANA.
003010     EXIT PROGRAM.

003020 COMPARAR-SEMANA.
003030     IF FECHA-SEMANA-LNK = 0
003040        GO TO FIN-COMPARAR-SEMANA
003050     END-IF.
003060     COMPUTE FECHA-HASTA-W = FUNCTION DATE-OF-INTEGER
003070             (FUNCTION INTEGER-OF-DATE (FECHA-SEMANA-LNK) + 6).
003080     INITIALIZE TABLA-ENT-W TABLA-BANCOS-W.
003090     PERFORM CARGAR-BANCOS.
003100     PERFORM REAL-BANCOS.
003110     OPEN INPUT ARCHIVO-FACTURAS ARCHIVO-ENTIDADES.
003120     PERFORM REAL-RECAUDO.
003130     PERFORM REAL-CXP.
003140     OPEN OUTPUT REPORTE-FLUJO-REAL.
003150     MOVE FECHA-SEMANA-LNK TO DESDE-FR.
003160     MOVE FECHA-HASTA-W    TO HASTA-FR.
003170     MOVE LIN-TITULO-FR TO LIN-REAL.
003180     WRITE LIN-REAL.
003190     MOVE INGRESOS-REAL-W  TO INGRESOS-REAL-FR.
003200     MOVE EGRESOS-REAL-W   TO EGRESOS-REAL-FR.
003210     MOVE COBROS-REAL-W    TO COBROS-REAL-FR.
003220     MOVE PAGOS-CXP-REAL-W TO PAGOS-CXP-REAL-FR.
003230     MOVE LIN-REAL-FR TO LIN-REAL.
003240     WRITE LIN-REAL.
003250     MOVE SPACES TO LIN-REAL.
003260     WRITE LIN-REAL.
003270     MOVE LIN-COL-FR TO LIN-REAL.
003280     WRITE LIN-REAL.
003290     OPEN I-O ARCHIVO-FLUJO-CAJA.
003300     IF OTR-STAT = "35"
003310        OPEN OUTPUT ARCHIVO-FLUJO-CAJA
003320        CLOSE ARCHIVO-FLUJO-CAJA
003330        OPEN I-O ARCHIVO-FLUJO-CAJA
003340     END-IF.
003350     PERFORM ACTUALIZAR-CORRIDAS.
003360     IF TOT-CORRIDAS-W > 0
003370        PERFORM PROYECCION-ENTIDADES
003380     END-IF.
003390     CLOSE ARCHIVO-FLUJO-CAJA.
003400     PERFORM ESCRIBIR-ENTIDADES.
003410     CLOSE REPORTE-FLUJO-REAL ARCHIVO-FACTURAS ARCHIVO-ENTIDADES.
003420     IF TOT-CORRIDAS-W = 0
003430        MOVE "X" TO RESULT-LNK
003440     ELSE
003450        MOVE "S" TO RESULT-LNK
003460     END-IF.
003470 FIN-COMPARAR-SEMANA.
003480     EXIT.

003490 CARGAR-BANCOS.
003500     MOVE 0 TO TOT-BANCOS-W SW-FIN-W.
003510     OPEN INPUT ARCHIVO-BANCO-MAP.
003520     IF OTR-STAT NOT = "00"
003530        MOVE 1 TO SW-FIN-W
003540     END-IF.
003550     PERFORM LEER-BANCO UNTIL SW-FIN-W = 1.
003560     CLOSE ARCHIVO-BANCO-MAP.

003570 LEER-BANCO.
003580     READ ARCHIVO-BANCO-MAP NEXT
003590          AT END MOVE 1 TO SW-FIN-W
003600     END-READ.
003610     IF SW-FIN-W = 0 AND CTA-BANCO-MAP > 0
003620        MOVE CTA-BANCO-MAP TO CTA-BUSCADA-W
003630        PERFORM UBICAR-BANCO
003640        IF SW-HALLADO-W = 0 AND TOT-BANCOS-W < 20
003650           ADD 1 TO TOT-BANCOS-W
003660           MOVE CTA-BANCO-MAP TO CTA-BANCO-TAB-W (TOT-BANCOS-W)
003670        END-IF
003680     END-IF.

003690 UBICAR-BANCO.
003700     MOVE 0 TO SW-HALLADO-W.
003710     PERFORM BUSCAR-BANCO VARYING J FROM 1 BY 1
003720             UNTIL J > TOT-BANCOS-W OR SW-HALLADO-W = 1.

003730 BUSCAR-BANCO.
003740     IF CTA-BANCO-TAB-W (J) = CTA-BUSCADA-W
003750        MOVE 1 TO SW-HALLADO-W
003760     END-IF.

      *-----------------------------------------------------------------
      * LO REAL DE LA SEMANA (FECHA-MOV VIENE AAMMDD)
      *-----------------------------------------------------------------
003770 REAL-BANCOS.
003780     MOVE 0 TO SW-FIN-W.
003790     OPEN INPUT MOVIMIENTO-DIARIO.
003800     PERFORM LEER-MOVIMIENTO UNTIL SW-FIN-W = 1.
003810     CLOSE MOVIMIENTO-DIARIO.

003820 LEER-MOVIMIENTO.
003830     READ MOVIMIENTO-DIARIO NEXT
003840          AT END MOVE 1 TO SW-FIN-W
003850     END-READ.
003860     IF SW-FIN-W = 0
003870        AND (NIT-EMPRESA-LNK = 0
003880             OR NIT-EMPRESA-MOV = NIT-EMPRESA-LNK)
003890        COMPUTE FECHA-MOV-LARGA-W = 20000000 + FECHA-MOV
003900        IF FECHA-MOV-LARGA-W NOT < FECHA-SEMANA-LNK
003910           AND FECHA-MOV-LARGA-W NOT > FECHA-HASTA-W
003920           MOVE MAYOR-MOV TO CTA-BUSCADA-W
003930           PERFORM UBICAR-BANCO
003940           IF SW-HALLADO-W = 1
003950              IF VALOR-MOV > 0
003960                 ADD VALOR-MOV TO INGRESOS-REAL-W
003970              ELSE
003980                 SUBTRACT VALOR-MOV FROM EGRESOS-REAL-W
003990              END-IF
004000           END-IF
004010        END-IF
004020     END-IF.

004030 REAL-RECAUDO.
004040     MOVE 0 TO SW-FIN-W.
004050     OPEN INPUT ARCHIVO-CARTERA-MOV.
004060     MOVE FECHA-SEMANA-LNK TO FECHA-CARTM.
004070     START ARCHIVO-CARTERA-MOV KEY IS >= FECHA-CARTM
004080           INVALID KEY MOVE 1 TO SW-FIN-W
004090     END-START.
004100     PERFORM LEER-PAGO UNTIL SW-FIN-W = 1.
004110     CLOSE ARCHIVO-CARTERA-MOV.

004120 LEER-PAGO.
004130     READ ARCHIVO-CARTERA-MOV NEXT
004140          AT END MOVE 1 TO SW-FIN-W
004150     END-READ.
004160     IF SW-FIN-W = 0
004170        IF FECHA-CARTM > FECHA-HASTA-W
004180           MOVE 1 TO SW-FIN-W
004190        ELSE
004200           IF CARTM-PAGO
004210              MOVE LLAVE-FACT-CARTM TO LLAVE-FACT
004220              READ ARCHIVO-FACTURAS
004230                   INVALID KEY MOVE SPACES TO EPS-FACT
004240              END-READ
004250              MOVE EPS-FACT TO ENTIDAD-ANT-W
004260              PERFORM UBICAR-ENTIDAD
004270              IF J > 0
004280                 ADD VALOR-CARTM TO REAL-TAB-W (J)
004290              END-IF
004300              ADD VALOR-CARTM TO COBROS-REAL-W
004310           END-IF
004320        END-IF
004330     END-IF.

004340 REAL-CXP.
004350     MOVE 0 TO SW-FIN-W.
004360     OPEN INPUT ARCHIVO-CXP.
004370     IF OTR-STAT NOT = "00"
004380        MOVE 1 TO SW-FIN-W
004390     END-IF.
004400     PERFORM LEER-CXP UNTIL SW-FIN-W = 1.
004410     CLOSE ARCHIVO-CXP.

004420 LEER-CXP.
004430     READ ARCHIVO-CXP NEXT
004440          AT END MOVE 1 TO SW-FIN-W
004450     END-READ.
004460     IF SW-FIN-W = 0 AND CXP-PAGADA
004470        AND FECHA-PAGO-CXP NOT < FECHA-SEMANA-LNK
004480        AND FECHA-PAGO-CXP NOT > FECHA-HASTA-W
004490        AND (NIT-EMPRESA-LNK = 0
004500             OR NIT-EMPRESA-CXP = NIT-EMPRESA-LNK)
004510        ADD NETO-CXP TO PAGOS-CXP-REAL-W
004520     END-IF.

004530 UBICAR-ENTIDAD.
004540     MOVE 0 TO SW-HALLADO-W.
004550     PERFORM BUSCAR-ENTIDAD VARYING J FROM 1 BY 1
004560             UNTIL J > TOT-ENT-W OR SW-HALLADO-W = 1.
004570     IF SW-HALLADO-W = 0
004580        IF TOT-ENT-W < 90
004590           ADD 1 TO TOT-ENT-W
004600           MOVE TOT-ENT-W     TO J
004610           MOVE ENTIDAD-ANT-W TO COD-ENT-TAB-W (J)
004620        ELSE
004630           DISPLAY "TABLA DE ENTIDADES LLENA " ENTIDAD-ANT-W
004640           MOVE 0 TO J
004650        END-IF
004660     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
004670 BUSCAR-ENTIDAD.
004680     IF COD-ENT-TAB-W (J) = ENTIDAD-ANT-W
004690        MOVE 1 TO SW-HALLADO-W
004700        SUBTRACT 1 FROM J
004710     END-IF.

      *-----------------------------------------------------------------
      * CADA CORRIDA QUE PROYECTO LA SEMANA RECIBE LO REAL
      *-----------------------------------------------------------------
004720 ACTUALIZAR-CORRIDAS.
004730     MOVE 0 TO SW-FIN-W TOT-CORRIDAS-W.
004740     MOVE FECHA-SEMANA-LNK TO FECHA-DESDE-FLJ.
004750     START ARCHIVO-FLUJO-CAJA KEY IS >= FECHA-DESDE-FLJ
004760           INVALID KEY MOVE 1 TO SW-FIN-W
004770     END-START.
004780     PERFORM LEER-FLUJO UNTIL SW-FIN-W = 1.

004790 LEER-FLUJO.
004800     READ ARCHIVO-FLUJO-CAJA NEXT
004810          AT END MOVE 1 TO SW-FIN-W
004820     END-READ.
004830     IF SW-FIN-W = 0
004840        IF FECHA-DESDE-FLJ NOT = FECHA-SEMANA-LNK
004850           MOVE 1 TO SW-FIN-W
004860        ELSE
004870           IF NIT-EMPRESA-FLJ = NIT-EMPRESA-LNK
004880              PERFORM ACTUALIZAR-REGISTRO
004890           END-IF
004900        END-IF
004910     END-IF.

004920 ACTUALIZAR-REGISTRO.
004930     MOVE FECHA-HASTA-W TO FECHA-COMPARA-FLJ.
004940     IF FLJ-TOTAL-SEMANA
004950        MOVE COBROS-REAL-W    TO COBROS-REAL-FLJ
004960        MOVE INGRESOS-REAL-W  TO INGRESOS-REAL-FLJ
004970        MOVE EGRESOS-REAL-W   TO EGRESOS-REAL-FLJ
004980        MOVE PAGOS-CXP-REAL-W TO PAGOS-CXP-REAL-FLJ
004990        PERFORM ESCRIBIR-CORRIDA
005000        ADD 1 TO TOT-CORRIDAS-W
005010        IF CORRIDA-FLJ > ULT-CORRIDA-W
005020           MOVE CORRIDA-FLJ TO ULT-CORRIDA-W
005030           MOVE SEMANA-FLJ  TO ULT-SEMANA-W
005040        END-IF
005050     ELSE
005060        MOVE COD-ENT-FLJ TO ENTIDAD-ANT-W
005070        MOVE 0 TO SW-HALLADO-W
005080        PERFORM BUSCAR-ENTIDAD VARYING J FROM 1 BY 1
005090                UNTIL J > TOT-ENT-W OR SW-HALLADO-W = 1
005100        IF SW-HALLADO-W = 1
005110           MOVE REAL-TAB-W (J) TO COBROS-REAL-FLJ
005120        ELSE
005130           MOVE 0 TO COBROS-REAL-FLJ
005140        END-IF
005150     END-IF.
005160     REWRITE REG-FLJ INVALID KEY CONTINUE END-REWRITE.

005170 ESCRIBIR-CORRIDA.
005180     COMPUTE EGRESOS-PROY-W = PAGOS-CXP-PROY-FLJ
005190             + RECUR-EGR-PROY-FLJ + FIJOS-PROY-FLJ.
005200     MOVE CORRIDA-FLJ     TO CORRIDA-FR.
005210     MOVE SEMANA-FLJ      TO SEMANA-FR.
005220     MOVE COBROS-PROY-FLJ TO COBROS-PROY-FR.
005230     MOVE COBROS-REAL-W   TO COBROS-FR.
005240     MOVE COBROS-PROY-FLJ TO INGRESOS-PROY-W.
005250     MOVE COBROS-REAL-W   TO DIFERENCIA-W.
005260     PERFORM CALCULAR-CUMPLIMIENTO.
005270     MOVE CUMPLIMIENTO-W  TO CUMPLE-COBRO-FR.
005280     MOVE EGRESOS-PROY-W  TO EGRESOS-PROY-FR.
005290     MOVE EGRESOS-REAL-W  TO EGRESOS-FR.
005300     MOVE EGRESOS-PROY-W  TO INGRESOS-PROY-W.
005310     MOVE EGRESOS-REAL-W  TO DIFERENCIA-W.
005320     PERFORM CALCULAR-CUMPLIMIENTO.
005330     MOVE CUMPLIMIENTO-W  TO CUMPLE-EGRESO-FR.
005340     MOVE LIN-CORRIDA-FR TO LIN-REAL.
005350     WRITE LIN-REAL.

      * REAL (EN DIFERENCIA-W) SOBRE PROYECTADO (EN INGRESOS-PROY-W)
005360 CALCULAR-CUMPLIMIENTO.
005370     IF INGRESOS-PROY-W = 0
005380        MOVE 0 TO CUMPLIMIENTO-W
005390     ELSE
005400        COMPUTE CUMPLIMIENTO-W ROUNDED =
005410                DIFERENCIA-W * 100 / INGRESOS-PROY-W
005420            ON SIZE ERROR MOVE 99999.99 TO CUMPLIMIENTO-W
005430        END-COMPUTE
005440     END-IF.

      *-----------------------------------------------------------------
      * COBROS POR ENTIDAD DE LA CORRIDA MAS RECIENTE
      *-----------------------------------------------------------------
005450 PROYECCION-ENTIDADES.
005460     MOVE 0 TO SW-FIN-W.
005470     MOVE ULT-CORRIDA-W TO CORRIDA-FLJ.
005480     MOVE ULT-SEMANA-W  TO SEMANA-FLJ.
005490     MOVE "C"           TO TIPO-FLJ.
005500     MOVE LOW-VALUES    TO COD-ENT-FLJ.
005510     START ARCHIVO-FLUJO-CAJA KEY IS >= LLAVE-FLJ
005520           INVALID KEY MOVE 1 TO SW-FIN-W
005530     END-START.
005540     PERFORM LEER-COBRO-ENTIDAD UNTIL SW-FIN-W = 1.

005550 LEER-COBRO-ENTIDAD.
005560     READ ARCHIVO-FLUJO-CAJA NEXT
005570          AT END MOVE 1 TO SW-FIN-W
005580     END-READ.
005590     IF SW-FIN-W = 0
005600        IF CORRIDA-FLJ NOT = ULT-CORRIDA-W
005610           OR SEMANA-FLJ NOT = ULT-SEMANA-W
005620           OR NOT FLJ-COBRO-ENTIDAD
005630           MOVE 1 TO SW-FIN-W
005640        ELSE
005650           MOVE COD-ENT-FLJ TO ENTIDAD-ANT-W
005660           PERFORM UBICAR-ENTIDAD
005670           IF J > 0
005680              MOVE COBROS-PROY-FLJ TO PROY-TAB-W (J)
005690              MOVE DIAS-USADOS-FLJ TO DIAS-USADOS-TAB-W (J)
005700           END-IF
005710        END-IF
005720     END-IF.

005730 ESCRIBIR-ENTIDADES.
005740     MOVE SPACES TO LIN-REAL.
005750     WRITE LIN-REAL.
005760     MOVE ULT-CORRIDA-W TO ULT-CORRIDA-FR.
005770     MOVE LIN-ENT-TIT-FR TO LIN-REAL.
005780     WRITE LIN-REAL.
005790     MOVE LIN-ENT-COL-FR TO LIN-REAL.
005800     WRITE LIN-REAL.
005810     PERFORM ESCRIBIR-ENTIDAD VARYING J FROM 1 BY 1
005820             UNTIL J > TOT-ENT-W.

005830 ESCRIBIR-ENTIDAD.
005840     MOVE COD-ENT-TAB-W (J) TO COD-ENT-FR COD-ENT.
005850     READ ARCHIVO-ENTIDADES
005860          INVALID KEY MOVE SPACES TO NOMBRE-ENT
005870     END-READ.
005880     MOVE NOMBRE-ENT             TO NOMBRE-ENT-FR.
005890     MOVE DIAS-USADOS-TAB-W (J)  TO DIAS-FR.
005900     MOVE PROY-TAB-W (J)         TO PROY-FR INGRESOS-PROY-W.
005910     MOVE REAL-TAB-W (J)         TO REAL-FR.
005920     COMPUTE DIFERENCIA-FR = REAL-TAB-W (J) - PROY-TAB-W (J).
005930     MOVE REAL-TAB-W (J)         TO DIFERENCIA-W.
005940     PERFORM CALCULAR-CUMPLIMIENTO.
005950     MOVE CUMPLIMIENTO-W         TO CUMPLE-ENT-FR.
005960     EVALUATE TRUE
005970        WHEN PROY-TAB-W (J) = 0
005980           MOVE "NO PROYECTADO"        TO SUGERENCIA-FR
005990        WHEN CUMPLIMIENTO-W < PORC-MINIMO-W
006000           MOVE "PAGA MAS TARDE: SUBIR DIAS" TO SUGERENCIA-FR
006010        WHEN CUMPLIMIENTO-W > PORC-MAXIMO-W
006020           MOVE "PAGA ANTES: BAJAR DIAS"     TO SUGERENCIA-FR
006030        WHEN OTHER
006040           MOVE SPACES                 TO SUGERENCIA-FR
006050     END-EVALUATE.
006060     MOVE LIN-ENT-FR TO LIN-REAL.
006070     WRITE LIN-REAL.
