      *=================================================================
      * CONTABILIDAD - CUENTAS POR PAGAR: PERFIL TRIBUTARIO, REGISTRO
      * DE FACTURAS DE PROVEEDOR Y EDADES DE CARTERA POR PAGAR
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LAS FACTURAS DE PROVEEDOR SE DIGITABAN DIRECTO EN
      * MOVIMIENTO-DIARIO Y LOS PAGOS SE PLANEABAN EN HOJA DE CALCULO,
      * SIN SALDO POR FACTURA NI VENCIMIENTOS. ESTE COMPONENTE LLEVA
      * EL AUXILIAR DE CUENTAS POR PAGAR (ARCHIVO-CXP, UNA FACTURA
      * POR NIT + NUMERO CON SU SALDO):
      * MODO "P" - GRABA EL PERFIL DEL TERCERO (ARCHIVO-PERFIL-CXP):
      *            PERSONA NATURAL/JURIDICA, REGIMEN DE IVA, GRAN
      *            CONTRIBUYENTE, AUTORRETENEDOR, CONCEPTO DE
      *            RETEFUENTE, TARIFA DE ICA POR MIL, CUENTA BANCARIA
      *            PARA EL PAB, DIAS DE CREDITO Y PRIORIDAD DE PAGO.
      * MODO "F" - REGISTRA UNA FACTURA: CALCULA RETEFUENTE (TARIFA
      *            Y BASE MINIMA EN UVT DEL CONCEPTO, NADA AL
      *            AUTORRETENEDOR), RETEIVA (15% DEL IVA DEL
      *            RESPONSABLE QUE NO ES GRAN CONTRIBUYENTE) Y RETEICA
      *            (TARIFA POR MIL DEL PERFIL), DEVUELVE EL NETO A
      *            PAGAR Y ASIENTA LA CAUSACION EN EL LOTE "CP": GASTO
      *            E IVA DESCONTABLE AL DEBITO, RETENCIONES (RANGO
      *            2365-2368 QUE CERTIFICA CON123) Y PROVEEDORES AL
      *            CREDITO. SIN FECHA DE VENCIMIENTO SE TOMAN LOS DIAS
      *            DE CREDITO DEL PERFIL.
      * MODO "E" - EDADES DE LO POR PAGAR A LA FECHA DE CORTE POR
      *            TERCERO (UNO O TODOS): POR VENCER, 1-30, 31-60,
      *            61-90 Y MAS DE 90 DIAS, EN SC-EDADCXP.TXT.
      * LA CORRIDA SEMANAL DE PAGOS, EL PAB Y EL EGRESO SON CON132-01.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - PERFIL CON DOC-SOPORTE-PRF: AL
      *         TERCERO NO OBLIGADO A FACTURAR, EL MODO "F" LE EMITE EL
      *         DOCUMENTO SOPORTE ELECTRONICO (CON133) Y LA CUENTA POR
      *         PAGAR QUEDA CON SU NUMERO "DS" + SEDE + CONSECUTIVO,
      *         DEVUELTO EN NRO-FACT-LNK. SIN CONSECUTIVO DEVUELVE "C".
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON132.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PERFIL-CXP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PERFILCXP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-TERCERO-PRF
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CXP LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CXP-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-CXP
000200         ALTERNATE RECORD KEY IS FECHA-VENCE-CXP WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-TER-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS COD-TERCERO
000270         FILE STATUS IS OTR-STAT.

000280     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-MOV-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-MOV
000330         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000340         FILE STATUS IS OTR-STAT.

000350     SELECT REPORTE-EDADES
000360         ASSIGN NOM-EDADCXP-W
000370         ORGANIZATION IS LINE SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.

000400 FD  ARCHIVO-PERFIL-CXP
000410     LABEL RECORD STANDARD.
000420 01  REG-PRF.
000430     02 COD-TERCERO-PRF         PIC 9(10).
000440     02 TIPO-PERSONA-PRF        PIC X.
000450        88 PERSONA-NATURAL      VALUE "N".
000460        88 PERSONA-JURIDICA     VALUE "J".
000470     02 REGIMEN-PRF             PIC X.
000480        88 RESPONSABLE-IVA      VALUE "C".
000490        88 REGIMEN-SIMPLE       VALUE "S".
000500        88 NO-RESPONSABLE-IVA   VALUE "N".
000510     02 GRAN-CONTRIB-PRF        PIC X.
000520        88 ES-GRAN-CONTRIB      VALUE "S".
000530     02 AUTORRET-PRF            PIC X.
000540        88 ES-AUTORRETENEDOR    VALUE "S".
000550     02 CONCEPTO-RTF-PRF        PIC XX.
000560        88 RTF-COMPRAS          VALUE "CO".
000570        88 RTF-SERVICIOS        VALUE "SE".
000580        88 RTF-HONORARIOS       VALUE "HO".
000590        88 RTF-ARRENDAMIENTOS   VALUE "AR".
000600     02 TARIFA-ICA-PRF          PIC 99V99.
000610     02 BANCO-PRF               PIC X(4).
000620     02 TIPO-CTA-PRF            PIC X.
000630        88 CTA-AHORROS          VALUE "A".
000640        88 CTA-CORRIENTE        VALUE "C".
000650     02 NRO-CTA-PRF             PIC X(17).
000660     02 DIAS-CREDITO-PRF        PIC 9(3).
000670     02 PRIORIDAD-PRF           PIC 9.
000671     02 DOC-SOPORTE-PRF         PIC X.
000672        88 REQUIERE-DOC-SOPORTE VALUE "S".
000680     02 FILLER                  PIC X(19).

000690 FD  ARCHIVO-CXP
000700     LABEL RECORD STANDARD.
000710 01  REG-CXP.
000720     02 LLAVE-CXP.
000730        03 NIT-CXP              PIC 9(10).
000740        03 NRO-CXP              PIC X(20).
000750     02 FECHA-FACT-CXP          PIC 9(8).
000760     02 FECHA-VENCE-CXP         PIC 9(8).
000770     02 CUENTA-GASTO-CXP        PIC 9(6).
000780     02 CONCEPTO-RTF-CXP        PIC XX.
000790     02 BASE-CXP                PIC 9(11)V99.
000800     02 IVA-CXP                 PIC 9(11)V99.
000810     02 RETEFUENTE-CXP          PIC 9(11)V99.
000820     02 RETEIVA-CXP             PIC 9(11)V99.
000830     02 RETEICA-CXP             PIC 9(11)V99.
000840     02 NETO-CXP                PIC 9(11)V99.
000850     02 SALDO-CXP               PIC 9(11)V99.
000860     02 PRIORIDAD-CXP           PIC 9.
000870     02 ESTADO-CXP              PIC X.
000880        88 CXP-PENDIENTE        VALUE "P".
000890        88 CXP-PROPUESTA        VALUE "R".
000900        88 CXP-APROBADA         VALUE "A".
000910        88 CXP-PAGADA           VALUE "G".
000920     02 LOTE-PAGO-CXP           PIC 9(8).
000930     02 COMPROB-CAUSA-CXP       PIC X(7).
000940     02 COMPROB-EGRESO-CXP      PIC X(7).
000950     02 FECHA-PAGO-CXP          PIC 9(8).
000960     02 APROBADOR-CXP           PIC X(4).
000970     02 USUARIO-CXP             PIC X(4).
000980     02 NIT-EMPRESA-CXP         PIC 9(10).
000990     02 FILLER                  PIC X(20).

001000 FD  ARCHIVO-TERCEROS
001010     LABEL RECORD STANDARD.
001020 01  REG-TERCERO.
001030     02 COD-TERCERO             PIC 9(10).
001040     02 E-MAIL-TER              PIC X(60).
001050     02 NOMBRE-TER              PIC X(40).
001060     02 FILLER                  PIC X(10).

001070 FD  MOVIMIENTO-DIARIO
001080     LABEL RECORD STANDARD.
001090 01  REG-MOV.
001100     02 LLAVE-MOV.
001110        03 LOTE-MOV             PIC XX.
001120        03 COMPROB-MOV          PIC X(7).
001130        03 SECU-MOV             PIC XX.
001140     02 MAYOR-MOV               PIC 9(6).
001150     02 FECHA-MOV               PIC 9(6).
001160     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
001170     02 DETALLE-MOV             PIC X(30).
001180     02 NIT-MOV                 PIC 9(10).
001190     02 SECUENCIA-MOV           PIC 9(8).
001200     02 SUCURSAL-MOV            PIC XX.
001210     02 NIT-EMPRESA-MOV         PIC 9(10).

001220 FD  REPORTE-EDADES
001230     LABEL RECORD STANDARD.
001240 01  LIN-EDADES                 PIC X(132).

001250 WORKING-STORAGE SECTION.

001260 77  NOM-PERFILCXP-W            PIC X(60)
001270     VALUE "D:\progelect\DATOS\SC-PERFILCXP.DAT".
001280 77  NOM-CXP-W                  PIC X(60)
001290     VALUE "D:\progelect\DATOS\SC-CXP.DAT".
001300 77  NOM-TER-W                  PIC X(60)
001310     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
001320 77  NOM-MOV-W                  PIC X(50)
001330     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001340 77  NOM-EDADCXP-W              PIC X(60)
001350     VALUE "D:\progelect\DATOS\SC-EDADCXP.TXT".
001360 77  OTR-STAT                   PIC XX.
001370 77  SW-FIN-W                   PIC 9 VALUE 0.
001380 77  FECHA-HOY-W                PIC 9(8).
001390 77  ANO-FACT-W                 PIC 9(4).
001400 77  MES-FACT-W                 PIC 99.
001410 77  DIAS-VENCIDO-W             PIC S9(5) SIGN IS TRAILING.
001420 77  NIT-ANTERIOR-W             PIC 9(10) VALUE 0.
001430 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
001440 77  SECU-RENGLON-W             PIC 99 VALUE 0.
001450 77  COMPROB-NUM-W              PIC 9(7) VALUE 0.
001460 77  VALOR-ASIENTO-W            PIC S9(12)V99.
001470 77  CUENTA-ASIENTO-W           PIC 9(6).
001480 77  TARIFA-RTF-W               PIC 9V9(4).
001490 77  BASE-MIN-UVT-W             PIC 9(3).

      * UVT VIGENTE PARA LAS BASES MINIMAS DE RETEFUENTE; SE
      * ACTUALIZA CADA ANO CON LA RESOLUCION DE LA DIAN.
001500 77  UVT-W                      PIC 9(6) VALUE 49799.
001510 77  TARIFA-RETEIVA-W           PIC 9V99 VALUE 0.15.

      * CUENTAS PUC DE LA CAUSACION
001520 77  CTA-PROVEEDORES-W          PIC 9(6) VALUE 220505.
001530 77  CTA-IVA-DESC-W             PIC 9(6) VALUE 240810.
001540 77  CTA-RTF-COMPRAS-W          PIC 9(6) VALUE 236540.
001550 77  CTA-RTF-SERVICIOS-W        PIC 9(6) VALUE 236525.
001560 77  CTA-RTF-HONORARIOS-W       PIC 9(6) VALUE 236515.
001570 77  CTA-RTF-ARRIENDOS-W        PIC 9(6) VALUE 236530.
001580 77  CTA-RETEIVA-W              PIC 9(6) VALUE 236701.
001590 77  CTA-RETEICA-W              PIC 9(6) VALUE 236801.
001600 77  CTA-RTF-W                  PIC 9(6).

001610 77  MODO-MULTIEMP-W            PIC X.
001620 77  RAZON-NULA-W               PIC X(40) VALUE SPACES.
001630 77  CTA-DESDE-NULA-W           PIC 9(6) VALUE 0.
001640 77  CTA-HASTA-NULA-W           PIC 9(6) VALUE 0.
001650 77  CUENTA-CHEQ-W              PIC 9(6).
001660 77  NIT-DESTINO-NULO-W         PIC 9(10) VALUE 0.
001670 77  CTA-DB-ORIG-NULA-W         PIC 9(6) VALUE 0.
001680 77  CTA-CR-ORIG-NULA-W         PIC 9(6) VALUE 0.
001690 77  CTA-DB-DEST-NULA-W         PIC 9(6) VALUE 0.
001700 77  CTA-CR-DEST-NULA-W         PIC 9(6) VALUE 0.
001710 77  VALOR-NULO-W               PIC 9(11)V99 VALUE 0.
001720 77  DETALLE-NULO-W             PIC X(30) VALUE SPACES.
001730 77  RESULT-MULTIEMP-W          PIC X.

001731 77  MODO-DS-W                  PIC X.
001732 77  NIT-EMPRESA-DS-W           PIC 9(10).
001733 77  RESULT-DS-W                PIC X.
001734 01  LLAVE-DS-W.
001735     02 TIPO-DS-W               PIC X.
001736     02 SUC-DS-W                PIC XX.
001737     02 NRO-DS-W                PIC 9(9).
001738 01  DATOS-DS-W.
001739     02 FECHA-DS-W              PIC 9(8).
001740     02 NIT-PROV-DS-W           PIC 9(10).
001741     02 CUENTA-GASTO-DS-W       PIC 9(6).
001742     02 DESCRIP-DS-W            PIC X(40).
001743     02 BASE-DS-W               PIC 9(11)V99.
001744     02 IVA-DS-W                PIC 9(11)V99.
001745     02 RETEFUENTE-DS-W         PIC 9(11)V99.
001746     02 RETEIVA-DS-W            PIC 9(11)V99.
001747     02 RETEICA-DS-W            PIC 9(11)V99.
001748     02 NETO-DS-W               PIC 9(11)V99.
001749     02 COMPROB-DS-W            PIC X(7).
001750 01  AJUSTE-NULO-W.
001751     02 FILLER                  PIC X VALUE SPACE.
001752     02 FILLER                  PIC 9(11)V99 VALUE 0.
001753     02 FILLER                  PIC X(40) VALUE SPACES.
001754     02 FILLER                  PIC 9(9) VALUE 0.
001755 01  RESPUESTA-NULA-W           PIC X(156) VALUE SPACES.
001756 01  NRO-CXP-DS-W.
001757     02 FILLER                  PIC XX VALUE "DS".
001758     02 SUC-CXP-DS-W            PIC XX.
001759     02 NRO-CXP-NUM-DS-W        PIC 9(9).
001760     02 FILLER                  PIC X(7) VALUE SPACES.

001761 01  EDADES-TERCERO-W.
001762     02 EDAD-TER-W              OCCURS 5 PIC 9(13)V99.
001763 01  EDADES-TOTAL-W.
001770     02 EDAD-TOT-W              OCCURS 5 PIC 9(13)V99.
001780 77  IX-EDAD-W                  PIC 9 VALUE 0.

001790 01  LIN-TITULO-EDAD.
001800     02 FILLER                  PIC X(38)
001810        VALUE "EDADES DE CUENTAS POR PAGAR AL CORTE ".
001820     02 FECHA-TIT-EDAD          PIC 9(8).

001830 01  LIN-COLUMNAS-EDAD.
001840     02 FILLER                  PIC X(52)
001850        VALUE "TERCERO    NOMBRE".
001860     02 FILLER                  PIC X(28)
001870        VALUE "  POR VENCER      1 A 30    ".
001880     02 FILLER                  PIC X(42)
001890        VALUE " 31 A 60     61 A 90     MAS DE 90".

001900 01  LIN-DETALLE-EDAD.
001910     02 NIT-EDAD                PIC Z(9)9.
001920     02 FILLER                  PIC X VALUE SPACE.
001930     02 NOMBRE-EDAD             PIC X(40).
001940     02 VALOR-EDAD              OCCURS 5 PIC ZZZZZZZZZZ9.99.

001950 LINKAGE SECTION.
001960 01  MODO-LNK                   PIC X.
001970     88 MODO-PERFIL             VALUE "P".
001980     88 MODO-FACTURA            VALUE "F".
001990     88 MODO-EDADES             VALUE "E".
002000 01  COD-TERCERO-LNK            PIC 9(10).
002010 01  DATOS-PERFIL-LNK.
002020     02 TIPO-PERSONA-LNK        PIC X.
002030     02 REGIMEN-LNK             PIC X.
002040     02 GRAN-CONTRIB-LNK        PIC X.
002050     02 AUTORRET-LNK            PIC X.
002060     02 CONCEPTO-RTF-LNK        PIC XX.
002070     02 TARIFA-ICA-LNK          PIC 99V99.
002080     02 BANCO-LNK               PIC X(4).
002090     02 TIPO-CTA-LNK            PIC X.
002100     02 NRO-CTA-LNK             PIC X(17).
002110     02 DIAS-CREDITO-LNK        PIC 9(3).
002120     02 PRIORIDAD-PRF-LNK       PIC 9.
002121     02 DOC-SOPORTE-LNK         PIC X.
002130 01  DATOS-FACTURA-LNK.
002140     02 NRO-FACT-LNK            PIC X(20).
002150     02 FECHA-FACT-LNK          PIC 9(8).
002160     02 FECHA-VENCE-LNK         PIC 9(8).
002170     02 CUENTA-GASTO-LNK        PIC 9(6).
002180     02 BASE-LNK                PIC 9(11)V99.
002190     02 IVA-LNK                 PIC 9(11)V99.
002200     02 PRIORIDAD-LNK           PIC 9.
002210     02 RETEFUENTE-LNK          PIC 9(11)V99.
002220     02 RETEIVA-LNK             PIC 9(11)V99.
002230     02 RETEICA-LNK             PIC 9(11)V99.
002240     02 NETO-LNK                PIC 9(11)V99.
002250     02 COMPROB-LNK             PIC X(7).
002260 01  FECHA-CORTE-LNK            PIC 9(8).
002270 01  NIT-EMPRESA-LNK            PIC 9(10).
002280 01  USUARIO-LNK                PIC X(4).
002290 01  RESULT-LNK                 PIC X.
002300     88 CXP-OK                  VALUE "S".
002310     88 CXP-SIN-TERCERO         VALUE "T".
002320     88 CXP-DUPLICADA           VALUE "D".
002330     88 CXP-BLOQUEADA           VALUE "B".
002331     88 CXP-SIN-CONSECUTIVO     VALUE "C".
002340     88 CXP-NO-OK               VALUE "N".

002350 PROCEDURE DIVISION USING MODO-LNK COD-TERCERO-LNK
002360                          DATOS-PERFIL-LNK DATOS-FACTURA-LNK
002370                          FECHA-CORTE-LNK NIT-EMPRESA-LNK
002380                          USUARIO-LNK RESULT-LNK.

002390 MAINLINE.
002400     MOVE "N" TO RESULT-LNK.
002410     PERFORM ABRIR-ARCHIVOS.
002420     EVALUATE TRUE
002430        WHEN MODO-PERFIL
002440           PERFORM GRABAR-PERFIL THRU FIN-GRABAR-PERFIL
002450        WHEN MODO-FACTURA
002460           PERFORM REGISTRAR-FACTURA THRU FIN-REGISTRAR-FACTURA
002470        WHEN MODO-EDADES
002480           PERFORM INFORME-EDADES
002490     END-EVALUATE.
002500     PERFORM CERRAR-ARCHIVOS.
002510     EXIT PROGRAM.

002520 ABRIR-ARCHIVOS.
002530     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002540     OPEN I-O ARCHIVO-PERFIL-CXP.
002550     IF OTR-STAT = "35"
002560        OPEN OUTPUT ARCHIVO-PERFIL-CXP
002570        CLOSE ARCHIVO-PERFIL-CXP
002580        OPEN I-O ARCHIVO-PERFIL-CXP
002590     END-IF.
002600     OPEN I-O ARCHIVO-CXP.
002610     IF OTR-STAT = "35"
002620        OPEN OUTPUT ARCHIVO-CXP
002630        CLOSE ARCHIVO-CXP
002640        OPEN I-O ARCHIVO-CXP
002650     END-IF.
002660     OPEN INPUT ARCHIVO-TERCEROS.

      *-----------------------------------------------------------------
      * PERFIL TRIBUTARIO Y BANCARIO DEL TERCERO
      *-----------------------------------------------------------------
002670 GRABAR-PERFIL.
002680     MOVE COD-TERCERO-LNK TO COD-TERCERO.
002690     READ ARCHIVO-TERCEROS
002700          INVALID KEY
002710             MOVE "T" TO RESULT-LNK
002720             GO TO FIN-GRABAR-PERFIL
002730     END-READ.
002740     INITIALIZE REG-PRF.
002750     MOVE COD-TERCERO-LNK   TO COD-TERCERO-PRF.
002760     MOVE TIPO-PERSONA-LNK  TO TIPO-PERSONA-PRF.
002770     MOVE REGIMEN-LNK       TO REGIMEN-PRF.
002780     MOVE GRAN-CONTRIB-LNK  TO GRAN-CONTRIB-PRF.
002790     MOVE AUTORRET-LNK      TO AUTORRET-PRF.
002800     MOVE CONCEPTO-RTF-LNK  TO CONCEPTO-RTF-PRF.
002810     MOVE TARIFA-ICA-LNK    TO TARIFA-ICA-PRF.
002820     MOVE BANCO-LNK         TO BANCO-PRF.
002830     MOVE TIPO-CTA-LNK      TO TIPO-CTA-PRF.
002840     MOVE NRO-CTA-LNK       TO NRO-CTA-PRF.
002850     MOVE DIAS-CREDITO-LNK  TO DIAS-CREDITO-PRF.
002860     MOVE PRIORIDAD-PRF-LNK TO PRIORIDAD-PRF.
002861     MOVE DOC-SOPORTE-LNK   TO DOC-SOPORTE-PRF.
002870     IF PRIORIDAD-PRF = 0
002880        MOVE 5 TO PRIORIDAD-PRF
002890     END-IF.
002900     REWRITE REG-PRF
002910         INVALID KEY WRITE REG-PRF END-WRITE
002920     END-REWRITE.
002930     MOVE "S" TO RESULT-LNK.
002940 FIN-GRABAR-PERFIL.
002950     EXIT.

      *-----------------------------------------------------------------
      * REGISTRO DE LA FACTURA, RETENCIONES Y CAUSACION
      *-----------------------------------------------------------------
002960 REGISTRAR-FACTURA.
002970     MOVE COD-TERCERO-LNK TO COD-TERCERO-PRF.
002980     READ ARCHIVO-PERFIL-CXP
002990          INVALID KEY
003000             MOVE "T" TO RESULT-LNK
003010             GO TO FIN-REGISTRAR-FACTURA
003020     END-READ.
003030     MOVE COD-TERCERO-LNK TO NIT-CXP.
003040     MOVE NRO-FACT-LNK    TO NRO-CXP.
003050     READ ARCHIVO-CXP
003060          INVALID KEY CONTINUE
003070          NOT INVALID KEY
003080             MOVE "D" TO RESULT-LNK
003090             GO TO FIN-REGISTRAR-FACTURA
003100     END-READ.
003110     MOVE FECHA-FACT-LNK (1: 4) TO ANO-FACT-W.
003120     MOVE FECHA-FACT-LNK (5: 2) TO MES-FACT-W.
003130     PERFORM VALIDAR-MULTIEMPRESA.
003140     IF RESULT-MULTIEMP-W NOT = "S"
003150        MOVE "B" TO RESULT-LNK
003160        GO TO FIN-REGISTRAR-FACTURA
003170     END-IF.
003180     PERFORM CALCULAR-RETENCIONES.
003190     INITIALIZE REG-CXP.
003200     MOVE COD-TERCERO-LNK  TO NIT-CXP.
003210     MOVE NRO-FACT-LNK     TO NRO-CXP.
003220     MOVE FECHA-FACT-LNK   TO FECHA-FACT-CXP.
003230     MOVE FECHA-VENCE-LNK  TO FECHA-VENCE-CXP.
003240     IF FECHA-VENCE-CXP = 0
003250        COMPUTE FECHA-VENCE-CXP = FUNCTION DATE-OF-INTEGER
003260           (FUNCTION INTEGER-OF-DATE(FECHA-FACT-LNK)
003270            + DIAS-CREDITO-PRF)
003280     END-IF.
003290     MOVE CUENTA-GASTO-LNK TO CUENTA-GASTO-CXP.
003300     MOVE CONCEPTO-RTF-PRF TO CONCEPTO-RTF-CXP.
003310     MOVE BASE-LNK         TO BASE-CXP.
003320     MOVE IVA-LNK          TO IVA-CXP.
003330     MOVE RETEFUENTE-LNK   TO RETEFUENTE-CXP.
003340     MOVE RETEIVA-LNK      TO RETEIVA-CXP.
003350     MOVE RETEICA-LNK      TO RETEICA-CXP.
003360     MOVE NETO-LNK         TO NETO-CXP SALDO-CXP.
003370     MOVE PRIORIDAD-LNK    TO PRIORIDAD-CXP.
003380     IF PRIORIDAD-CXP = 0
003390        MOVE PRIORIDAD-PRF TO PRIORIDAD-CXP
003400     END-IF.
003410     MOVE "P"              TO ESTADO-CXP.
003420     MOVE USUARIO-LNK      TO USUARIO-CXP.
003430     MOVE NIT-EMPRESA-LNK  TO NIT-EMPRESA-CXP.
003440     OPEN I-O MOVIMIENTO-DIARIO.
003450     PERFORM OBTENER-COMPROBANTE.
003460     MOVE COMPROB-LNK      TO COMPROB-CAUSA-CXP.
003461     IF REQUIERE-DOC-SOPORTE
003462        PERFORM EMITIR-DOC-SOPORTE
003463        IF RESULT-DS-W NOT = "S"
003464           CLOSE MOVIMIENTO-DIARIO
003465           MOVE "C" TO RESULT-LNK
003466           GO TO FIN-REGISTRAR-FACTURA
003467        END-IF
003468     END-IF.
003470     WRITE REG-CXP
003480           INVALID KEY
003490              CLOSE MOVIMIENTO-DIARIO
003500              MOVE "D" TO RESULT-LNK
003510              GO TO FIN-REGISTRAR-FACTURA
003520     END-WRITE.
003530     PERFORM CONTABILIZAR-CAUSACION.
003540     CLOSE MOVIMIENTO-DIARIO.
003550     MOVE "S" TO RESULT-LNK.
003560 FIN-REGISTRAR-FACTURA.
003570     EXIT.

      * EL DOCUMENTO SOPORTE DE LA SEDE "01" LLEVA LOS VALORES YA
      * CALCULADOS Y EL COMPROBANTE DE LA CAUSACION; SU NUMERO PASA A
      * SER EL DE LA CUENTA POR PAGAR.
003571 EMITIR-DOC-SOPORTE.
003572     MOVE "G"              TO MODO-DS-W.
003573     MOVE "D"              TO TIPO-DS-W.
003574     MOVE "01"             TO SUC-DS-W.
003575     MOVE 0                TO NRO-DS-W.
003576     MOVE FECHA-FACT-CXP   TO FECHA-DS-W.
003577     MOVE NIT-CXP          TO NIT-PROV-DS-W.
003578     MOVE CUENTA-GASTO-CXP TO CUENTA-GASTO-DS-W.
003579     MOVE SPACES           TO DESCRIP-DS-W.
003580     STRING "GASTO CTA " CUENTA-GASTO-CXP
003581            " COMPROB CP " COMPROB-CAUSA-CXP
003582            DELIMITED BY SIZE INTO DESCRIP-DS-W.
003583     MOVE BASE-CXP         TO BASE-DS-W.
003584     MOVE IVA-CXP          TO IVA-DS-W.
003585     MOVE RETEFUENTE-CXP   TO RETEFUENTE-DS-W.
003586     MOVE RETEIVA-CXP      TO RETEIVA-DS-W.
003587     MOVE RETEICA-CXP      TO RETEICA-DS-W.
003588     MOVE NETO-CXP         TO NETO-DS-W.
003589     MOVE COMPROB-CAUSA-CXP TO COMPROB-DS-W.
003590     MOVE NIT-EMPRESA-LNK  TO NIT-EMPRESA-DS-W.
003591     MOVE "N"              TO RESULT-DS-W.
003592     CALL "CON133" USING MODO-DS-W LLAVE-DS-W DATOS-DS-W
003593                         AJUSTE-NULO-W RESPUESTA-NULA-W
003594                         NIT-EMPRESA-DS-W USUARIO-LNK
003595                         RESULT-DS-W.
003596     IF RESULT-DS-W = "S"
003597        MOVE SUC-DS-W     TO SUC-CXP-DS-W
003598        MOVE NRO-DS-W     TO NRO-CXP-NUM-DS-W
003599        MOVE NRO-CXP-DS-W TO NRO-CXP NRO-FACT-LNK
003600     END-IF.

      * TARIFAS Y BASES MINIMAS (EN UVT) DE RETEFUENTE POR CONCEPTO;
      * LA PERSONA NATURAL DE HONORARIOS RETIENE AL 10%.
003601 CALCULAR-RETENCIONES.
003602     MOVE 0 TO RETEFUENTE-LNK RETEIVA-LNK RETEICA-LNK
003603               TARIFA-RTF-W BASE-MIN-UVT-W.
003610     MOVE 0 TO CTA-RTF-W.
003620     EVALUATE TRUE
003630        WHEN RTF-COMPRAS
003640           MOVE 0.025 TO TARIFA-RTF-W
003650           MOVE 27    TO BASE-MIN-UVT-W
003660           MOVE CTA-RTF-COMPRAS-W TO CTA-RTF-W
003670        WHEN RTF-SERVICIOS
003680           MOVE 0.04  TO TARIFA-RTF-W
003690           MOVE 4     TO BASE-MIN-UVT-W
003700           MOVE CTA-RTF-SERVICIOS-W TO CTA-RTF-W
003710        WHEN RTF-HONORARIOS
003720           MOVE 0.11  TO TARIFA-RTF-W
003730           IF PERSONA-NATURAL
003740              MOVE 0.10 TO TARIFA-RTF-W
003750           END-IF
003760           MOVE CTA-RTF-HONORARIOS-W TO CTA-RTF-W
003770        WHEN RTF-ARRENDAMIENTOS
003780           MOVE 0.035 TO TARIFA-RTF-W
003790           MOVE 27    TO BASE-MIN-UVT-W
003800           MOVE CTA-RTF-ARRIENDOS-W TO CTA-RTF-W
003810        WHEN OTHER
003820           CONTINUE
003830     END-EVALUATE.
003840     IF NOT ES-AUTORRETENEDOR
003850        AND BASE-LNK >= BASE-MIN-UVT-W * UVT-W
003860        COMPUTE RETEFUENTE-LNK ROUNDED = BASE-LNK * TARIFA-RTF-W
003870     END-IF.
003880     IF RESPONSABLE-IVA AND NOT ES-GRAN-CONTRIB
003890        COMPUTE RETEIVA-LNK ROUNDED = IVA-LNK * TARIFA-RETEIVA-W
003900     END-IF.
003910     IF TARIFA-ICA-PRF > 0
003920        COMPUTE RETEICA-LNK ROUNDED =
003930                BASE-LNK * TARIFA-ICA-PRF / 1000
003940     END-IF.
003950     COMPUTE NETO-LNK = BASE-LNK + IVA-LNK - RETEFUENTE-LNK
003960                      - RETEIVA-LNK - RETEICA-LNK.

      * CONSECUTIVO DEL LOTE "CP": EL ULTIMO COMPROBANTE DEL LOTE + 1.
003970 OBTENER-COMPROBANTE.
003980     MOVE 0 TO COMPROB-NUM-W.
003990     MOVE "CP" TO LOTE-MOV.
004000     MOVE HIGH-VALUES TO COMPROB-MOV SECU-MOV.
004010     START MOVIMIENTO-DIARIO KEY IS <= LLAVE-MOV
004020           INVALID KEY CONTINUE
004030           NOT INVALID KEY
004040               READ MOVIMIENTO-DIARIO PREVIOUS
004050                    AT END CONTINUE
004060                    NOT AT END
004070                       IF LOTE-MOV = "CP"
004080                          AND COMPROB-MOV NUMERIC
004090                          MOVE COMPROB-MOV TO COMPROB-NUM-W
004100                       END-IF
004110               END-READ
004120     END-START.
004130     ADD 1 TO COMPROB-NUM-W.
004140     MOVE COMPROB-NUM-W TO COMPROB-LNK.
004150     MOVE 0 TO SECUENCIA-SIG-W.
004160     MOVE 99999999 TO SECUENCIA-MOV.
004170     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
004180           INVALID KEY CONTINUE
004190           NOT INVALID KEY
004200               READ MOVIMIENTO-DIARIO PREVIOUS
004210                    AT END CONTINUE
004220                    NOT AT END
004230                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
004240               END-READ
004250     END-START.

      * DEBITOS: GASTO (BASE) E IVA DESCONTABLE. CREDITOS: CADA
      * RETENCION Y EL NETO A PROVEEDORES. TODO CON EL NIT DEL
      * PROVEEDOR PARA LOS CERTIFICADOS DE CON123.
004260 CONTABILIZAR-CAUSACION.
004270     MOVE 0 TO SECU-RENGLON-W.
004280     MOVE CUENTA-GASTO-CXP TO CUENTA-ASIENTO-W.
004290     MOVE BASE-CXP         TO VALOR-ASIENTO-W.
004300     PERFORM ESCRIBIR-RENGLON-CXP.
004310     IF IVA-CXP > 0
004320        MOVE CTA-IVA-DESC-W TO CUENTA-ASIENTO-W
004330        MOVE IVA-CXP        TO VALOR-ASIENTO-W
004340        PERFORM ESCRIBIR-RENGLON-CXP
004350     END-IF.
004360     IF RETEFUENTE-CXP > 0
004370        MOVE CTA-RTF-W TO CUENTA-ASIENTO-W
004380        COMPUTE VALOR-ASIENTO-W = 0 - RETEFUENTE-CXP
004390        PERFORM ESCRIBIR-RENGLON-CXP
004400     END-IF.
004410     IF RETEIVA-CXP > 0
004420        MOVE CTA-RETEIVA-W TO CUENTA-ASIENTO-W
004430        COMPUTE VALOR-ASIENTO-W = 0 - RETEIVA-CXP
004440        PERFORM ESCRIBIR-RENGLON-CXP
004450     END-IF.
004460     IF RETEICA-CXP > 0
004470        MOVE CTA-RETEICA-W TO CUENTA-ASIENTO-W
004480        COMPUTE VALOR-ASIENTO-W = 0 - RETEICA-CXP
004490        PERFORM ESCRIBIR-RENGLON-CXP
004500     END-IF.
004510     MOVE CTA-PROVEEDORES-W TO CUENTA-ASIENTO-W.
004520     COMPUTE VALOR-ASIENTO-W = 0 - NETO-CXP.
004530     PERFORM ESCRIBIR-RENGLON-CXP.

004540 ESCRIBIR-RENGLON-CXP.
004550     INITIALIZE REG-MOV.
004560     MOVE "CP"              TO LOTE-MOV.
004570     MOVE COMPROB-CAUSA-CXP TO COMPROB-MOV.
004580     ADD 1 TO SECU-RENGLON-W.
004590     MOVE SECU-RENGLON-W    TO SECU-MOV.
004600     MOVE CUENTA-ASIENTO-W  TO MAYOR-MOV.
004610     MOVE FECHA-FACT-CXP (3: 6) TO FECHA-MOV.
004620     MOVE VALOR-ASIENTO-W   TO VALOR-MOV.
004630     MOVE SPACES TO DETALLE-MOV.
004640     STRING "CXP FACT " NRO-CXP
004650            DELIMITED BY SIZE INTO DETALLE-MOV.
004660     MOVE NIT-CXP           TO NIT-MOV.
004670     ADD 1 TO SECUENCIA-SIG-W.
004680     MOVE SECUENCIA-SIG-W   TO SECUENCIA-MOV.
004690     MOVE "01"              TO SUCURSAL-MOV.
004700     MOVE NIT-EMPRESA-CXP   TO NIT-EMPRESA-MOV.
004710     WRITE REG-MOV INVALID KEY CONTINUE END-WRITE.

      * LA CUENTA DEL GASTO NO PUEDE CAER EN EL RANGO RESTRINGIDO DE
      * OTRA EMPRESA Y EL PERIODO DE LA FACTURA DEBE ESTAR ABIERTO
      * (CON131 MODOS "V" Y "W").
004720 VALIDAR-MULTIEMPRESA.
004730     MOVE "S" TO RESULT-MULTIEMP-W.
004740     MOVE "V" TO MODO-MULTIEMP-W.
004750     MOVE CUENTA-GASTO-LNK TO CUENTA-CHEQ-W.
004760     PERFORM LLAMAR-CON131.
004770     IF RESULT-MULTIEMP-W = "S"
004780        MOVE "W" TO MODO-MULTIEMP-W
004790        PERFORM LLAMAR-CON131
004800     END-IF.

004810 LLAMAR-CON131.
004820     CALL "CON131" USING MODO-MULTIEMP-W NIT-EMPRESA-LNK
004830                         RAZON-NULA-W CTA-DESDE-NULA-W
004840                         CTA-HASTA-NULA-W CUENTA-CHEQ-W
004850                         ANO-FACT-W MES-FACT-W
004860                         NIT-DESTINO-NULO-W CTA-DB-ORIG-NULA-W
004870                         CTA-CR-ORIG-NULA-W CTA-DB-DEST-NULA-W
004880                         CTA-CR-DEST-NULA-W VALOR-NULO-W
004890                         DETALLE-NULO-W USUARIO-LNK
004900                         RESULT-MULTIEMP-W.

      *-----------------------------------------------------------------
      * EDADES DE LO POR PAGAR
      *-----------------------------------------------------------------
004910 INFORME-EDADES.
004920     OPEN OUTPUT REPORTE-EDADES.
004930     IF FECHA-CORTE-LNK = 0
004940        MOVE FECHA-HOY-W TO FECHA-CORTE-LNK
004950     END-IF.
004960     MOVE FECHA-CORTE-LNK TO FECHA-TIT-EDAD.
004970     MOVE LIN-TITULO-EDAD TO LIN-EDADES.
004980     WRITE LIN-EDADES.
004990     MOVE LIN-COLUMNAS-EDAD TO LIN-EDADES.
005000     WRITE LIN-EDADES.
005010     INITIALIZE EDADES-TERCERO-W EDADES-TOTAL-W.
005020     MOVE 0 TO SW-FIN-W NIT-ANTERIOR-W.
005030     MOVE COD-TERCERO-LNK TO NIT-CXP.
005040     MOVE LOW-VALUES      TO NRO-CXP.
005050     START ARCHIVO-CXP KEY IS >= LLAVE-CXP
005060           INVALID KEY MOVE 1 TO SW-FIN-W.
005070     PERFORM LEER-CXP.
005080     PERFORM CLASIFICAR-FACTURA UNTIL SW-FIN-W = 1.
005090     IF NIT-ANTERIOR-W NOT = 0
005100        PERFORM ESCRIBIR-EDAD-TERCERO
005110     END-IF.
005120     MOVE 0 TO NIT-EDAD.
005130     MOVE "TOTAL CUENTAS POR PAGAR" TO NOMBRE-EDAD.
005140     PERFORM PASAR-EDAD-TOTAL VARYING IX-EDAD-W FROM 1 BY 1
005150             UNTIL IX-EDAD-W > 5.
005160     MOVE LIN-DETALLE-EDAD TO LIN-EDADES.
005170     WRITE LIN-EDADES.
005180     CLOSE REPORTE-EDADES.
005190     MOVE "S" TO RESULT-LNK.

005200 LEER-CXP.
005210     READ ARCHIVO-CXP NEXT
005220          AT END MOVE 1 TO SW-FIN-W
005230     END-READ.
005240     IF SW-FIN-W = 0 AND COD-TERCERO-LNK NOT = 0
005250        AND NIT-CXP NOT = COD-TERCERO-LNK
005260        MOVE 1 TO SW-FIN-W
005270     END-IF.

005280 CLASIFICAR-FACTURA.
005290     IF SALDO-CXP > 0 AND NOT CXP-PAGADA
005300        AND FECHA-FACT-CXP <= FECHA-CORTE-LNK
005310        IF NIT-CXP NOT = NIT-ANTERIOR-W
005320           IF NIT-ANTERIOR-W NOT = 0
005330              PERFORM ESCRIBIR-EDAD-TERCERO
005340           END-IF
005350           MOVE NIT-CXP TO NIT-ANTERIOR-W
005360        END-IF
005370        COMPUTE DIAS-VENCIDO-W =
005380                FUNCTION INTEGER-OF-DATE(FECHA-CORTE-LNK)
005390              - FUNCTION INTEGER-OF-DATE(FECHA-VENCE-CXP)
005400        EVALUATE TRUE
005410           WHEN DIAS-VENCIDO-W <= 0  MOVE 1 TO IX-EDAD-W
005420           WHEN DIAS-VENCIDO-W <= 30 MOVE 2 TO IX-EDAD-W
005430           WHEN DIAS-VENCIDO-W <= 60 MOVE 3 TO IX-EDAD-W
005440           WHEN DIAS-VENCIDO-W <= 90 MOVE 4 TO IX-EDAD-W
005450           WHEN OTHER                MOVE 5 TO IX-EDAD-W
005460        END-EVALUATE
005470        ADD SALDO-CXP TO EDAD-TER-W (IX-EDAD-W)
005480                         EDAD-TOT-W (IX-EDAD-W)
005490     END-IF.
005500     PERFORM LEER-CXP.

005510 ESCRIBIR-EDAD-TERCERO.
005520     MOVE NIT-ANTERIOR-W TO NIT-EDAD COD-TERCERO.
005530     READ ARCHIVO-TERCEROS
005540          INVALID KEY MOVE SPACES TO NOMBRE-TER
005550     END-READ.
005560     MOVE NOMBRE-TER TO NOMBRE-EDAD.
005570     PERFORM PASAR-EDAD-TERCERO VARYING IX-EDAD-W FROM 1 BY 1
005580             UNTIL IX-EDAD-W > 5.
005590     MOVE LIN-DETALLE-EDAD TO LIN-EDADES.
005600     WRITE LIN-EDADES.
005610     INITIALIZE EDADES-TERCERO-W.

005620 PASAR-EDAD-TERCERO.
005630     MOVE EDAD-TER-W (IX-EDAD-W) TO VALOR-EDAD (IX-EDAD-W).

005640 PASAR-EDAD-TOTAL.
005650     MOVE EDAD-TOT-W (IX-EDAD-W) TO VALOR-EDAD (IX-EDAD-W).

005660 CERRAR-ARCHIVOS.
005670     CLOSE ARCHIVO-PERFIL-CXP ARCHIVO-CXP ARCHIVO-TERCEROS.
