      *=================================================================
      * CONTABILIDAD - CORRIDA SEMANAL DE PAGOS A PROVEEDORES, ARCHIVO
      * PAB DEL BANCO Y COMPROBANTE DE EGRESO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * TRABAJA SOBRE EL AUXILIAR DE CUENTAS POR PAGAR DE CON132. LA
      * CORRIDA SE IDENTIFICA POR SU FECHA (LOTE-PAGO-CXP):
      * MODO "S" - PROPUESTA: LAS FACTURAS PENDIENTES CON SALDO QUE
      *            VENCEN HASTA 7 DIAS DESPUES DE LA FECHA DE LA
      *            CORRIDA, EN ORDEN DE PRIORIDAD Y DENTRO DE ELLA DE
      *            VENCIMIENTO, HASTA EL TOPE DE CAJA RECIBIDO (CERO =
      *            SIN TOPE). QUEDAN PROPUESTAS "R" Y SE LISTAN EN
      *            SC-PROPPAGO.TXT; RE-CORRER LA PROPUESTA LA REHACE.
      * MODO "X" - SACA UNA FACTURA (NIT + NUMERO) DE LA PROPUESTA.
      * MODO "A" - APRUEBA LA PROPUESTA: LAS "R" DEL LOTE PASAN A
      *            APROBADAS "A" CON EL USUARIO QUE APRUEBA.
      * MODO "B" - PAGA LO APROBADO DESDE EL BANCO RECIBIDO: POR CADA
      *            TERCERO UN COMPROBANTE DE EGRESO (LOTE "CE":
      *            DEBITO PROVEEDORES POR FACTURA, CREDITO A LA CUENTA
      *            DEL BANCO DEL MAPA DE CON125) IMPRESO EN
      *            SC-EGRESO.TXT, LA FACTURA QUEDA PAGADA "G" CON
      *            SALDO CERO, Y EL ARCHIVO PAB SC-PAB.TXT LLEVA UN
      *            REGISTRO POR TERCERO CON EL COMPROBANTE COMO
      *            REFERENCIA. EL CREDITO AL BANCO, POR VALOR, FECHA Y
      *            DOCUMENTO, ES EL QUE CRUZA CON125 CONTRA EL
      *            EXTRACTO. EL TERCERO SIN CUENTA BANCARIA EN SU
      *            PERFIL NO SE PAGA Y QUEDA APROBADO.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - REG-PRF IGUALADO CON CON132:
      *         DOC-SOPORTE-PRF (TERCERO NO OBLIGADO A FACTURAR).
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON132-01.
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

000280     SELECT ARCHIVO-BANCO-MAP LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-BANMAP-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS COD-BANCO-MAP
000330         FILE STATUS IS OTR-STAT.

000340     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000350         ASSIGN NOM-MOV-W
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LLAVE-MOV
000390         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000400         FILE STATUS IS OTR-STAT.

000410     SELECT REPORTE-PROPUESTA
000420         ASSIGN NOM-PROPPAGO-W
000430         ORGANIZATION IS LINE SEQUENTIAL.

000440     SELECT REPORTE-EGRESO
000450         ASSIGN NOM-EGRESO-W
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470     SELECT PLANO-PAB
000480         ASSIGN NOM-PAB-W
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.

000520 FD  ARCHIVO-PERFIL-CXP
000530     LABEL RECORD STANDARD.
000540 01  REG-PRF.
000550     02 COD-TERCERO-PRF         PIC 9(10).
000560     02 TIPO-PERSONA-PRF        PIC X.
000570        88 PERSONA-NATURAL      VALUE "N".
000580        88 PERSONA-JURIDICA     VALUE "J".
000590     02 REGIMEN-PRF             PIC X.
000600        88 RESPONSABLE-IVA      VALUE "C".
000610        88 REGIMEN-SIMPLE       VALUE "S".
000620        88 NO-RESPONSABLE-IVA   VALUE "N".
000630     02 GRAN-CONTRIB-PRF        PIC X.
000640        88 ES-GRAN-CONTRIB      VALUE "S".
000650     02 AUTORRET-PRF            PIC X.
000660        88 ES-AUTORRETENEDOR    VALUE "S".
000670     02 CONCEPTO-RTF-PRF        PIC XX.
000680     02 TARIFA-ICA-PRF          PIC 99V99.
000690     02 BANCO-PRF               PIC X(4).
000700     02 TIPO-CTA-PRF            PIC X.
000710        88 CTA-AHORROS          VALUE "A".
000720        88 CTA-CORRIENTE        VALUE "C".
000730     02 NRO-CTA-PRF             PIC X(17).
000740     02 DIAS-CREDITO-PRF        PIC 9(3).
000750     02 PRIORIDAD-PRF           PIC 9.
000751     02 DOC-SOPORTE-PRF         PIC X.
000752        88 REQUIERE-DOC-SOPORTE VALUE "S".
000760     02 FILLER                  PIC X(19).

000770 FD  ARCHIVO-CXP
000780     LABEL RECORD STANDARD.
000790 01  REG-CXP.
000800     02 LLAVE-CXP.
000810        03 NIT-CXP              PIC 9(10).
000820        03 NRO-CXP              PIC X(20).
000830     02 FECHA-FACT-CXP          PIC 9(8).
000840     02 FECHA-VENCE-CXP         PIC 9(8).
000850     02 CUENTA-GASTO-CXP        PIC 9(6).
000860     02 CONCEPTO-RTF-CXP        PIC XX.
000870     02 BASE-CXP                PIC 9(11)V99.
000880     02 IVA-CXP                 PIC 9(11)V99.
000890     02 RETEFUENTE-CXP          PIC 9(11)V99.
000900     02 RETEIVA-CXP             PIC 9(11)V99.
000910     02 RETEICA-CXP             PIC 9(11)V99.
000920     02 NETO-CXP                PIC 9(11)V99.
000930     02 SALDO-CXP               PIC 9(11)V99.
000940     02 PRIORIDAD-CXP           PIC 9.
000950     02 ESTADO-CXP              PIC X.
000960        88 CXP-PENDIENTE        VALUE "P".
000970        88 CXP-PROPUESTA        VALUE "R".
000980        88 CXP-APROBADA         VALUE "A".
000990        88 CXP-PAGADA           VALUE "G".
001000     02 LOTE-PAGO-CXP           PIC 9(8).
001010     02 COMPROB-CAUSA-CXP       PIC X(7).
001020     02 COMPROB-EGRESO-CXP      PIC X(7).
001030     02 FECHA-PAGO-CXP          PIC 9(8).
001040     02 APROBADOR-CXP           PIC X(4).
001050     02 USUARIO-CXP             PIC X(4).
001060     02 NIT-EMPRESA-CXP         PIC 9(10).
001070     02 FILLER                  PIC X(20).

001080 FD  ARCHIVO-TERCEROS
001090     LABEL RECORD STANDARD.
001100 01  REG-TERCERO.
001110     02 COD-TERCERO             PIC 9(10).
001120     02 E-MAIL-TER              PIC X(60).
001130     02 NOMBRE-TER              PIC X(40).
001140     02 FILLER                  PIC X(10).

001150 FD  ARCHIVO-BANCO-MAP
001160     LABEL RECORD STANDARD.
001170 01  REG-BANMAP.
001180     02 COD-BANCO-MAP           PIC X(4).
001190     02 COL-FECHA-MAP           PIC 99.
001200     02 COL-VALOR-MAP           PIC 99.
001210     02 COL-DOC-MAP             PIC 99.
001220     02 SEPARADOR-MAP           PIC X.
001230     02 CTA-BANCO-MAP           PIC 9(6).

001240 FD  MOVIMIENTO-DIARIO
001250     LABEL RECORD STANDARD.
001260 01  REG-MOV.
001270     02 LLAVE-MOV.
001280        03 LOTE-MOV             PIC XX.
001290        03 COMPROB-MOV          PIC X(7).
001300        03 SECU-MOV             PIC XX.
001310     02 MAYOR-MOV               PIC 9(6).
001320     02 FECHA-MOV               PIC 9(6).
001330     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
001340     02 DETALLE-MOV             PIC X(30).
001350     02 NIT-MOV                 PIC 9(10).
001360     02 SECUENCIA-MOV           PIC 9(8).
001370     02 SUCURSAL-MOV            PIC XX.
001380     02 NIT-EMPRESA-MOV         PIC 9(10).

001390 FD  REPORTE-PROPUESTA
001400     LABEL RECORD STANDARD.
001410 01  LIN-PROPUESTA              PIC X(132).

001420 FD  REPORTE-EGRESO
001430     LABEL RECORD STANDARD.
001440 01  LIN-EGRESO                 PIC X(100).

001450 FD  PLANO-PAB
001460     LABEL RECORD STANDARD.
001470 01  LIN-PAB                    PIC X(160).

001480 WORKING-STORAGE SECTION.

001490 77  NOM-PERFILCXP-W            PIC X(60)
001500     VALUE "D:\progelect\DATOS\SC-PERFILCXP.DAT".
001510 77  NOM-CXP-W                  PIC X(60)
001520     VALUE "D:\progelect\DATOS\SC-CXP.DAT".
001530 77  NOM-TER-W                  PIC X(60)
001540     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
001550 77  NOM-BANMAP-W               PIC X(60)
001560     VALUE "D:\progelect\DATOS\SC-BANMAP.DAT".
001570 77  NOM-MOV-W                  PIC X(50)
001580     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001590 77  NOM-PROPPAGO-W             PIC X(60)
001600     VALUE "D:\progelect\DATOS\SC-PROPPAGO.TXT".
001610 77  NOM-EGRESO-W               PIC X(60)
001620     VALUE "D:\progelect\DATOS\SC-EGRESO.TXT".
001630 77  NOM-PAB-W                  PIC X(60)
001640     VALUE "D:\progelect\DATOS\SC-PAB.TXT".
001650 77  OTR-STAT                   PIC XX.
001660 77  SW-FIN-W                   PIC 9 VALUE 0.
001670 77  SW-SIN-CUENTA-W            PIC 9 VALUE 0.
001680 77  FECHA-CORTE-W              PIC 9(8).
001690 77  ANO-PAGO-W                 PIC 9(4).
001700 77  MES-PAGO-W                 PIC 99.
001710 77  DIAS-PROPUESTA-W           PIC 9(3) VALUE 7.
001720 77  CTA-PROVEEDORES-W          PIC 9(6) VALUE 220505.
001730 77  PRI-W                      PIC 9(2) VALUE 0.
001740 77  K                          PIC 9(4) VALUE 0.
001750 77  TOT-CANDIDATAS-W           PIC 9(4) VALUE 0.
001760 77  TOT-FACTURAS-W             PIC 9(5) VALUE 0.
001770 77  TOT-TERCEROS-W             PIC 9(5) VALUE 0.
001780 77  ACUM-PROPUESTA-W           PIC 9(13)V99 VALUE 0.
001790 77  NIT-ANTERIOR-W             PIC 9(10) VALUE 0.
001800 77  TOTAL-TERCERO-W            PIC 9(13)V99 VALUE 0.
001810 77  TOTAL-PAGO-W               PIC 9(15)V99 VALUE 0.
001820 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
001830 77  SECU-RENGLON-W             PIC 99 VALUE 0.
001840 77  COMPROB-NUM-W              PIC 9(7) VALUE 0.
001850 77  COMPROB-CE-W               PIC X(7).
001860 77  VALOR-ASIENTO-W            PIC S9(12)V99.
001870 77  CUENTA-ASIENTO-W           PIC 9(6).
001880 77  DETALLE-ASIENTO-W          PIC X(30).

001890 77  MODO-MULTIEMP-W            PIC X.
001900 77  RAZON-NULA-W               PIC X(40) VALUE SPACES.
001910 77  CTA-DESDE-NULA-W           PIC 9(6) VALUE 0.
001920 77  CTA-HASTA-NULA-W           PIC 9(6) VALUE 0.
001930 77  CUENTA-CHEQ-W              PIC 9(6).
001940 77  NIT-DESTINO-NULO-W         PIC 9(10) VALUE 0.
001950 77  CTA-DB-ORIG-NULA-W         PIC 9(6) VALUE 0.
001960 77  CTA-CR-ORIG-NULA-W         PIC 9(6) VALUE 0.
001970 77  CTA-DB-DEST-NULA-W         PIC 9(6) VALUE 0.
001980 77  CTA-CR-DEST-NULA-W         PIC 9(6) VALUE 0.
001990 77  VALOR-NULO-W               PIC 9(11)V99 VALUE 0.
002000 77  DETALLE-NULO-W             PIC X(30) VALUE SPACES.
002010 77  RESULT-MULTIEMP-W          PIC X.

      * FACTURAS CANDIDATAS EN ORDEN DE VENCIMIENTO
002020 01  TABLA-CANDIDATAS-W.
002030     02 CANDIDATA-W             OCCURS 1000.
002040        03 CAN-NIT-W            PIC 9(10).
002050        03 CAN-NRO-W            PIC X(20).
002060        03 CAN-PRIORIDAD-W      PIC 9.
002070        03 CAN-VENCE-W          PIC 9(8).
002080        03 CAN-SALDO-W          PIC 9(11)V99.
002090        03 CAN-MARCA-W          PIC X.

      * REGISTROS DE DETALLE DEL PAB (SE ESCRIBEN DESPUES DEL
      * ENCABEZADO, QUE LLEVA LOS TOTALES)
002100 01  TABLA-PAB-W.
002110     02 DETALLE-PAB-W           OCCURS 500 PIC X(160).

002120 01  LIN-TITULO-PROP.
002130     02 FILLER                  PIC X(32)
002140        VALUE "PROPUESTA DE PAGOS - CORRIDA DE ".
002150     02 FECHA-TIT-PROP          PIC 9(8).
002160     02 FILLER                  PIC X(15) VALUE " VENCEN HASTA ".
002170     02 CORTE-TIT-PROP          PIC 9(8).
002180     02 FILLER                  PIC X(7) VALUE " TOPE $".
002190     02 TOPE-TIT-PROP           PIC ZZZZZZZZZZZZ9.99.

002200 01  LIN-DETALLE-PROP.
002210     02 PRIORIDAD-PROP          PIC 9.
002220     02 FILLER                  PIC X VALUE SPACE.
002230     02 VENCE-PROP              PIC 9(8).
002240     02 FILLER                  PIC X VALUE SPACE.
002250     02 NIT-PROP                PIC Z(9)9.
002260     02 FILLER                  PIC X VALUE SPACE.
002270     02 NOMBRE-PROP             PIC X(30).
002280     02 FILLER                  PIC X VALUE SPACE.
002290     02 NRO-PROP                PIC X(20).
002300     02 FILLER                  PIC X VALUE SPACE.
002310     02 SALDO-PROP              PIC ZZZZZZZZZZ9.99.
002320     02 FILLER                  PIC X VALUE SPACE.
002330     02 MARCA-PROP              PIC X(16).

002340 01  LIN-TOTAL-PROP.
002350     02 FILLER                  PIC X(20)
002360        VALUE "TOTAL PROPUESTO:    ".
002370     02 TOTAL-PROP              PIC ZZZZZZZZZZZZ9.99.
002380     02 FILLER                  PIC X(12) VALUE " FACTURAS: ".
002390     02 CANT-PROP               PIC ZZZZ9.

002400 01  LIN-PAB-ENC.
002410     02 FILLER                  PIC X VALUE "1".
002420     02 NIT-PAGADOR-PAB         PIC 9(15).
002430     02 APLICACION-PAB          PIC X VALUE "I".
002440     02 FILLER                  PIC X(15) VALUE SPACES.
002450     02 CLASE-TRANS-PAB         PIC X(3) VALUE "220".
002460     02 DESCRIP-PAB             PIC X(10) VALUE "PAGOPROV".
002470     02 FECHA-TRANS-PAB         PIC 9(8).
002480     02 SECUENCIA-PAB           PIC XX VALUE "A1".
002490     02 FECHA-APLIC-PAB         PIC 9(8).
002500     02 NRO-REGISTROS-PAB       PIC 9(6).
002510     02 TOTAL-DEBITOS-PAB       PIC 9(15)V99.
002520     02 TOTAL-CREDITOS-PAB      PIC 9(15)V99.
002530     02 CTA-ORIGEN-PAB          PIC X(17).
002540     02 FILLER                  PIC X(40) VALUE SPACES.

002550 01  LIN-PAB-DET.
002560     02 FILLER                  PIC X VALUE "6".
002570     02 NIT-BENEF-PAB           PIC 9(15).
002580     02 NOMBRE-BENEF-PAB        PIC X(30).
002590     02 BANCO-BENEF-PAB         PIC X(9).
002600     02 CTA-BENEF-PAB           PIC X(17).
002610     02 LUGAR-PAGO-PAB          PIC X VALUE "S".
002620     02 TIPO-TRANS-PAB          PIC XX.
002630     02 VALOR-PAB               PIC 9(15)V99.
002640     02 FECHA-APLIC-DET-PAB     PIC 9(8).
002650     02 REFERENCIA-PAB          PIC X(21).
002660     02 FILLER                  PIC X(39) VALUE SPACES.

002670 01  VALOR-EDIT-W               PIC ZZZZZZZZZZZZ9.99.

002680 LINKAGE SECTION.
002690 01  MODO-LNK                   PIC X.
002700     88 MODO-PROPUESTA          VALUE "S".
002710     88 MODO-EXCLUIR            VALUE "X".
002720     88 MODO-APROBAR            VALUE "A".
002730     88 MODO-PAGAR              VALUE "B".
002740 01  FECHA-LNK                  PIC 9(8).
002750 01  TOPE-LNK                   PIC 9(13)V99.
002760 01  COD-BANCO-LNK              PIC X(4).
002770 01  CTA-ORIGEN-LNK             PIC X(17).
002780 01  COD-TERCERO-LNK            PIC 9(10).
002790 01  NRO-FACT-LNK               PIC X(20).
002800 01  NIT-EMPRESA-LNK            PIC 9(10).
002810 01  USUARIO-LNK                PIC X(4).
002820 01  RESULT-LNK                 PIC X.
002830     88 PAGO-OK                 VALUE "S".
002840     88 PAGO-BLOQUEADO          VALUE "B".
002850     88 PAGO-NO-OK              VALUE "N".

002860 PROCEDURE DIVISION USING MODO-LNK FECHA-LNK TOPE-LNK
002870                          COD-BANCO-LNK CTA-ORIGEN-LNK
002880                          COD-TERCERO-LNK NRO-FACT-LNK
002890                          NIT-EMPRESA-LNK USUARIO-LNK RESULT-LNK.

002900 MAINLINE.
002910     MOVE "N" TO RESULT-LNK.
002920     PERFORM ABRIR-ARCHIVOS.
002930     EVALUATE TRUE
002940        WHEN MODO-PROPUESTA
002950           PERFORM PROPONER-PAGOS
002960        WHEN MODO-EXCLUIR
002970           PERFORM EXCLUIR-FACTURA THRU FIN-EXCLUIR-FACTURA
002980        WHEN MODO-APROBAR
002990           PERFORM APROBAR-PROPUESTA
003000        WHEN MODO-PAGAR
003010           PERFORM PAGAR-LOTE THRU FIN-PAGAR-LOTE
003020     END-EVALUATE.
003030     PERFORM CERRAR-ARCHIVOS.
003040     EXIT PROGRAM.

003050 ABRIR-ARCHIVOS.
003060     OPEN I-O ARCHIVO-CXP.
003070     IF OTR-STAT = "35"
003080        OPEN OUTPUT ARCHIVO-CXP
003090        CLOSE ARCHIVO-CXP
003100        OPEN I-O ARCHIVO-CXP
003110     END-IF.
003120     OPEN INPUT ARCHIVO-PERFIL-CXP ARCHIVO-TERCEROS.

      *-----------------------------------------------------------------
      * PROPUESTA DE LA SEMANA
      *-----------------------------------------------------------------
003130 PROPONER-PAGOS.
003140     PERFORM DESHACER-PROPUESTA.
003150     COMPUTE FECHA-CORTE-W = FUNCTION DATE-OF-INTEGER
003160           (FUNCTION INTEGER-OF-DATE(FECHA-LNK)
003170            + DIAS-PROPUESTA-W).
003180     PERFORM CARGAR-CANDIDATAS.
003190     OPEN OUTPUT REPORTE-PROPUESTA.
003200     MOVE FECHA-LNK     TO FECHA-TIT-PROP.
003210     MOVE FECHA-CORTE-W TO CORTE-TIT-PROP.
003220     MOVE TOPE-LNK      TO TOPE-TIT-PROP.
003230     MOVE LIN-TITULO-PROP TO LIN-PROPUESTA.
003240     WRITE LIN-PROPUESTA.
003250     MOVE 0 TO ACUM-PROPUESTA-W TOT-FACTURAS-W.
003260     PERFORM PROPONER-PRIORIDAD VARYING PRI-W FROM 1 BY 1
003270             UNTIL PRI-W > 9.
003280     MOVE ACUM-PROPUESTA-W TO TOTAL-PROP.
003290     MOVE TOT-FACTURAS-W   TO CANT-PROP.
003300     MOVE LIN-TOTAL-PROP   TO LIN-PROPUESTA.
003310     WRITE LIN-PROPUESTA.
003320     PERFORM LISTAR-FUERA-TOPE VARYING K FROM 1 BY 1
003330             UNTIL K > TOT-CANDIDATAS-W.
003340     CLOSE REPORTE-PROPUESTA.
003350     MOVE "S" TO RESULT-LNK.

      * RE-CORRER LA PROPUESTA DEVUELVE A PENDIENTE LO QUE ESTABA
      * PROPUESTO EN EL MISMO LOTE.
003360 DESHACER-PROPUESTA.
003370     MOVE 0 TO SW-FIN-W.
003380     MOVE LOW-VALUES TO LLAVE-CXP.
003390     START ARCHIVO-CXP KEY IS >= LLAVE-CXP
003400           INVALID KEY MOVE 1 TO SW-FIN-W.
003410     PERFORM DESHACER-UNA UNTIL SW-FIN-W = 1.

003420 DESHACER-UNA.
003430     READ ARCHIVO-CXP NEXT
003440          AT END MOVE 1 TO SW-FIN-W
003450     END-READ.
003460     IF SW-FIN-W = 0
003470        IF CXP-PROPUESTA AND LOTE-PAGO-CXP = FECHA-LNK
003480           MOVE "P" TO ESTADO-CXP
003490           MOVE 0   TO LOTE-PAGO-CXP
003500           REWRITE REG-CXP INVALID KEY CONTINUE END-REWRITE
003510        END-IF
003520     END-IF.

003530 CARGAR-CANDIDATAS.
003540     MOVE 0 TO SW-FIN-W TOT-CANDIDATAS-W.
003550     MOVE 0 TO FECHA-VENCE-CXP.
003560     START ARCHIVO-CXP KEY IS >= FECHA-VENCE-CXP
003570           INVALID KEY MOVE 1 TO SW-FIN-W.
003580     PERFORM CARGAR-UNA-CANDIDATA UNTIL SW-FIN-W = 1.

003590 CARGAR-UNA-CANDIDATA.
003600     READ ARCHIVO-CXP NEXT
003610          AT END MOVE 1 TO SW-FIN-W
003620     END-READ.
003630     IF SW-FIN-W = 0
003640        IF FECHA-VENCE-CXP > FECHA-CORTE-W
003650           MOVE 1 TO SW-FIN-W
003660        ELSE
003670           IF CXP-PENDIENTE AND SALDO-CXP > 0
003680              AND (NIT-EMPRESA-LNK = 0
003690                   OR NIT-EMPRESA-CXP = NIT-EMPRESA-LNK)
003700              AND TOT-CANDIDATAS-W < 1000
003710              ADD 1 TO TOT-CANDIDATAS-W
003720              MOVE NIT-CXP   TO CAN-NIT-W (TOT-CANDIDATAS-W)
003730              MOVE NRO-CXP   TO CAN-NRO-W (TOT-CANDIDATAS-W)
003740              MOVE PRIORIDAD-CXP
003750                TO CAN-PRIORIDAD-W (TOT-CANDIDATAS-W)
003760              MOVE FECHA-VENCE-CXP
003770                TO CAN-VENCE-W (TOT-CANDIDATAS-W)
003780              MOVE SALDO-CXP TO CAN-SALDO-W (TOT-CANDIDATAS-W)
003790              MOVE "N"       TO CAN-MARCA-W (TOT-CANDIDATAS-W)
003800           END-IF
003810        END-IF
003820     END-IF.

      * PRIORIDAD 0 (SIN DEFINIR) SE TRATA COMO LA ULTIMA.
003830 PROPONER-PRIORIDAD.
003840     PERFORM PROPONER-FACTURA VARYING K FROM 1 BY 1
003850             UNTIL K > TOT-CANDIDATAS-W.

003860 PROPONER-FACTURA.
003870     IF CAN-MARCA-W (K) = "N"
003880        AND (CAN-PRIORIDAD-W (K) = PRI-W
003890             OR (CAN-PRIORIDAD-W (K) = 0 AND PRI-W = 9))
003900        IF TOPE-LNK = 0
003910           OR ACUM-PROPUESTA-W + CAN-SALDO-W (K) <= TOPE-LNK
003920           MOVE "S" TO CAN-MARCA-W (K)
003930           ADD CAN-SALDO-W (K) TO ACUM-PROPUESTA-W
003940           ADD 1 TO TOT-FACTURAS-W
003950           MOVE CAN-NIT-W (K) TO NIT-CXP
003960           MOVE CAN-NRO-W (K) TO NRO-CXP
003970           READ ARCHIVO-CXP
003980                INVALID KEY CONTINUE
003990                NOT INVALID KEY
004000                   MOVE "R"       TO ESTADO-CXP
004010                   MOVE FECHA-LNK TO LOTE-PAGO-CXP
004020                   REWRITE REG-CXP INVALID KEY CONTINUE
004030                   END-REWRITE
004040           END-READ
004050           IF CAN-VENCE-W (K) < FECHA-LNK
004060              MOVE "VENCIDA" TO MARCA-PROP
004070           ELSE
004080              MOVE SPACES TO MARCA-PROP
004090           END-IF
004100           PERFORM ESCRIBIR-LINEA-PROPUESTA
004110        END-IF
004120     END-IF.

004130 LISTAR-FUERA-TOPE.
004140     IF CAN-MARCA-W (K) = "N"
004150        MOVE "FUERA DEL TOPE" TO MARCA-PROP
004160        PERFORM ESCRIBIR-LINEA-PROPUESTA
004170     END-IF.

004180 ESCRIBIR-LINEA-PROPUESTA.
004190     MOVE CAN-PRIORIDAD-W (K) TO PRIORIDAD-PROP.
004200     MOVE CAN-VENCE-W (K)     TO VENCE-PROP.
004210     MOVE CAN-NIT-W (K)       TO NIT-PROP COD-TERCERO.
004220     READ ARCHIVO-TERCEROS
004230          INVALID KEY MOVE SPACES TO NOMBRE-TER
004240     END-READ.
004250     MOVE NOMBRE-TER          TO NOMBRE-PROP.
004260     MOVE CAN-NRO-W (K)       TO NRO-PROP.
004270     MOVE CAN-SALDO-W (K)     TO SALDO-PROP.
004280     MOVE LIN-DETALLE-PROP    TO LIN-PROPUESTA.
004290     WRITE LIN-PROPUESTA.

      *-----------------------------------------------------------------
      * AJUSTE Y APROBACION DE LA PROPUESTA
      *-----------------------------------------------------------------
004300 EXCLUIR-FACTURA.
004310     MOVE COD-TERCERO-LNK TO NIT-CXP.
004320     MOVE NRO-FACT-LNK    TO NRO-CXP.
004330     READ ARCHIVO-CXP
004340          INVALID KEY GO TO FIN-EXCLUIR-FACTURA
004350     END-READ.
004360     IF NOT CXP-PROPUESTA OR LOTE-PAGO-CXP NOT = FECHA-LNK
004370        GO TO FIN-EXCLUIR-FACTURA
004380     END-IF.
004390     MOVE "P" TO ESTADO-CXP.
004400     MOVE 0   TO LOTE-PAGO-CXP.
004410     REWRITE REG-CXP
004420             INVALID KEY GO TO FIN-EXCLUIR-FACTURA
004430     END-REWRITE.
004440     MOVE "S" TO RESULT-LNK.
004450 FIN-EXCLUIR-FACTURA.
004460     EXIT.

004470 APROBAR-PROPUESTA.
004480     MOVE 0 TO SW-FIN-W TOT-FACTURAS-W.
004490     MOVE LOW-VALUES TO LLAVE-CXP.
004500     START ARCHIVO-CXP KEY IS >= LLAVE-CXP
004510           INVALID KEY MOVE 1 TO SW-FIN-W.
004520     PERFORM APROBAR-UNA UNTIL SW-FIN-W = 1.
004530     IF TOT-FACTURAS-W > 0
004540        MOVE "S" TO RESULT-LNK
004550     END-IF.
004560     DISPLAY "FACTURAS APROBADAS: " TOT-FACTURAS-W.

004570 APROBAR-UNA.
004580     READ ARCHIVO-CXP NEXT
004590          AT END MOVE 1 TO SW-FIN-W
004600     END-READ.
004610     IF SW-FIN-W = 0
004620        IF CXP-PROPUESTA AND LOTE-PAGO-CXP = FECHA-LNK
004630           MOVE "A"         TO ESTADO-CXP
004640           MOVE USUARIO-LNK TO APROBADOR-CXP
004650           REWRITE REG-CXP INVALID KEY CONTINUE END-REWRITE
004660           ADD 1 TO TOT-FACTURAS-W
004670        END-IF
004680     END-IF.

      *-----------------------------------------------------------------
      * PAGO: EGRESO POR TERCERO, CONTABILIZACION Y ARCHIVO PAB
      *-----------------------------------------------------------------
004690 PAGAR-LOTE.
004700     OPEN INPUT ARCHIVO-BANCO-MAP.
004710     MOVE COD-BANCO-LNK TO COD-BANCO-MAP.
004720     READ ARCHIVO-BANCO-MAP
004730          INVALID KEY
004740             CLOSE ARCHIVO-BANCO-MAP
004750             GO TO FIN-PAGAR-LOTE
004760     END-READ.
004770     CLOSE ARCHIVO-BANCO-MAP.
004780     MOVE FECHA-LNK (1: 4) TO ANO-PAGO-W.
004790     MOVE FECHA-LNK (5: 2) TO MES-PAGO-W.
004800     PERFORM VALIDAR-MULTIEMPRESA.
004810     IF RESULT-MULTIEMP-W NOT = "S"
004820        MOVE "B" TO RESULT-LNK
004830        GO TO FIN-PAGAR-LOTE
004840     END-IF.
004850     OPEN I-O MOVIMIENTO-DIARIO.
004860     OPEN OUTPUT REPORTE-EGRESO PLANO-PAB.
004870     PERFORM OBTENER-COMPROBANTE.
004880     MOVE 0 TO SW-FIN-W NIT-ANTERIOR-W TOT-TERCEROS-W
004890               TOTAL-PAGO-W.
004900     MOVE LOW-VALUES TO LLAVE-CXP.
004910     START ARCHIVO-CXP KEY IS >= LLAVE-CXP
004920           INVALID KEY MOVE 1 TO SW-FIN-W.
004930     PERFORM PAGAR-UNA UNTIL SW-FIN-W = 1.
004940     IF NIT-ANTERIOR-W NOT = 0
004950        PERFORM CERRAR-EGRESO
004960     END-IF.
004970     PERFORM ESCRIBIR-PAB.
004980     CLOSE MOVIMIENTO-DIARIO REPORTE-EGRESO PLANO-PAB.
004990     MOVE "S" TO RESULT-LNK.
005000     DISPLAY "TERCEROS PAGADOS: " TOT-TERCEROS-W.
005010 FIN-PAGAR-LOTE.
005020     EXIT.

005030 PAGAR-UNA.
005040     READ ARCHIVO-CXP NEXT
005050          AT END MOVE 1 TO SW-FIN-W
005060     END-READ.
005070     IF SW-FIN-W = 0
005080        IF CXP-APROBADA AND LOTE-PAGO-CXP = FECHA-LNK
005090           IF NIT-CXP NOT = NIT-ANTERIOR-W
005100              IF NIT-ANTERIOR-W NOT = 0
005110                 PERFORM CERRAR-EGRESO
005120              END-IF
005130              PERFORM ABRIR-EGRESO
005140           END-IF
005150           IF SW-SIN-CUENTA-W = 0
005160              PERFORM PAGAR-FACTURA
005170           END-IF
005180        END-IF
005190     END-IF.

005200 ABRIR-EGRESO.
005210     MOVE NIT-CXP TO NIT-ANTERIOR-W COD-TERCERO COD-TERCERO-PRF.
005220     MOVE 0 TO TOTAL-TERCERO-W SECU-RENGLON-W SW-SIN-CUENTA-W.
005230     READ ARCHIVO-TERCEROS
005240          INVALID KEY MOVE SPACES TO NOMBRE-TER
005250     END-READ.
005260     READ ARCHIVO-PERFIL-CXP
005270          INVALID KEY MOVE SPACES TO NRO-CTA-PRF
005280     END-READ.
005290     IF NRO-CTA-PRF = SPACES
005300        MOVE 1 TO SW-SIN-CUENTA-W
005310        MOVE SPACES TO LIN-EGRESO
005320        STRING "TERCERO " NIT-CXP " " NOMBRE-TER
005330               " SIN CUENTA BANCARIA - NO SE PAGA"
005340               DELIMITED BY SIZE INTO LIN-EGRESO
005350        WRITE LIN-EGRESO
005360     ELSE
005370        ADD 1 TO COMPROB-NUM-W
005380        MOVE COMPROB-NUM-W TO COMPROB-CE-W
005390        MOVE SPACES TO LIN-EGRESO
005400        STRING "COMPROBANTE DE EGRESO CE " COMPROB-CE-W
005410               "   FECHA " FECHA-LNK
005420               DELIMITED BY SIZE INTO LIN-EGRESO
005430        WRITE LIN-EGRESO
005440        MOVE SPACES TO LIN-EGRESO
005450        STRING "PAGADO A: " NIT-CXP " " NOMBRE-TER
005460               DELIMITED BY SIZE INTO LIN-EGRESO
005470        WRITE LIN-EGRESO
005480        MOVE SPACES TO LIN-EGRESO
005490        STRING "TRANSFERENCIA BANCO " BANCO-PRF
005500               " CUENTA " NRO-CTA-PRF " TIPO " TIPO-CTA-PRF
005510               DELIMITED BY SIZE INTO LIN-EGRESO
005520        WRITE LIN-EGRESO
005530     END-IF.

005540 PAGAR-FACTURA.
005550     MOVE SALDO-CXP TO VALOR-EDIT-W.
005560     MOVE SPACES TO LIN-EGRESO.
005570     STRING "  FACTURA " NRO-CXP " VENCE " FECHA-VENCE-CXP
005580            "  VALOR " VALOR-EDIT-W
005590            DELIMITED BY SIZE INTO LIN-EGRESO.
005600     WRITE LIN-EGRESO.
005610     ADD SALDO-CXP TO TOTAL-TERCERO-W.
005620     MOVE CTA-PROVEEDORES-W TO CUENTA-ASIENTO-W.
005630     MOVE SALDO-CXP         TO VALOR-ASIENTO-W.
005640     MOVE SPACES TO DETALLE-ASIENTO-W.
005650     STRING "PAGO FACT " NRO-CXP
005660            DELIMITED BY SIZE INTO DETALLE-ASIENTO-W.
005670     PERFORM ESCRIBIR-RENGLON-CE.
005680     MOVE 0            TO SALDO-CXP.
005690     MOVE "G"          TO ESTADO-CXP.
005700     MOVE COMPROB-CE-W TO COMPROB-EGRESO-CXP.
005710     MOVE FECHA-LNK    TO FECHA-PAGO-CXP.
005720     REWRITE REG-CXP INVALID KEY CONTINUE END-REWRITE.
005730     ADD 1 TO TOT-FACTURAS-W.

      * EL CREDITO AL BANCO VA POR EL TOTAL DEL TERCERO, QUE ES LO
      * QUE EL BANCO DEBITA EN EL EXTRACTO POR ESE PAGO DEL PAB.
005740 CERRAR-EGRESO.
005750     IF SW-SIN-CUENTA-W = 0 AND TOTAL-TERCERO-W > 0
005760        MOVE CTA-BANCO-MAP TO CUENTA-ASIENTO-W
005770        COMPUTE VALOR-ASIENTO-W = 0 - TOTAL-TERCERO-W
005780        MOVE SPACES TO DETALLE-ASIENTO-W
005790        STRING "PAB " COD-BANCO-LNK " EGRESO " COMPROB-CE-W
005800               DELIMITED BY SIZE INTO DETALLE-ASIENTO-W
005810        PERFORM ESCRIBIR-RENGLON-CE
005820        MOVE TOTAL-TERCERO-W TO VALOR-EDIT-W
005830        MOVE SPACES TO LIN-EGRESO
005840        STRING "  TOTAL PAGADO " VALOR-EDIT-W
005850               DELIMITED BY SIZE INTO LIN-EGRESO
005860        WRITE LIN-EGRESO
005870        MOVE SPACES TO LIN-EGRESO
005880        STRING "  DB " CTA-PROVEEDORES-W " PROVEEDORES   CR "
005890               CTA-BANCO-MAP " BANCO " COD-BANCO-LNK
005900               DELIMITED BY SIZE INTO LIN-EGRESO
005910        WRITE LIN-EGRESO
005920        MOVE "  ELABORO:            APROBO:            RECIBIO:"
005930          TO LIN-EGRESO
005940        WRITE LIN-EGRESO
005950        MOVE ALL "-" TO LIN-EGRESO
005960        WRITE LIN-EGRESO
005970        PERFORM ARMAR-DETALLE-PAB
005980        ADD TOTAL-TERCERO-W TO TOTAL-PAGO-W
005990     END-IF.

006000 ARMAR-DETALLE-PAB.
006010     IF TOT-TERCEROS-W < 500
006020        ADD 1 TO TOT-TERCEROS-W
006030        MOVE NIT-ANTERIOR-W  TO NIT-BENEF-PAB
006040        MOVE NOMBRE-TER      TO NOMBRE-BENEF-PAB
006050        MOVE BANCO-PRF       TO BANCO-BENEF-PAB
006060        MOVE NRO-CTA-PRF     TO CTA-BENEF-PAB
006070        IF CTA-CORRIENTE
006080           MOVE "27" TO TIPO-TRANS-PAB
006090        ELSE
006100           MOVE "37" TO TIPO-TRANS-PAB
006110        END-IF
006120        MOVE TOTAL-TERCERO-W TO VALOR-PAB
006130        MOVE FECHA-LNK       TO FECHA-APLIC-DET-PAB
006140        MOVE SPACES          TO REFERENCIA-PAB
006150        STRING "CE" COMPROB-CE-W
006160               DELIMITED BY SIZE INTO REFERENCIA-PAB
006170        MOVE LIN-PAB-DET     TO DETALLE-PAB-W (TOT-TERCEROS-W)
006180     END-IF.

006190 ESCRIBIR-PAB.
006200     MOVE NIT-EMPRESA-LNK TO NIT-PAGADOR-PAB.
006210     MOVE FECHA-LNK       TO FECHA-TRANS-PAB FECHA-APLIC-PAB.
006220     MOVE TOT-TERCEROS-W  TO NRO-REGISTROS-PAB.
006230     MOVE TOTAL-PAGO-W    TO TOTAL-DEBITOS-PAB.
006240     MOVE 0               TO TOTAL-CREDITOS-PAB.
006250     MOVE CTA-ORIGEN-LNK  TO CTA-ORIGEN-PAB.
006260     MOVE LIN-PAB-ENC     TO LIN-PAB.
006270     WRITE LIN-PAB.
006280     PERFORM ESCRIBIR-DETALLE-PAB VARYING K FROM 1 BY 1
006290             UNTIL K > TOT-TERCEROS-W.

006300 ESCRIBIR-DETALLE-PAB.
006310     MOVE DETALLE-PAB-W (K) TO LIN-PAB.
006320     WRITE LIN-PAB.

      * CONSECUTIVO DEL LOTE "CE" Y ULTIMA SECUENCIA DEL LIBRO.
006330 OBTENER-COMPROBANTE.
006340     MOVE 0 TO COMPROB-NUM-W.
006350     MOVE "CE" TO LOTE-MOV.
006360     MOVE HIGH-VALUES TO COMPROB-MOV SECU-MOV.
006370     START MOVIMIENTO-DIARIO KEY IS <= LLAVE-MOV
006380           INVALID KEY CONTINUE
006390           NOT INVALID KEY
006400               READ MOVIMIENTO-DIARIO PREVIOUS
006410                    AT END CONTINUE
006420                    NOT AT END
006430                       IF LOTE-MOV = "CE"
006440                          AND COMPROB-MOV NUMERIC
006450                          MOVE COMPROB-MOV TO COMPROB-NUM-W
006460                       END-IF
006470               END-READ
006480     END-START.
006490     MOVE 0 TO SECUENCIA-SIG-W.
006500     MOVE 99999999 TO SECUENCIA-MOV.
006510     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
006520           INVALID KEY CONTINUE
006530           NOT INVALID KEY
006540               READ MOVIMIENTO-DIARIO PREVIOUS
006550                    AT END CONTINUE
006560                    NOT AT END
006570                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
006580               END-READ
006590     END-START.

006600 ESCRIBIR-RENGLON-CE.
006610     INITIALIZE REG-MOV.
006620     MOVE "CE"              TO LOTE-MOV.
006630     MOVE COMPROB-CE-W      TO COMPROB-MOV.
006640     ADD 1 TO SECU-RENGLON-W.
006650     MOVE SECU-RENGLON-W    TO SECU-MOV.
006660     MOVE CUENTA-ASIENTO-W  TO MAYOR-MOV.
006670     MOVE FECHA-LNK (3: 6)  TO FECHA-MOV.
006680     MOVE VALOR-ASIENTO-W   TO VALOR-MOV.
006690     MOVE DETALLE-ASIENTO-W TO DETALLE-MOV.
006700     MOVE NIT-ANTERIOR-W    TO NIT-MOV.
006710     ADD 1 TO SECUENCIA-SIG-W.
006720     MOVE SECUENCIA-SIG-W   TO SECUENCIA-MOV.
006730     MOVE "01"              TO SUCURSAL-MOV.
006740     MOVE NIT-EMPRESA-LNK   TO NIT-EMPRESA-MOV.
006750     WRITE REG-MOV INVALID KEY CONTINUE END-WRITE.

      * LA CUENTA DEL BANCO NO PUEDE CAER EN EL RANGO RESTRINGIDO DE
      * OTRA EMPRESA Y EL PERIODO DEL PAGO DEBE ESTAR ABIERTO (CON131
      * MODOS "V" Y "W").
006760 VALIDAR-MULTIEMPRESA.
006770     MOVE "S" TO RESULT-MULTIEMP-W.
006780     MOVE "V" TO MODO-MULTIEMP-W.
006790     MOVE CTA-BANCO-MAP TO CUENTA-CHEQ-W.
006800     PERFORM LLAMAR-CON131.
006810     IF RESULT-MULTIEMP-W = "S"
006820        MOVE "W" TO MODO-MULTIEMP-W
006830        PERFORM LLAMAR-CON131
006840     END-IF.

006850 LLAMAR-CON131.
006860     CALL "CON131" USING MODO-MULTIEMP-W NIT-EMPRESA-LNK
006870                         RAZON-NULA-W CTA-DESDE-NULA-W
006880                         CTA-HASTA-NULA-W CUENTA-CHEQ-W
006890                         ANO-PAGO-W MES-PAGO-W
006900                         NIT-DESTINO-NULO-W CTA-DB-ORIG-NULA-W
006910                         CTA-CR-ORIG-NULA-W CTA-DB-DEST-NULA-W
006920                         CTA-CR-DEST-NULA-W VALOR-NULO-W
006930                         DETALLE-NULO-W USUARIO-LNK
006940                         RESULT-MULTIEMP-W.

006950 CERRAR-ARCHIVOS.
006960     CLOSE ARCHIVO-CXP ARCHIVO-PERFIL-CXP ARCHIVO-TERCEROS.
