      *=================================================================
      * CONTABILIDAD - CAJAS MENORES POR SEDE Y RESPONSABLE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA CAJA MENOR DE CADA SEDE SE LLEVABA EN PAPEL. ESTE
      * COMPONENTE LLEVA EL FONDO (ARCHIVO-CAJA-MENOR, UNO POR SEDE Y
      * RESPONSABLE CON SU MONTO FIJO Y SU SALDO EN EFECTIVO) Y SUS
      * GASTOS (ARCHIVO-GASTO-CAJA):
      * MODO "C" - CONSTITUYE EL FONDO: DEBITO A LA CUENTA DE CAJA
      *            MENOR, CREDITO AL BANCO, LOTE "CM".
      * MODO "G" - REGISTRA UN GASTO CON SU SOPORTE, TERCERO, CENTRO
      *            DE COSTO (VALIDADO EN ARCHIVO-COSTO), CUENTA Y
      *            RETEFUENTE POR CONCEPTO (MISMAS TARIFAS Y BASES EN
      *            UVT DE CON132; EL PERFIL DEL TERCERO, SI LO TIENE,
      *            DICE SI ES AUTORRETENEDOR O PERSONA NATURAL). LO
      *            PAGADO EN EFECTIVO (NETO) NO PUEDE PASAR DEL SALDO.
      * MODO "R" - SOLICITUD DE REEMBOLSO: TOMA LOS GASTOS PENDIENTES
      *            DE LA CAJA, LOS LISTA EN SC-REEMBCJM.TXT Y ASIENTA
      *            EN EL LOTE "CM": CADA GASTO AL DEBITO CON SU
      *            TERCERO (EL CENTRO DE COSTO VA EN EL DETALLE), LA
      *            RETEFUENTE Y EL BANCO AL CREDITO. EL FONDO VUELVE A
      *            SU MONTO FIJO.
      * LOS ANTICIPOS A EMPLEADOS SON CON134-01 Y EL LISTADO DE
      * ANTICIPOS SIN LEGALIZAR A TIEMPO ES CON134-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON134.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CAJA-MENOR LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CAJAMEN-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-CJM
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-GASTO-CAJA LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-GASTOCJM-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-GCJ
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-TER-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS COD-TERCERO
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-COSTO LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-COSTO-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS COD-COSTO
000320         FILE STATUS IS OTR-STAT.

000330     SELECT ARCHIVO-PERFIL-CXP LOCK MODE IS AUTOMATIC
000340         ASSIGN NOM-PERFILCXP-W
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS COD-TERCERO-PRF
000380         FILE STATUS IS OTR-STAT.

000390     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-MOV-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-MOV
000440         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000450         FILE STATUS IS OTR-STAT.

000460     SELECT REPORTE-REEMBOLSO
000470         ASSIGN NOM-REEMBCJM-W
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.

000510 FD  ARCHIVO-CAJA-MENOR
000520     LABEL RECORD STANDARD.
000530 01  REG-CJM.
000540     02 LLAVE-CJM.
000550        03 SUC-CJM              PIC XX.
000560        03 RESPONSABLE-CJM      PIC 9(10).
000570     02 MONTO-FIJO-CJM          PIC 9(11)V99.
000580     02 SALDO-CJM               PIC 9(11)V99.
000590     02 CTA-CAJA-CJM            PIC 9(6).
000600     02 ULT-SECUEN-CJM          PIC 9(5).
000610     02 ULT-REEMBOLSO-CJM       PIC 9(5).
000620     02 FECHA-CONST-CJM         PIC 9(8).
000630     02 ESTADO-CJM              PIC X.
000640        88 CAJA-ACTIVA          VALUE "A".
000650        88 CAJA-CERRADA         VALUE "C".
000660     02 USUARIO-CJM             PIC X(4).
000670     02 NIT-EMPRESA-CJM         PIC 9(10).
000680     02 FILLER                  PIC X(20).

000690 FD  ARCHIVO-GASTO-CAJA
000700     LABEL RECORD STANDARD.
000710 01  REG-GCJ.
000720     02 LLAVE-GCJ.
000730        03 SUC-GCJ              PIC XX.
000740        03 RESPONSABLE-GCJ      PIC 9(10).
000750        03 SECUEN-GCJ           PIC 9(5).
000760     02 FECHA-GCJ               PIC 9(8).
000770     02 SOPORTE-GCJ             PIC X(20).
000780     02 TERCERO-GCJ             PIC 9(10).
000790     02 COSTO-GCJ               PIC X(4).
000800     02 CUENTA-GASTO-GCJ        PIC 9(6).
000810     02 CONCEPTO-RTF-GCJ        PIC XX.
000820     02 VALOR-GCJ               PIC 9(11)V99.
000830     02 RETEFUENTE-GCJ          PIC 9(11)V99.
000840     02 CTA-RTF-GCJ             PIC 9(6).
000850     02 NETO-GCJ                PIC 9(11)V99.
000860     02 DETALLE-GCJ             PIC X(30).
000870     02 ESTADO-GCJ              PIC X.
000880        88 GASTO-PENDIENTE      VALUE "P".
000890        88 GASTO-REEMBOLSADO    VALUE "R".
000900     02 NRO-REEMBOLSO-GCJ       PIC 9(5).
000910     02 USUARIO-GCJ             PIC X(4).
000920     02 FILLER                  PIC X(20).

000930 FD  ARCHIVO-TERCEROS
000940     LABEL RECORD STANDARD.
000950 01  REG-TERCERO.
000960     02 COD-TERCERO             PIC 9(10).
000970     02 E-MAIL-TER              PIC X(60).
000980     02 NOMBRE-TER              PIC X(40).
000990     02 FILLER                  PIC X(10).

      * VISTA DEL CODIGO Y NOMBRE DEL CENTRO DE COSTO, SOLO PARA
      * VALIDAR.
001000 FD  ARCHIVO-COSTO
001010     LABEL RECORD STANDARD.
001020 01  REG-COSTO.
001030     02 COD-COSTO               PIC X(4).
001040     02 NOMBRE-COSTO            PIC X(20).

001050 FD  ARCHIVO-PERFIL-CXP
001060     LABEL RECORD STANDARD.
001070 01  REG-PRF.
001080     02 COD-TERCERO-PRF         PIC 9(10).
001090     02 TIPO-PERSONA-PRF        PIC X.
001100        88 PERSONA-NATURAL      VALUE "N".
001110        88 PERSONA-JURIDICA     VALUE "J".
001120     02 REGIMEN-PRF             PIC X.
001130     02 GRAN-CONTRIB-PRF        PIC X.
001140     02 AUTORRET-PRF            PIC X.
001150        88 ES-AUTORRETENEDOR    VALUE "S".
001160     02 CONCEPTO-RTF-PRF        PIC XX.
001170     02 TARIFA-ICA-PRF          PIC 99V99.
001180     02 BANCO-PRF               PIC X(4).
001190     02 TIPO-CTA-PRF            PIC X.
001200     02 NRO-CTA-PRF             PIC X(17).
001210     02 DIAS-CREDITO-PRF        PIC 9(3).
001220     02 PRIORIDAD-PRF           PIC 9.
001230     02 DOC-SOPORTE-PRF         PIC X.
001240     02 FILLER                  PIC X(19).

001250 FD  MOVIMIENTO-DIARIO
001260     LABEL RECORD STANDARD.
001270 01  REG-MOV.
001280     02 LLAVE-MOV.
001290        03 LOTE-MOV             PIC XX.
001300        03 COMPROB-MOV          PIC X(7).
001310        03 SECU-MOV             PIC XX.
001320     02 MAYOR-MOV               PIC 9(6).
001330     02 FECHA-MOV               PIC 9(6).
001340     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
001350     02 DETALLE-MOV             PIC X(30).
001360     02 NIT-MOV                 PIC 9(10).
001370     02 SECUENCIA-MOV           PIC 9(8).
001380     02 SUCURSAL-MOV            PIC XX.
001390     02 NIT-EMPRESA-MOV         PIC 9(10).

001400 FD  REPORTE-REEMBOLSO
001410     LABEL RECORD STANDARD.
001420 01  LIN-REEMBOLSO              PIC X(132).

001430 WORKING-STORAGE SECTION.

001440 77  NOM-CAJAMEN-W              PIC X(60)
001450     VALUE "D:\progelect\DATOS\SC-CAJAMEN.DAT".
001460 77  NOM-GASTOCJM-W             PIC X(60)
001470     VALUE "D:\progelect\DATOS\SC-GASTOCJM.DAT".
001480 77  NOM-TER-W                  PIC X(60)
001490     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
001500 77  NOM-COSTO-W                PIC X(60)
001510     VALUE "D:\progelect\DATOS\SC-ARCHCOSTO.DAT".
001520 77  NOM-PERFILCXP-W            PIC X(60)
001530     VALUE "D:\progelect\DATOS\SC-PERFILCXP.DAT".
001540 77  NOM-MOV-W                  PIC X(50)
001550     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001560 77  NOM-REEMBCJM-W             PIC X(60)
001570     VALUE "D:\progelect\DATOS\SC-REEMBCJM.TXT".
001580 77  OTR-STAT                   PIC XX.
001590 77  SW-FIN-W                   PIC 9 VALUE 0.
001600 77  SW-PERFIL-W                PIC 9 VALUE 0.
001610 77  UVT-W                      PIC 9(6) VALUE 49799.
001620 77  TARIFA-RTF-W               PIC 9V999 VALUE 0.
001630 77  BASE-MIN-UVT-W             PIC 9(3) VALUE 0.
001640 77  CTA-CAJA-MENOR-W           PIC 9(6) VALUE 110510.
001650 77  CTA-RTF-COMPRAS-W          PIC 9(6) VALUE 236540.
001660 77  CTA-RTF-SERVICIOS-W        PIC 9(6) VALUE 236525.
001670 77  CTA-RTF-HONORARIOS-W       PIC 9(6) VALUE 236515.
001680 77  CTA-RTF-ARRIENDOS-W        PIC 9(6) VALUE 236530.
001690 77  TOT-GASTOS-W               PIC 9(5) VALUE 0.
001700 77  TOTAL-VALOR-W              PIC 9(13)V99 VALUE 0.
001710 77  TOTAL-RTF-W                PIC 9(13)V99 VALUE 0.
001720 77  TOTAL-NETO-W               PIC 9(13)V99 VALUE 0.
001730 77  ANO-MOV-W                  PIC 9(4).
001740 77  MES-MOV-W                  PIC 99.
001750 77  COMPROB-NUM-W              PIC 9(7) VALUE 0.
001760 77  COMPROB-CM-W               PIC X(7).
001770 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
001780 77  SECU-RENGLON-W             PIC 99 VALUE 0.
001790 77  VALOR-ASIENTO-W            PIC S9(12)V99.
001800 77  CUENTA-ASIENTO-W           PIC 9(6).
001810 77  NIT-ASIENTO-W              PIC 9(10).
001820 77  DETALLE-ASIENTO-W          PIC X(30).

001830 77  MODO-MULTIEMP-W            PIC X.
001840 77  RAZON-NULA-W               PIC X(40) VALUE SPACES.
001850 77  CTA-DESDE-NULA-W           PIC 9(6) VALUE 0.
001860 77  CTA-HASTA-NULA-W           PIC 9(6) VALUE 0.
001870 77  CUENTA-CHEQ-W              PIC 9(6).
001880 77  NIT-DESTINO-NULO-W         PIC 9(10) VALUE 0.
001890 77  CTA-DB-ORIG-NULA-W         PIC 9(6) VALUE 0.
001900 77  CTA-CR-ORIG-NULA-W         PIC 9(6) VALUE 0.
001910 77  CTA-DB-DEST-NULA-W         PIC 9(6) VALUE 0.
001920 77  CTA-CR-DEST-NULA-W         PIC 9(6) VALUE 0.
001930 77  VALOR-NULO-W               PIC 9(11)V99 VALUE 0.
001940 77  DETALLE-NULO-W             PIC X(30) VALUE SPACES.
001950 77  RESULT-MULTIEMP-W          PIC X.

001960 01  LIN-TITULO-REEMB.
001970     02 FILLER                  PIC X(30)
001980        VALUE "SOLICITUD DE REEMBOLSO CAJA ".
001990     02 SUC-TIT                 PIC XX.
002000     02 FILLER                  PIC X VALUE "-".
002010     02 RESPONSABLE-TIT         PIC Z(9)9.
002020     02 FILLER                  PIC X(5) VALUE " NO. ".
002030     02 NRO-TIT                 PIC ZZZZ9.
002040     02 FILLER                  PIC X(7) VALUE " FECHA ".
002050     02 FECHA-TIT               PIC 9(8).
002060     02 FILLER                  PIC X(13) VALUE " COMPROBANTE ".
002070     02 COMPROB-TIT             PIC X(7).

002080 01  LIN-DETALLE-REEMB.
002090     02 FECHA-DET               PIC 9(8).
002100     02 FILLER                  PIC X VALUE SPACE.
002110     02 SOPORTE-DET             PIC X(20).
002120     02 FILLER                  PIC X VALUE SPACE.
002130     02 TERCERO-DET             PIC Z(9)9.
002140     02 FILLER                  PIC X VALUE SPACE.
002150     02 COSTO-DET               PIC X(4).
002160     02 FILLER                  PIC X VALUE SPACE.
002170     02 CUENTA-DET              PIC 9(6).
002180     02 FILLER                  PIC X VALUE SPACE.
002190     02 DETALLE-DET             PIC X(30).
002200     02 VALOR-DET               PIC ZZZZZZZZZ9.99.
002210     02 FILLER                  PIC X VALUE SPACE.
002220     02 RTF-DET                 PIC ZZZZZZZZZ9.99.
002230     02 FILLER                  PIC X VALUE SPACE.
002240     02 NETO-DET                PIC ZZZZZZZZZ9.99.

002250 01  LIN-TOTAL-REEMB.
002260     02 FILLER                  PIC X(84)
002270        VALUE "TOTAL A REEMBOLSAR".
002280     02 VALOR-TOT               PIC ZZZZZZZZZ9.99.
002290     02 FILLER                  PIC X VALUE SPACE.
002300     02 RTF-TOT                 PIC ZZZZZZZZZ9.99.
002310     02 FILLER                  PIC X VALUE SPACE.
002320     02 NETO-TOT                PIC ZZZZZZZZZ9.99.

002330 LINKAGE SECTION.
002340 01  MODO-LNK                   PIC X.
002350     88 MODO-CONSTITUIR         VALUE "C".
002360     88 MODO-GASTO              VALUE "G".
002370     88 MODO-REEMBOLSO          VALUE "R".
002380 01  SUC-LNK                    PIC XX.
002390 01  RESPONSABLE-LNK            PIC 9(10).
002400 01  MONTO-FIJO-LNK             PIC 9(11)V99.
002410 01  DATOS-GASTO-LNK.
002420     02 FECHA-GASTO-LNK         PIC 9(8).
002430     02 SOPORTE-LNK             PIC X(20).
002440     02 TERCERO-LNK             PIC 9(10).
002450     02 COSTO-LNK               PIC X(4).
002460     02 CUENTA-GASTO-LNK        PIC 9(6).
002470     02 CONCEPTO-RTF-LNK        PIC XX.
002480        88 RTF-COMPRAS          VALUE "CO".
002490        88 RTF-SERVICIOS        VALUE "SE".
002500        88 RTF-HONORARIOS       VALUE "HO".
002510        88 RTF-ARRENDAMIENTOS   VALUE "AR".
002520     02 VALOR-LNK               PIC 9(11)V99.
002530     02 DETALLE-LNK             PIC X(30).
002540     02 RETEFUENTE-LNK          PIC 9(11)V99.
002550     02 NETO-LNK                PIC 9(11)V99.
002560     02 SECUEN-LNK              PIC 9(5).
002570 01  CTA-BANCO-LNK              PIC 9(6).
002580 01  FECHA-LNK                  PIC 9(8).
002590 01  NIT-EMPRESA-LNK            PIC 9(10).
002600 01  USUARIO-LNK                PIC X(4).
002610 01  RESULT-LNK                 PIC X.
002620     88 CAJA-OK                 VALUE "S".
002630     88 CAJA-NO-EXISTE          VALUE "X".
002640     88 CAJA-DUPLICADA          VALUE "D".
002650     88 CAJA-SIN-TERCERO        VALUE "T".
002660     88 CAJA-SIN-COSTO          VALUE "K".
002670     88 CAJA-SIN-FONDOS         VALUE "F".
002680     88 CAJA-BLOQUEADA          VALUE "B".
002690     88 CAJA-NO-OK              VALUE "N".

002700 PROCEDURE DIVISION USING MODO-LNK SUC-LNK RESPONSABLE-LNK
002710                          MONTO-FIJO-LNK DATOS-GASTO-LNK
002720                          CTA-BANCO-LNK FECHA-LNK
002730                          NIT-EMPRESA-LNK USUARIO-LNK RESULT-LNK.

002740 MAINLINE.
002750     MOVE "N" TO RESULT-LNK.
002760     PERFORM ABRIR-ARCHIVOS.
002770     EVALUATE TRUE
002780        WHEN MODO-CONSTITUIR
002790           PERFORM CONSTITUIR-CAJA THRU FIN-CONSTITUIR-CAJA
002800        WHEN MODO-GASTO
002810           PERFORM REGISTRAR-GASTO THRU FIN-REGISTRAR-GASTO
002820        WHEN MODO-REEMBOLSO
002830           PERFORM REEMBOLSAR-CAJA THRU FIN-REEMBOLSAR-CAJA
002840     END-EVALUATE.
002850     PERFORM CERRAR-ARCHIVOS.
002860     EXIT PROGRAM.

002870 ABRIR-ARCHIVOS.
002880     OPEN I-O ARCHIVO-CAJA-MENOR.
002890     IF OTR-STAT = "35"
002900        OPEN OUTPUT ARCHIVO-CAJA-MENOR
002910        CLOSE ARCHIVO-CAJA-MENOR
002920        OPEN I-O ARCHIVO-CAJA-MENOR
002930     END-IF.
002940     OPEN I-O ARCHIVO-GASTO-CAJA.
002950     IF OTR-STAT = "35"
002960        OPEN OUTPUT ARCHIVO-GASTO-CAJA
002970        CLOSE ARCHIVO-GASTO-CAJA
002980        OPEN I-O ARCHIVO-GASTO-CAJA
002990     END-IF.
003000     OPEN INPUT ARCHIVO-TERCEROS ARCHIVO-COSTO.
003010     MOVE 1 TO SW-PERFIL-W.
003020     OPEN INPUT ARCHIVO-PERFIL-CXP.
003030     IF OTR-STAT NOT = "00"
003040        MOVE 0 TO SW-PERFIL-W
003050     END-IF.

      *-----------------------------------------------------------------
      * CONSTITUCION DEL FONDO
      *-----------------------------------------------------------------
003060 CONSTITUIR-CAJA.
003070     MOVE RESPONSABLE-LNK TO COD-TERCERO.
003080     READ ARCHIVO-TERCEROS
003090          INVALID KEY
003100             MOVE "T" TO RESULT-LNK
003110             GO TO FIN-CONSTITUIR-CAJA
003120     END-READ.
003130     MOVE SUC-LNK         TO SUC-CJM.
003140     MOVE RESPONSABLE-LNK TO RESPONSABLE-CJM.
003150     READ ARCHIVO-CAJA-MENOR
003160          INVALID KEY CONTINUE
003170          NOT INVALID KEY
003180             MOVE "D" TO RESULT-LNK
003190             GO TO FIN-CONSTITUIR-CAJA
003200     END-READ.
003210     IF MONTO-FIJO-LNK = 0
003220        GO TO FIN-CONSTITUIR-CAJA
003230     END-IF.
003240     MOVE CTA-CAJA-MENOR-W TO CUENTA-CHEQ-W.
003250     PERFORM VALIDAR-MULTIEMPRESA.
003260     IF RESULT-MULTIEMP-W NOT = "S"
003270        MOVE "B" TO RESULT-LNK
003280        GO TO FIN-CONSTITUIR-CAJA
003290     END-IF.
003300     INITIALIZE REG-CJM.
003310     MOVE SUC-LNK          TO SUC-CJM.
003320     MOVE RESPONSABLE-LNK  TO RESPONSABLE-CJM.
003330     MOVE MONTO-FIJO-LNK   TO MONTO-FIJO-CJM SALDO-CJM.
003340     MOVE CTA-CAJA-MENOR-W TO CTA-CAJA-CJM.
003350     MOVE FECHA-LNK        TO FECHA-CONST-CJM.
003360     MOVE "A"              TO ESTADO-CJM.
003370     MOVE USUARIO-LNK      TO USUARIO-CJM.
003380     MOVE NIT-EMPRESA-LNK  TO NIT-EMPRESA-CJM.
003390     WRITE REG-CJM
003400           INVALID KEY GO TO FIN-CONSTITUIR-CAJA
003410     END-WRITE.
003420     OPEN I-O MOVIMIENTO-DIARIO.
003430     PERFORM OBTENER-COMPROBANTE.
003440     MOVE RESPONSABLE-CJM TO NIT-ASIENTO-W.
003450     MOVE SPACES TO DETALLE-ASIENTO-W.
003460     STRING "CONSTITUCION CAJA MENOR " SUC-CJM
003470            DELIMITED BY SIZE INTO DETALLE-ASIENTO-W.
003480     MOVE CTA-CAJA-CJM   TO CUENTA-ASIENTO-W.
003490     MOVE MONTO-FIJO-CJM TO VALOR-ASIENTO-W.
003500     PERFORM ESCRIBIR-RENGLON-CM.
003510     MOVE CTA-BANCO-LNK  TO CUENTA-ASIENTO-W.
003520     COMPUTE VALOR-ASIENTO-W = 0 - MONTO-FIJO-CJM.
003530     PERFORM ESCRIBIR-RENGLON-CM.
003540     CLOSE MOVIMIENTO-DIARIO.
003550     MOVE "S" TO RESULT-LNK.
003560 FIN-CONSTITUIR-CAJA.
003570     EXIT.

      *-----------------------------------------------------------------
      * GASTO DE CAJA MENOR
      *-----------------------------------------------------------------
003580 REGISTRAR-GASTO.
003590     MOVE SUC-LNK         TO SUC-CJM.
003600     MOVE RESPONSABLE-LNK TO RESPONSABLE-CJM.
003610     READ ARCHIVO-CAJA-MENOR
003620          INVALID KEY
003630             MOVE "X" TO RESULT-LNK
003640             GO TO FIN-REGISTRAR-GASTO
003650     END-READ.
003660     IF NOT CAJA-ACTIVA
003670        MOVE "X" TO RESULT-LNK
003680        GO TO FIN-REGISTRAR-GASTO
003690     END-IF.
003700     MOVE TERCERO-LNK TO COD-TERCERO.
003710     READ ARCHIVO-TERCEROS
003720          INVALID KEY
003730             MOVE "T" TO RESULT-LNK
003740             GO TO FIN-REGISTRAR-GASTO
003750     END-READ.
003760     MOVE COSTO-LNK TO COD-COSTO.
003770     READ ARCHIVO-COSTO
003780          INVALID KEY
003790             MOVE "K" TO RESULT-LNK
003800             GO TO FIN-REGISTRAR-GASTO
003810     END-READ.
003820     PERFORM CALCULAR-RETEFUENTE.
003830     IF NETO-LNK > SALDO-CJM
003840        MOVE "F" TO RESULT-LNK
003850        GO TO FIN-REGISTRAR-GASTO
003860     END-IF.
003870     ADD 1 TO ULT-SECUEN-CJM.
003880     INITIALIZE REG-GCJ.
003890     MOVE SUC-CJM          TO SUC-GCJ.
003900     MOVE RESPONSABLE-CJM  TO RESPONSABLE-GCJ.
003910     MOVE ULT-SECUEN-CJM   TO SECUEN-GCJ SECUEN-LNK.
003920     MOVE FECHA-GASTO-LNK  TO FECHA-GCJ.
003930     MOVE SOPORTE-LNK      TO SOPORTE-GCJ.
003940     MOVE TERCERO-LNK      TO TERCERO-GCJ.
003950     MOVE COSTO-LNK        TO COSTO-GCJ.
003960     MOVE CUENTA-GASTO-LNK TO CUENTA-GASTO-GCJ.
003970     MOVE CONCEPTO-RTF-LNK TO CONCEPTO-RTF-GCJ.
003980     MOVE VALOR-LNK        TO VALOR-GCJ.
003990     MOVE RETEFUENTE-LNK   TO RETEFUENTE-GCJ.
004000     MOVE CUENTA-ASIENTO-W TO CTA-RTF-GCJ.
004010     MOVE NETO-LNK         TO NETO-GCJ.
004020     MOVE DETALLE-LNK      TO DETALLE-GCJ.
004030     MOVE "P"              TO ESTADO-GCJ.
004040     MOVE USUARIO-LNK      TO USUARIO-GCJ.
004050     WRITE REG-GCJ
004060           INVALID KEY
004070              MOVE "D" TO RESULT-LNK
004080              GO TO FIN-REGISTRAR-GASTO
004090     END-WRITE.
004100     SUBTRACT NETO-LNK FROM SALDO-CJM.
004110     REWRITE REG-CJM INVALID KEY CONTINUE END-REWRITE.
004120     MOVE "S" TO RESULT-LNK.
004130 FIN-REGISTRAR-GASTO.
004140     EXIT.

      * TARIFAS Y BASES MINIMAS DE CON132. SIN PERFIL EL TERCERO SE
      * TOMA COMO PERSONA NATURAL NO AUTORRETENEDORA. LA CUENTA DE LA
      * RETENCION QUEDA EN CUENTA-ASIENTO-W.
004150 CALCULAR-RETEFUENTE.
004160     MOVE 0 TO RETEFUENTE-LNK TARIFA-RTF-W BASE-MIN-UVT-W
004170               CUENTA-ASIENTO-W.
004180     MOVE TERCERO-LNK TO COD-TERCERO-PRF.
004190     IF SW-PERFIL-W = 1
004200        READ ARCHIVO-PERFIL-CXP
004210             INVALID KEY INITIALIZE REG-PRF
004220        END-READ
004230     ELSE
004240        INITIALIZE REG-PRF
004250     END-IF.
004260     IF TIPO-PERSONA-PRF = SPACE
004270        MOVE "N" TO TIPO-PERSONA-PRF
004280     END-IF.
004290     EVALUATE TRUE
004300        WHEN RTF-COMPRAS
004310           MOVE 0.025 TO TARIFA-RTF-W
004320           MOVE 27    TO BASE-MIN-UVT-W
004330           MOVE CTA-RTF-COMPRAS-W TO CUENTA-ASIENTO-W
004340        WHEN RTF-SERVICIOS
004350           MOVE 0.04  TO TARIFA-RTF-W
004360           MOVE 4     TO BASE-MIN-UVT-W
004370           MOVE CTA-RTF-SERVICIOS-W TO CUENTA-ASIENTO-W
004380        WHEN RTF-HONORARIOS
004390           MOVE 0.11  TO TARIFA-RTF-W
004400           IF PERSONA-NATURAL
004410              MOVE 0.10 TO TARIFA-RTF-W
004420           END-IF
004430           MOVE CTA-RTF-HONORARIOS-W TO CUENTA-ASIENTO-W
004440        WHEN RTF-ARRENDAMIENTOS
004450           MOVE 0.035 TO TARIFA-RTF-W
004460           MOVE 27    TO BASE-MIN-UVT-W
004470           MOVE CTA-RTF-ARRIENDOS-W TO CUENTA-ASIENTO-W
004480        WHEN OTHER
004490           CONTINUE
004500     END-EVALUATE.
004510     IF TARIFA-RTF-W > 0 AND NOT ES-AUTORRETENEDOR
004520        AND VALOR-LNK >= BASE-MIN-UVT-W * UVT-W
004530        COMPUTE RETEFUENTE-LNK ROUNDED = VALOR-LNK * TARIFA-RTF-W
004540     END-IF.
004550     COMPUTE NETO-LNK = VALOR-LNK - RETEFUENTE-LNK.

      *-----------------------------------------------------------------
      * REEMBOLSO: REPONE EL FONDO Y ASIENTA LOS GASTOS
      *-----------------------------------------------------------------
004560 REEMBOLSAR-CAJA.
004570     MOVE SUC-LNK         TO SUC-CJM.
004580     MOVE RESPONSABLE-LNK TO RESPONSABLE-CJM.
004590     READ ARCHIVO-CAJA-MENOR
004600          INVALID KEY
004610             MOVE "X" TO RESULT-LNK
004620             GO TO FIN-REEMBOLSAR-CAJA
004630     END-READ.
004640     MOVE CTA-BANCO-LNK TO CUENTA-CHEQ-W.
004650     PERFORM VALIDAR-MULTIEMPRESA.
004660     IF RESULT-MULTIEMP-W NOT = "S"
004670        MOVE "B" TO RESULT-LNK
004680        GO TO FIN-REEMBOLSAR-CAJA
004690     END-IF.
004700     ADD 1 TO ULT-REEMBOLSO-CJM.
004710     OPEN I-O MOVIMIENTO-DIARIO.
004720     OPEN OUTPUT REPORTE-REEMBOLSO.
004730     PERFORM OBTENER-COMPROBANTE.
004740     MOVE SUC-CJM           TO SUC-TIT.
004750     MOVE RESPONSABLE-CJM   TO RESPONSABLE-TIT.
004760     MOVE ULT-REEMBOLSO-CJM TO NRO-TIT.
004770     MOVE FECHA-LNK         TO FECHA-TIT.
004780     MOVE COMPROB-CM-W      TO COMPROB-TIT.
004790     MOVE LIN-TITULO-REEMB  TO LIN-REEMBOLSO.
004800     WRITE LIN-REEMBOLSO.
004810     MOVE 0 TO SW-FIN-W TOT-GASTOS-W TOTAL-VALOR-W TOTAL-RTF-W
004820               TOTAL-NETO-W.
004830     MOVE SUC-CJM         TO SUC-GCJ.
004840     MOVE RESPONSABLE-CJM TO RESPONSABLE-GCJ.
004850     MOVE 0               TO SECUEN-GCJ.
004860     START ARCHIVO-GASTO-CAJA KEY IS >= LLAVE-GCJ
004870           INVALID KEY MOVE 1 TO SW-FIN-W.
004880     PERFORM REEMBOLSAR-GASTO UNTIL SW-FIN-W = 1.
004890     IF TOT-GASTOS-W > 0
004900        MOVE RESPONSABLE-CJM TO NIT-ASIENTO-W
004910        MOVE SPACES TO DETALLE-ASIENTO-W
004920        STRING "REEMBOLSO CAJA MENOR " SUC-CJM " NO."
004930               ULT-REEMBOLSO-CJM
004940               DELIMITED BY SIZE INTO DETALLE-ASIENTO-W
004950        MOVE CTA-BANCO-LNK TO CUENTA-ASIENTO-W
004960        COMPUTE VALOR-ASIENTO-W = 0 - TOTAL-NETO-W
004970        PERFORM ESCRIBIR-RENGLON-CM
004980        ADD TOTAL-NETO-W TO SALDO-CJM
004990        REWRITE REG-CJM INVALID KEY CONTINUE END-REWRITE
005000        MOVE "S" TO RESULT-LNK
005010     END-IF.
005020     MOVE TOTAL-VALOR-W   TO VALOR-TOT.
005030     MOVE TOTAL-RTF-W     TO RTF-TOT.
005040     MOVE TOTAL-NETO-W    TO NETO-TOT.
005050     MOVE LIN-TOTAL-REEMB TO LIN-REEMBOLSO.
005060     WRITE LIN-REEMBOLSO.
005070     CLOSE MOVIMIENTO-DIARIO REPORTE-REEMBOLSO.
005080 FIN-REEMBOLSAR-CAJA.
005090     EXIT.

005100 REEMBOLSAR-GASTO.
005110     READ ARCHIVO-GASTO-CAJA NEXT
005120          AT END MOVE 1 TO SW-FIN-W
005130     END-READ.
005140     IF SW-FIN-W = 0
005150        IF SUC-GCJ NOT = SUC-CJM
005160           OR RESPONSABLE-GCJ NOT = RESPONSABLE-CJM
005170           MOVE 1 TO SW-FIN-W
005180        ELSE
005190           IF GASTO-PENDIENTE
005200              PERFORM ASENTAR-GASTO
005210           END-IF
005220        END-IF
005230     END-IF.

      * CADA GASTO AL DEBITO Y SU RETEFUENTE AL CREDITO CON EL NIT DEL
      * TERCERO (CERTIFICADOS DE CON123). EL COMPROBANTE ADMITE 99
      * RENGLONES: LO QUE NO CABE QUEDA PARA EL SIGUIENTE REEMBOLSO.
005240 ASENTAR-GASTO.
005250     IF SECU-RENGLON-W < 90
005260        ADD 1 TO TOT-GASTOS-W
005270        MOVE TERCERO-GCJ      TO NIT-ASIENTO-W
005280        MOVE SPACES TO DETALLE-ASIENTO-W
005290        STRING "CM CC " COSTO-GCJ " " SOPORTE-GCJ
005300               DELIMITED BY SIZE INTO DETALLE-ASIENTO-W
005310        MOVE CUENTA-GASTO-GCJ TO CUENTA-ASIENTO-W
005320        MOVE VALOR-GCJ        TO VALOR-ASIENTO-W
005330        PERFORM ESCRIBIR-RENGLON-CM
005340        ADD VALOR-GCJ      TO TOTAL-VALOR-W
005350        ADD RETEFUENTE-GCJ TO TOTAL-RTF-W
005360        ADD NETO-GCJ       TO TOTAL-NETO-W
005370        MOVE "R"               TO ESTADO-GCJ
005380        MOVE ULT-REEMBOLSO-CJM TO NRO-REEMBOLSO-GCJ
005390        REWRITE REG-GCJ INVALID KEY CONTINUE END-REWRITE
005400        MOVE FECHA-GCJ        TO FECHA-DET
005410        MOVE SOPORTE-GCJ      TO SOPORTE-DET
005420        MOVE TERCERO-GCJ      TO TERCERO-DET
005430        MOVE COSTO-GCJ        TO COSTO-DET
005440        MOVE CUENTA-GASTO-GCJ TO CUENTA-DET
005450        MOVE DETALLE-GCJ      TO DETALLE-DET
005460        MOVE VALOR-GCJ        TO VALOR-DET
005470        MOVE RETEFUENTE-GCJ   TO RTF-DET
005480        MOVE NETO-GCJ         TO NETO-DET
005490        MOVE LIN-DETALLE-REEMB TO LIN-REEMBOLSO
005500        WRITE LIN-REEMBOLSO
005510        IF RETEFUENTE-GCJ > 0
005520           MOVE CTA-RTF-GCJ TO CUENTA-ASIENTO-W
005530           COMPUTE VALOR-ASIENTO-W = 0 - RETEFUENTE-GCJ
005540           PERFORM ESCRIBIR-RENGLON-CM
005550        END-IF
005560     END-IF.

005570 OBTENER-COMPROBANTE.
005580     MOVE 0 TO COMPROB-NUM-W SECU-RENGLON-W.
005590     MOVE "CM" TO LOTE-MOV.
005600     MOVE HIGH-VALUES TO COMPROB-MOV SECU-MOV.
005610     START MOVIMIENTO-DIARIO KEY IS <= LLAVE-MOV
005620           INVALID KEY CONTINUE
005630           NOT INVALID KEY
005640               READ MOVIMIENTO-DIARIO PREVIOUS
005650                    AT END CONTINUE
005660                    NOT AT END
005670                       IF LOTE-MOV = "CM"
005680                          AND COMPROB-MOV NUMERIC
005690                          MOVE COMPROB-MOV TO COMPROB-NUM-W
005700                       END-IF
005710               END-READ
005720     END-START.
005730     ADD 1 TO COMPROB-NUM-W.
005740     MOVE COMPROB-NUM-W TO COMPROB-CM-W.
005750     MOVE 0 TO SECUENCIA-SIG-W.
005760     MOVE 99999999 TO SECUENCIA-MOV.
005770     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
005780           INVALID KEY CONTINUE
005790           NOT INVALID KEY
005800               READ MOVIMIENTO-DIARIO PREVIOUS
005810                    AT END CONTINUE
005820                    NOT AT END
005830                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
005840               END-READ
005850     END-START.

005860 ESCRIBIR-RENGLON-CM.
005870     INITIALIZE REG-MOV.
005880     MOVE "CM"              TO LOTE-MOV.
005890     MOVE COMPROB-CM-W      TO COMPROB-MOV.
005900     ADD 1 TO SECU-RENGLON-W.
005910     MOVE SECU-RENGLON-W    TO SECU-MOV.
005920     MOVE CUENTA-ASIENTO-W  TO MAYOR-MOV.
005930     MOVE FECHA-LNK (3: 6)  TO FECHA-MOV.
005940     MOVE VALOR-ASIENTO-W   TO VALOR-MOV.
005950     MOVE DETALLE-ASIENTO-W TO DETALLE-MOV.
005960     MOVE NIT-ASIENTO-W     TO NIT-MOV.
005970     ADD 1 TO SECUENCIA-SIG-W.
005980     MOVE SECUENCIA-SIG-W   TO SECUENCIA-MOV.
005990     MOVE SUC-CJM           TO SUCURSAL-MOV.
006000     MOVE NIT-EMPRESA-CJM   TO NIT-EMPRESA-MOV.
006010     WRITE REG-MOV INVALID KEY CONTINUE END-WRITE.

      * LA CUENTA NO PUEDE CAER EN EL RANGO RESTRINGIDO DE OTRA
      * EMPRESA Y EL PERIODO DEBE ESTAR ABIERTO (CON131 "V" Y "W").
006020 VALIDAR-MULTIEMPRESA.
006030     MOVE FECHA-LNK (1: 4) TO ANO-MOV-W.
006040     MOVE FECHA-LNK (5: 2) TO MES-MOV-W.
006050     MOVE "S" TO RESULT-MULTIEMP-W.
006060     MOVE "V" TO MODO-MULTIEMP-W.
006070     PERFORM LLAMAR-CON131.
006080     IF RESULT-MULTIEMP-W = "S"
006090        MOVE "W" TO MODO-MULTIEMP-W
006100        PERFORM LLAMAR-CON131
006110     END-IF.

006120 LLAMAR-CON131.
006130     CALL "CON131" USING MODO-MULTIEMP-W NIT-EMPRESA-LNK
006140                         RAZON-NULA-W CTA-DESDE-NULA-W
006150                         CTA-HASTA-NULA-W CUENTA-CHEQ-W
006160                         ANO-MOV-W MES-MOV-W
006170                         NIT-DESTINO-NULO-W CTA-DB-ORIG-NULA-W
006180                         CTA-CR-ORIG-NULA-W CTA-DB-DEST-NULA-W
006190                         CTA-CR-DEST-NULA-W VALOR-NULO-W
006200                         DETALLE-NULO-W USUARIO-LNK
006210                         RESULT-MULTIEMP-W.

006220 CERRAR-ARCHIVOS.
006230     CLOSE ARCHIVO-CAJA-MENOR ARCHIVO-GASTO-CAJA ARCHIVO-TERCEROS
006240           ARCHIVO-COSTO.
006250     IF SW-PERFIL-W = 1
006260        CLOSE ARCHIVO-PERFIL-CXP
006270     END-IF.
