      *=================================================================
      * CONTABILIDAD - DOCUMENTO SOPORTE ELECTRONICO DE COMPRAS A NO
      * OBLIGADOS A FACTURAR Y SU NOTA DE AJUSTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO SE LE COMPRA A QUIEN NO ESTA OBLIGADO A FACTURAR
      * (PROFESIONALES INDEPENDIENTES, PEQUENOS PROVEEDORES) LA DIAN
      * EXIGE QUE LA EMPRESA EMITA EL DOCUMENTO SOPORTE ELECTRONICO.
      * LO LLAMA CON132 AL REGISTRAR LA COMPRA O GASTO DEL TERCERO
      * MARCADO EN SU PERFIL, Y LA PANTALLA DE AJUSTES PARA LA NOTA.
      * LOS DOCUMENTOS QUEDAN EN ARCHIVO-DOC-SOPORTE CON EL MISMO
      * CICLO DE ESTADOS DE LA FACTURA ELECTRONICA (SER108-25/26):
      * MODO "G" - GENERA EL DOCUMENTO: TOMA EL CONSECUTIVO DE
      *            ARCHIVO-PREFIJOS (CODIGO "DSPT" POR SEDE, DENTRO DE
      *            LA RESOLUCION Y SU VIGENCIA), AGREGA EL XML PLANO A
      *            SC-DSXML.TXT PARA EL PROVEEDOR TECNOLOGICO Y LO
      *            DEJA "G" GENERADO CON EL COMPROBANTE DE CAUSACION.
      * MODO "N" - NOTA DE AJUSTE SOBRE UN DOCUMENTO NO RECHAZADO
      *            (CODIGO "NADS"): "D" DISMINUYE O "A" AUMENTA EL
      *            VALOR. ASIENTA EL AJUSTE EN EL LOTE "CP" ENTRE EL
      *            GASTO DEL DOCUMENTO Y PROVEEDORES, CORRIGE EL SALDO
      *            DE LA CUENTA POR PAGAR SI NO ESTA PAGADA Y EMITE SU
      *            XML. LAS RETENCIONES NO SE RECALCULAN.
      * MODOS "T", "A" Y "R" - TRANSMITIDO, ACEPTADO (GUARDA EL CUDS)
      *            Y RECHAZADO (GUARDA LA CAUSAL), COMO SER108-26.
      * LA CONCILIACION MENSUAL CONTRA MOVIMIENTO-DIARIO ES CON133-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON133.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-DOC-SOPORTE LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-DOCSOP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-DS
000140         ALTERNATE RECORD KEY IS FECHA-DS WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PREFIJOS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PREF-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PREF
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-CXP LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-CXP-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-CXP
000270         ALTERNATE RECORD KEY IS FECHA-VENCE-CXP WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-MOV-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LLAVE-MOV
000340         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000350         FILE STATUS IS OTR-STAT.

000360     SELECT SALIDA-XML
000370         ASSIGN NOM-DSXML-W
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS OTR-STAT.

000400 DATA DIVISION.
000410 FILE SECTION.

000420 FD  ARCHIVO-DOC-SOPORTE
000430     LABEL RECORD STANDARD.
000440 01  REG-DS.
000450     02 LLAVE-DS.
000460        03 TIPO-DS              PIC X.
000470           88 ES-DOC-SOPORTE    VALUE "D".
000480           88 ES-NOTA-AJUSTE    VALUE "N".
000490        03 SUC-DS               PIC XX.
000500        03 NRO-DS               PIC 9(9).
000510     02 FECHA-DS                PIC 9(8).
000520     02 NIT-PROV-DS             PIC 9(10).
000530     02 CUENTA-GASTO-DS         PIC 9(6).
000540     02 DESCRIP-DS              PIC X(40).
000550     02 BASE-DS                 PIC 9(11)V99.
000560     02 IVA-DS                  PIC 9(11)V99.
000570     02 RETEFUENTE-DS           PIC 9(11)V99.
000580     02 RETEIVA-DS              PIC 9(11)V99.
000590     02 RETEICA-DS              PIC 9(11)V99.
000600     02 NETO-DS                 PIC 9(11)V99.
000610     02 COMPROB-DS              PIC X(7).
000620     02 REF-DS                  PIC X(12).
000630     02 TIPO-AJUSTE-DS          PIC X.
000640        88 AJUSTE-DISMINUYE     VALUE "D".
000650        88 AJUSTE-AUMENTA       VALUE "A".
000660     02 MOTIVO-DS               PIC X(40).
000670     02 ESTADO-DS               PIC X.
000680        88 DS-GENERADO          VALUE "G".
000690        88 DS-TRANSMITIDO       VALUE "T".
000700        88 DS-ACEPTADO          VALUE "A".
000710        88 DS-RECHAZADO         VALUE "R".
000720     02 CUDS-DS                 PIC X(96).
000730     02 CAUSAL-RECH-DS          PIC X(60).
000740     02 FECHA-GEN-DS            PIC 9(8).
000750     02 FECHA-ESTADO-DS         PIC 9(8).
000760     02 USUARIO-DS              PIC X(4).
000770     02 NIT-EMPRESA-DS          PIC 9(10).
000780     02 FILLER                  PIC X(20).

000790 FD  ARCHIVO-PREFIJOS
000800     LABEL RECORD STANDARD.
000810 01  REG-PREF.
000820     02 LLAVE-PREF.
000830        03 SUC-PREF             PIC XX.
000840        03 COD-PREF             PIC X(4).
000850     02 DESCRIP-PREF            PIC X(30).
000860     02 RESOL1-PREF             PIC X(20).
000870     02 FECHA-RES-PREF          PIC 9(8).
000880     02 VIGENCIA-PREF           PIC 9(8).
000890     02 INI-RES-PREF            PIC 9(9).
000900     02 FIN-RES-PREF            PIC 9(9).
000910     02 ULT-ASIG-PREF           PIC 9(9).
000920     02 C-COSTO-PREF            PIC X(6).
000930     02 ALM-PREF                PIC X(4).
000940     02 ESTADO-PREF             PIC X.

000950 FD  ARCHIVO-CXP
000960     LABEL RECORD STANDARD.
000970 01  REG-CXP.
000980     02 LLAVE-CXP.
000990        03 NIT-CXP              PIC 9(10).
001000        03 NRO-CXP              PIC X(20).
001010     02 FECHA-FACT-CXP          PIC 9(8).
001020     02 FECHA-VENCE-CXP         PIC 9(8).
001030     02 CUENTA-GASTO-CXP        PIC 9(6).
001040     02 CONCEPTO-RTF-CXP        PIC XX.
001050     02 BASE-CXP                PIC 9(11)V99.
001060     02 IVA-CXP                 PIC 9(11)V99.
001070     02 RETEFUENTE-CXP          PIC 9(11)V99.
001080     02 RETEIVA-CXP             PIC 9(11)V99.
001090     02 RETEICA-CXP             PIC 9(11)V99.
001100     02 NETO-CXP                PIC 9(11)V99.
001110     02 SALDO-CXP               PIC 9(11)V99.
001120     02 PRIORIDAD-CXP           PIC 9.
001130     02 ESTADO-CXP              PIC X.
001140        88 CXP-PENDIENTE        VALUE "P".
001150        88 CXP-PROPUESTA        VALUE "R".
001160        88 CXP-APROBADA         VALUE "A".
001170        88 CXP-PAGADA           VALUE "G".
001180     02 LOTE-PAGO-CXP           PIC 9(8).
001190     02 COMPROB-CAUSA-CXP       PIC X(7).
001200     02 COMPROB-EGRESO-CXP      PIC X(7).
001210     02 FECHA-PAGO-CXP          PIC 9(8).
001220     02 APROBADOR-CXP           PIC X(4).
001230     02 USUARIO-CXP             PIC X(4).
001240     02 NIT-EMPRESA-CXP         PIC 9(10).
001250     02 FILLER                  PIC X(20).

001260 FD  MOVIMIENTO-DIARIO
001270     LABEL RECORD STANDARD.
001280 01  REG-MOV.
001290     02 LLAVE-MOV.
001300        03 LOTE-MOV             PIC XX.
001310        03 COMPROB-MOV          PIC X(7).
001320        03 SECU-MOV             PIC XX.
001330     02 MAYOR-MOV               PIC 9(6).
001340     02 FECHA-MOV               PIC 9(6).
001350     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
001360     02 DETALLE-MOV             PIC X(30).
001370     02 NIT-MOV                 PIC 9(10).
001380     02 SECUENCIA-MOV           PIC 9(8).
001390     02 SUCURSAL-MOV            PIC XX.
001400     02 NIT-EMPRESA-MOV         PIC 9(10).

001410 FD  SALIDA-XML
001420     LABEL RECORD STANDARD.
001430 01  LIN-XML                    PIC X(120).

001440 WORKING-STORAGE SECTION.

001450 77  NOM-DOCSOP-W               PIC X(60)
001460     VALUE "D:\progelect\DATOS\SC-DOCSOP.DAT".
001470 77  NOM-PREF-W                 PIC X(60)
001480     VALUE "D:\progelect\CONTROL\SC-PREFIJOS.DAT".
001490 77  NOM-CXP-W                  PIC X(60)
001500     VALUE "D:\progelect\DATOS\SC-CXP.DAT".
001510 77  NOM-MOV-W                  PIC X(50)
001520     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001530 77  NOM-DSXML-W                PIC X(60)
001540     VALUE "D:\progelect\DATOS\SC-DSXML.TXT".
001550 77  OTR-STAT                   PIC XX.
001560 77  FECHA-HOY-W                PIC 9(8).
001570 77  COD-PREF-W                 PIC X(4).
001580 77  SW-CONSECUTIVO-W           PIC 9 VALUE 0.
001590 77  NRO-ASIGNADO-W             PIC 9(9) VALUE 0.
001600 77  VALOR-EDIT-W               PIC 9(11).99.
001610 77  CTA-PROVEEDORES-W          PIC 9(6) VALUE 220505.
001620 77  COMPROB-NUM-W              PIC 9(7) VALUE 0.
001630 77  COMPROB-AJUSTE-W           PIC X(7).
001640 77  SECUENCIA-SIG-W            PIC 9(8) VALUE 0.
001650 77  SECU-RENGLON-W             PIC 99 VALUE 0.
001660 77  VALOR-ASIENTO-W            PIC S9(12)V99.
001670 77  CUENTA-ASIENTO-W           PIC 9(6).
001680 77  ANO-AJUSTE-W               PIC 9(4).
001690 77  MES-AJUSTE-W               PIC 99.

001700 77  MODO-MULTIEMP-W            PIC X.
001710 77  RAZON-NULA-W               PIC X(40) VALUE SPACES.
001720 77  CTA-DESDE-NULA-W           PIC 9(6) VALUE 0.
001730 77  CTA-HASTA-NULA-W           PIC 9(6) VALUE 0.
001740 77  CUENTA-CHEQ-W              PIC 9(6).
001750 77  NIT-DESTINO-NULO-W         PIC 9(10) VALUE 0.
001760 77  CTA-DB-ORIG-NULA-W         PIC 9(6) VALUE 0.
001770 77  CTA-CR-ORIG-NULA-W         PIC 9(6) VALUE 0.
001780 77  CTA-DB-DEST-NULA-W         PIC 9(6) VALUE 0.
001790 77  CTA-CR-DEST-NULA-W         PIC 9(6) VALUE 0.
001800 77  VALOR-NULO-W               PIC 9(11)V99 VALUE 0.
001810 77  DETALLE-NULO-W             PIC X(30) VALUE SPACES.
001820 77  RESULT-MULTIEMP-W          PIC X.

001830 01  LLAVE-CXP-DS-W.
001840     02 FILLER                  PIC XX VALUE "DS".
001850     02 SUC-CXP-DS-W            PIC XX.
001860     02 NRO-CXP-DS-W            PIC 9(9).
001870     02 FILLER                  PIC X(7) VALUE SPACES.

001880 LINKAGE SECTION.
001890 01  MODO-LNK                   PIC X.
001900     88 MODO-GENERAR            VALUE "G".
001910     88 MODO-NOTA-AJUSTE        VALUE "N".
001920     88 MODO-TRANSMITIDO        VALUE "T".
001930     88 MODO-ACEPTADO           VALUE "A".
001940     88 MODO-RECHAZADO          VALUE "R".
001950 01  LLAVE-DS-LNK.
001960     02 TIPO-DS-LNK             PIC X.
001970     02 SUC-DS-LNK              PIC XX.
001980     02 NRO-DS-LNK              PIC 9(9).
001990 01  DATOS-DS-LNK.
002000     02 FECHA-DS-LNK            PIC 9(8).
002010     02 NIT-PROV-LNK            PIC 9(10).
002020     02 CUENTA-GASTO-LNK        PIC 9(6).
002030     02 DESCRIP-LNK             PIC X(40).
002040     02 BASE-LNK                PIC 9(11)V99.
002050     02 IVA-LNK                 PIC 9(11)V99.
002060     02 RETEFUENTE-LNK          PIC 9(11)V99.
002070     02 RETEIVA-LNK             PIC 9(11)V99.
002080     02 RETEICA-LNK             PIC 9(11)V99.
002090     02 NETO-LNK                PIC 9(11)V99.
002100     02 COMPROB-LNK             PIC X(7).
002110 01  DATOS-AJUSTE-LNK.
002120     02 TIPO-AJUSTE-LNK         PIC X.
002130        88 DISMINUYE-LNK        VALUE "D".
002140        88 AUMENTA-LNK          VALUE "A".
002150     02 VALOR-AJUSTE-LNK        PIC 9(11)V99.
002160     02 MOTIVO-LNK              PIC X(40).
002170     02 NRO-NOTA-LNK            PIC 9(9).
002180 01  RESPUESTA-DIAN-LNK.
002190     02 CUDS-LNK                PIC X(96).
002200     02 CAUSAL-LNK              PIC X(60).
002210 01  NIT-EMPRESA-LNK            PIC 9(10).
002220 01  USUARIO-LNK                PIC X(4).
002230 01  RESULT-LNK                 PIC X.
002240     88 DS-OK                   VALUE "S".
002250     88 DS-SIN-CONSECUTIVO      VALUE "C".
002260     88 DS-NO-EXISTE            VALUE "X".
002270     88 DS-BLOQUEADO            VALUE "B".
002280     88 DS-NO-OK                VALUE "N".

002290 PROCEDURE DIVISION USING MODO-LNK LLAVE-DS-LNK DATOS-DS-LNK
002300                          DATOS-AJUSTE-LNK RESPUESTA-DIAN-LNK
002310                          NIT-EMPRESA-LNK USUARIO-LNK
002320                          RESULT-LNK.

002330 MAINLINE.
002340     MOVE "N" TO RESULT-LNK.
002350     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002360     OPEN I-O ARCHIVO-DOC-SOPORTE.
002370     IF OTR-STAT = "35"
002380        OPEN OUTPUT ARCHIVO-DOC-SOPORTE
002390        CLOSE ARCHIVO-DOC-SOPORTE
002400        OPEN I-O ARCHIVO-DOC-SOPORTE
002410     END-IF.
002420     EVALUATE TRUE
002430        WHEN MODO-GENERAR
002440           PERFORM GENERAR-DOCUMENTO THRU FIN-GENERAR-DOCUMENTO
002450        WHEN MODO-NOTA-AJUSTE
002460           PERFORM GENERAR-NOTA THRU FIN-GENERAR-NOTA
002470        WHEN MODO-TRANSMITIDO
002480        WHEN MODO-ACEPTADO
002490        WHEN MODO-RECHAZADO
002500           PERFORM ACTUALIZAR-ESTADO THRU FIN-ACTUALIZAR
002510     END-EVALUATE.
002520     CLOSE ARCHIVO-DOC-SOPORTE.
002530     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * DOCUMENTO SOPORTE
      *-----------------------------------------------------------------
002540 GENERAR-DOCUMENTO.
002550     MOVE "DSPT" TO COD-PREF-W.
002560     PERFORM ASIGNAR-CONSECUTIVO THRU FIN-ASIGNAR-CONSECUTIVO.
002570     IF SW-CONSECUTIVO-W = 0
002580        MOVE "C" TO RESULT-LNK
002590        GO TO FIN-GENERAR-DOCUMENTO
002600     END-IF.
002610     INITIALIZE REG-DS.
002620     MOVE "D"              TO TIPO-DS.
002630     MOVE SUC-DS-LNK       TO SUC-DS.
002640     MOVE NRO-ASIGNADO-W   TO NRO-DS.
002650     MOVE FECHA-DS-LNK     TO FECHA-DS.
002660     MOVE NIT-PROV-LNK     TO NIT-PROV-DS.
002670     MOVE CUENTA-GASTO-LNK TO CUENTA-GASTO-DS.
002680     MOVE DESCRIP-LNK      TO DESCRIP-DS.
002690     MOVE BASE-LNK         TO BASE-DS.
002700     MOVE IVA-LNK          TO IVA-DS.
002710     MOVE RETEFUENTE-LNK   TO RETEFUENTE-DS.
002720     MOVE RETEIVA-LNK      TO RETEIVA-DS.
002730     MOVE RETEICA-LNK      TO RETEICA-DS.
002740     MOVE NETO-LNK         TO NETO-DS.
002750     MOVE COMPROB-LNK      TO COMPROB-DS.
002760     MOVE "G"              TO ESTADO-DS.
002770     MOVE SPACES           TO CUDS-DS CAUSAL-RECH-DS.
002780     MOVE FECHA-HOY-W      TO FECHA-GEN-DS FECHA-ESTADO-DS.
002790     MOVE USUARIO-LNK      TO USUARIO-DS.
002800     MOVE NIT-EMPRESA-LNK  TO NIT-EMPRESA-DS.
002810     WRITE REG-DS
002820           INVALID KEY GO TO FIN-GENERAR-DOCUMENTO
002830     END-WRITE.
002840     PERFORM EMITIR-XML-DOCUMENTO.
002850     MOVE "D"            TO TIPO-DS-LNK.
002860     MOVE NRO-ASIGNADO-W TO NRO-DS-LNK.
002870     MOVE "S" TO RESULT-LNK.
002880 FIN-GENERAR-DOCUMENTO.
002890     EXIT.

      * CONSECUTIVO DE LA RESOLUCION DE LA SEDE; SIN PREFIJO, FUERA DE
      * RANGO O CON LA RESOLUCION VENCIDA NO SE EMITE.
002900 ASIGNAR-CONSECUTIVO.
002910     MOVE 0 TO SW-CONSECUTIVO-W NRO-ASIGNADO-W.
002920     OPEN I-O ARCHIVO-PREFIJOS.
002930     IF OTR-STAT NOT = "00"
002940        GO TO FIN-ASIGNAR-CONSECUTIVO
002950     END-IF.
002960     MOVE SUC-DS-LNK TO SUC-PREF.
002970     MOVE COD-PREF-W TO COD-PREF.
002980     READ ARCHIVO-PREFIJOS
002990          INVALID KEY GO TO CERRAR-PREFIJOS
003000     END-READ.
003010     IF FIN-RES-PREF > 0 AND ULT-ASIG-PREF >= FIN-RES-PREF
003020        GO TO CERRAR-PREFIJOS
003030     END-IF.
003040     IF VIGENCIA-PREF > 0 AND VIGENCIA-PREF < FECHA-HOY-W
003050        GO TO CERRAR-PREFIJOS
003060     END-IF.
003070     ADD 1 TO ULT-ASIG-PREF.
003080     IF ULT-ASIG-PREF < INI-RES-PREF
003090        MOVE INI-RES-PREF TO ULT-ASIG-PREF
003100     END-IF.
003110     REWRITE REG-PREF
003120             INVALID KEY GO TO CERRAR-PREFIJOS
003130     END-REWRITE.
003140     MOVE ULT-ASIG-PREF TO NRO-ASIGNADO-W.
003150     MOVE 1 TO SW-CONSECUTIVO-W.
003160 CERRAR-PREFIJOS.
003170     CLOSE ARCHIVO-PREFIJOS.
003180 FIN-ASIGNAR-CONSECUTIVO.
003190     EXIT.

003200 ABRIR-XML.
003210     OPEN EXTEND SALIDA-XML.
003220     IF OTR-STAT = "35"
003230        OPEN OUTPUT SALIDA-XML
003240     END-IF.

003250 EMITIR-XML-DOCUMENTO.
003260     PERFORM ABRIR-XML.
003270     MOVE SPACES TO LIN-XML.
003280     STRING "<DOCUMENTOSOPORTE PREFIJO=""" COD-PREF-W
003290            """ SEDE=""" SUC-DS """ NUMERO=""" NRO-DS """>"
003300            DELIMITED BY SIZE INTO LIN-XML.
003310     WRITE LIN-XML.
003320     MOVE SPACES TO LIN-XML.
003330     STRING "  <FECHA>" FECHA-DS "</FECHA>"
003340            DELIMITED BY SIZE INTO LIN-XML.
003350     WRITE LIN-XML.
003360     MOVE SPACES TO LIN-XML.
003370     STRING "  <ADQUIRIENTE>" NIT-EMPRESA-DS "</ADQUIRIENTE>"
003380            DELIMITED BY SIZE INTO LIN-XML.
003390     WRITE LIN-XML.
003400     MOVE SPACES TO LIN-XML.
003410     STRING "  <VENDEDOR>" NIT-PROV-DS "</VENDEDOR>"
003420            DELIMITED BY SIZE INTO LIN-XML.
003430     WRITE LIN-XML.
003440     MOVE SPACES TO LIN-XML.
003450     STRING "  <DESCRIPCION>" DESCRIP-DS "</DESCRIPCION>"
003460            DELIMITED BY SIZE INTO LIN-XML.
003470     WRITE LIN-XML.
003480     MOVE BASE-DS TO VALOR-EDIT-W.
003490     MOVE SPACES TO LIN-XML.
003500     STRING "  <VALORBASE>" VALOR-EDIT-W "</VALORBASE>"
003510            DELIMITED BY SIZE INTO LIN-XML.
003520     WRITE LIN-XML.
003530     MOVE IVA-DS TO VALOR-EDIT-W.
003540     MOVE SPACES TO LIN-XML.
003550     STRING "  <IVA>" VALOR-EDIT-W "</IVA>"
003560            DELIMITED BY SIZE INTO LIN-XML.
003570     WRITE LIN-XML.
003580     MOVE RETEFUENTE-DS TO VALOR-EDIT-W.
003590     MOVE SPACES TO LIN-XML.
003600     STRING "  <RETEFUENTE>" VALOR-EDIT-W "</RETEFUENTE>"
003610            DELIMITED BY SIZE INTO LIN-XML.
003620     WRITE LIN-XML.
003630     MOVE RETEIVA-DS TO VALOR-EDIT-W.
003640     MOVE SPACES TO LIN-XML.
003650     STRING "  <RETEIVA>" VALOR-EDIT-W "</RETEIVA>"
003660            DELIMITED BY SIZE INTO LIN-XML.
003670     WRITE LIN-XML.
003680     MOVE RETEICA-DS TO VALOR-EDIT-W.
003690     MOVE SPACES TO LIN-XML.
003700     STRING "  <RETEICA>" VALOR-EDIT-W "</RETEICA>"
003710            DELIMITED BY SIZE INTO LIN-XML.
003720     WRITE LIN-XML.
003730     MOVE NETO-DS TO VALOR-EDIT-W.
003740     MOVE SPACES TO LIN-XML.
003750     STRING "  <VALORPAGAR>" VALOR-EDIT-W "</VALORPAGAR>"
003760            DELIMITED BY SIZE INTO LIN-XML.
003770     WRITE LIN-XML.
003780     MOVE "</DOCUMENTOSOPORTE>" TO LIN-XML.
003790     WRITE LIN-XML.
003800     CLOSE SALIDA-XML.

      *-----------------------------------------------------------------
      * NOTA DE AJUSTE AL DOCUMENTO SOPORTE
      *-----------------------------------------------------------------
003810 GENERAR-NOTA.
003820     MOVE "D"          TO TIPO-DS-LNK.
003830     MOVE LLAVE-DS-LNK TO LLAVE-DS.
003840     READ ARCHIVO-DOC-SOPORTE
003850          INVALID KEY
003860             MOVE "X" TO RESULT-LNK
003870             GO TO FIN-GENERAR-NOTA
003880     END-READ.
003890     IF DS-RECHAZADO OR VALOR-AJUSTE-LNK = 0
003900        GO TO FIN-GENERAR-NOTA
003910     END-IF.
003920     IF NOT DISMINUYE-LNK AND NOT AUMENTA-LNK
003930        GO TO FIN-GENERAR-NOTA
003940     END-IF.
003950     MOVE FECHA-HOY-W (1: 4) TO ANO-AJUSTE-W.
003960     MOVE FECHA-HOY-W (5: 2) TO MES-AJUSTE-W.
003970     PERFORM VALIDAR-MULTIEMPRESA.
003980     IF RESULT-MULTIEMP-W NOT = "S"
003990        MOVE "B" TO RESULT-LNK
004000        GO TO FIN-GENERAR-NOTA
004010     END-IF.
004020     MOVE "NADS" TO COD-PREF-W.
004030     PERFORM ASIGNAR-CONSECUTIVO THRU FIN-ASIGNAR-CONSECUTIVO.
004040     IF SW-CONSECUTIVO-W = 0
004050        MOVE "C" TO RESULT-LNK
004060        GO TO FIN-GENERAR-NOTA
004070     END-IF.
004080     OPEN I-O MOVIMIENTO-DIARIO.
004090     PERFORM OBTENER-COMPROBANTE.
004100     PERFORM CONTABILIZAR-AJUSTE.
004110     CLOSE MOVIMIENTO-DIARIO.
004120     MOVE "N"              TO TIPO-DS.
004130     MOVE NRO-ASIGNADO-W   TO NRO-DS.
004140     MOVE FECHA-HOY-W      TO FECHA-DS FECHA-GEN-DS
004150                              FECHA-ESTADO-DS.
004160     MOVE VALOR-AJUSTE-LNK TO BASE-DS NETO-DS.
004170     MOVE 0                TO IVA-DS RETEFUENTE-DS RETEIVA-DS
004180                              RETEICA-DS.
004190     MOVE COMPROB-AJUSTE-W TO COMPROB-DS.
004200     MOVE LLAVE-DS-LNK     TO REF-DS.
004210     MOVE TIPO-AJUSTE-LNK  TO TIPO-AJUSTE-DS.
004220     MOVE MOTIVO-LNK       TO MOTIVO-DS.
004230     MOVE "G"              TO ESTADO-DS.
004240     MOVE SPACES           TO CUDS-DS CAUSAL-RECH-DS.
004250     MOVE USUARIO-LNK      TO USUARIO-DS.
004260     WRITE REG-DS
004270           INVALID KEY GO TO FIN-GENERAR-NOTA
004280     END-WRITE.
004290     PERFORM AJUSTAR-CXP.
004300     PERFORM EMITIR-XML-NOTA.
004310     MOVE NRO-ASIGNADO-W TO NRO-NOTA-LNK.
004320     MOVE "S" TO RESULT-LNK.
004330 FIN-GENERAR-NOTA.
004340     EXIT.

      * LA CUENTA POR PAGAR DEL DOCUMENTO SE LLAMA "DS" + SEDE +
      * NUMERO (VER CON132); YA PAGADA, EL AJUSTE QUEDA SOLO EN LA
      * CONTABILIDAD PARA CRUZAR CON EL PROXIMO PAGO.
004350 AJUSTAR-CXP.
004360     OPEN I-O ARCHIVO-CXP.
004370     IF OTR-STAT = "00"
004380        MOVE NIT-PROV-DS  TO NIT-CXP
004390        MOVE SUC-DS-LNK   TO SUC-CXP-DS-W
004400        MOVE NRO-DS-LNK   TO NRO-CXP-DS-W
004410        MOVE LLAVE-CXP-DS-W TO NRO-CXP
004420        READ ARCHIVO-CXP
004430             INVALID KEY CONTINUE
004440             NOT INVALID KEY
004450                PERFORM CORREGIR-SALDO-CXP
004460        END-READ
004470        CLOSE ARCHIVO-CXP
004480     END-IF.

004490 CORREGIR-SALDO-CXP.
004500     IF NOT CXP-PAGADA
004510        IF AUMENTA-LNK
004520           ADD VALOR-AJUSTE-LNK TO NETO-CXP SALDO-CXP
004530        ELSE
004540           IF VALOR-AJUSTE-LNK > SALDO-CXP
004550              SUBTRACT SALDO-CXP FROM NETO-CXP
004560              MOVE 0 TO SALDO-CXP
004570           ELSE
004580              SUBTRACT VALOR-AJUSTE-LNK FROM NETO-CXP SALDO-CXP
004590           END-IF
004600        END-IF
004610        REWRITE REG-CXP INVALID KEY CONTINUE END-REWRITE
004620     END-IF.

004630 OBTENER-COMPROBANTE.
004640     MOVE 0 TO COMPROB-NUM-W.
004650     MOVE "CP" TO LOTE-MOV.
004660     MOVE HIGH-VALUES TO COMPROB-MOV SECU-MOV.
004670     START MOVIMIENTO-DIARIO KEY IS <= LLAVE-MOV
004680           INVALID KEY CONTINUE
004690           NOT INVALID KEY
004700               READ MOVIMIENTO-DIARIO PREVIOUS
004710                    AT END CONTINUE
004720                    NOT AT END
004730                       IF LOTE-MOV = "CP"
004740                          AND COMPROB-MOV NUMERIC
004750                          MOVE COMPROB-MOV TO COMPROB-NUM-W
004760                       END-IF
004770               END-READ
004780     END-START.
004790     ADD 1 TO COMPROB-NUM-W.
004800     MOVE COMPROB-NUM-W TO COMPROB-AJUSTE-W.
004810     MOVE 0 TO SECUENCIA-SIG-W.
004820     MOVE 99999999 TO SECUENCIA-MOV.
004830     START MOVIMIENTO-DIARIO KEY IS <= SECUENCIA-MOV
004840           INVALID KEY CONTINUE
004850           NOT INVALID KEY
004860               READ MOVIMIENTO-DIARIO PREVIOUS
004870                    AT END CONTINUE
004880                    NOT AT END
004890                       MOVE SECUENCIA-MOV TO SECUENCIA-SIG-W
004900               END-READ
004910     END-START.

      * DISMINUYE: DEBITO PROVEEDORES, CREDITO GASTO. AUMENTA: AL
      * REVES. REG-DS TIENE AUN EL DOCUMENTO ORIGINAL.
004920 CONTABILIZAR-AJUSTE.
004930     MOVE 0 TO SECU-RENGLON-W.
004940     MOVE CUENTA-GASTO-DS TO CUENTA-ASIENTO-W.
004950     IF DISMINUYE-LNK
004960        COMPUTE VALOR-ASIENTO-W = 0 - VALOR-AJUSTE-LNK
004970     ELSE
004980        MOVE VALOR-AJUSTE-LNK TO VALOR-ASIENTO-W
004990     END-IF.
005000     PERFORM ESCRIBIR-RENGLON-AJUSTE.
005010     MOVE CTA-PROVEEDORES-W TO CUENTA-ASIENTO-W.
005020     COMPUTE VALOR-ASIENTO-W = 0 - VALOR-ASIENTO-W.
005030     PERFORM ESCRIBIR-RENGLON-AJUSTE.

005040 ESCRIBIR-RENGLON-AJUSTE.
005050     INITIALIZE REG-MOV.
005060     MOVE "CP"              TO LOTE-MOV.
005070     MOVE COMPROB-AJUSTE-W  TO COMPROB-MOV.
005080     ADD 1 TO SECU-RENGLON-W.
005090     MOVE SECU-RENGLON-W    TO SECU-MOV.
005100     MOVE CUENTA-ASIENTO-W  TO MAYOR-MOV.
005110     MOVE FECHA-HOY-W (3: 6) TO FECHA-MOV.
005120     MOVE VALOR-ASIENTO-W   TO VALOR-MOV.
005130     MOVE SPACES TO DETALLE-MOV.
005140     STRING "NOTA AJUSTE DS " SUC-DS "-" NRO-DS
005150            DELIMITED BY SIZE INTO DETALLE-MOV.
005160     MOVE NIT-PROV-DS       TO NIT-MOV.
005170     ADD 1 TO SECUENCIA-SIG-W.
005180     MOVE SECUENCIA-SIG-W   TO SECUENCIA-MOV.
005190     MOVE "01"              TO SUCURSAL-MOV.
005200     MOVE NIT-EMPRESA-DS    TO NIT-EMPRESA-MOV.
005210     WRITE REG-MOV INVALID KEY CONTINUE END-WRITE.

005220 EMITIR-XML-NOTA.
005230     PERFORM ABRIR-XML.
005240     MOVE SPACES TO LIN-XML.
005250     STRING "<NOTAAJUSTE PREFIJO=""" COD-PREF-W
005260            """ SEDE=""" SUC-DS """ NUMERO=""" NRO-DS """>"
005270            DELIMITED BY SIZE INTO LIN-XML.
005280     WRITE LIN-XML.
005290     MOVE SPACES TO LIN-XML.
005300     STRING "  <DOCUMENTOREFERENCIA>DSPT " SUC-DS-LNK " "
005310            NRO-DS-LNK "</DOCUMENTOREFERENCIA>"
005320            DELIMITED BY SIZE INTO LIN-XML.
005330     WRITE LIN-XML.
005340     MOVE SPACES TO LIN-XML.
005350     STRING "  <FECHA>" FECHA-DS "</FECHA>"
005360            DELIMITED BY SIZE INTO LIN-XML.
005370     WRITE LIN-XML.
005380     MOVE SPACES TO LIN-XML.
005390     STRING "  <VENDEDOR>" NIT-PROV-DS "</VENDEDOR>"
005400            DELIMITED BY SIZE INTO LIN-XML.
005410     WRITE LIN-XML.
005420     MOVE SPACES TO LIN-XML.
005430     STRING "  <TIPOAJUSTE>" TIPO-AJUSTE-DS "</TIPOAJUSTE>"
005440            DELIMITED BY SIZE INTO LIN-XML.
005450     WRITE LIN-XML.
005460     MOVE SPACES TO LIN-XML.
005470     STRING "  <MOTIVO>" MOTIVO-DS "</MOTIVO>"
005480            DELIMITED BY SIZE INTO LIN-XML.
005490     WRITE LIN-XML.
005500     MOVE BASE-DS TO VALOR-EDIT-W.
005510     MOVE SPACES TO LIN-XML.
005520     STRING "  <VALORAJUSTE>" VALOR-EDIT-W "</VALORAJUSTE>"
005530            DELIMITED BY SIZE INTO LIN-XML.
005540     WRITE LIN-XML.
005550     MOVE "</NOTAAJUSTE>" TO LIN-XML.
005560     WRITE LIN-XML.
005570     CLOSE SALIDA-XML.

      * EL AJUSTE VA AL GASTO DEL DOCUMENTO: LA CUENTA NO PUEDE CAER
      * EN EL RANGO RESTRINGIDO DE OTRA EMPRESA Y EL PERIODO DEBE
      * ESTAR ABIERTO (CON131 MODOS "V" Y "W").
005580 VALIDAR-MULTIEMPRESA.
005590     MOVE "S" TO RESULT-MULTIEMP-W.
005600     MOVE "V" TO MODO-MULTIEMP-W.
005610     MOVE CUENTA-GASTO-DS TO CUENTA-CHEQ-W.
005620     PERFORM LLAMAR-CON131.
005630     IF RESULT-MULTIEMP-W = "S"
005640        MOVE "W" TO MODO-MULTIEMP-W
005650        PERFORM LLAMAR-CON131
005660     END-IF.

005670 LLAMAR-CON131.
005680     CALL "CON131" USING MODO-MULTIEMP-W NIT-EMPRESA-DS
005690                         RAZON-NULA-W CTA-DESDE-NULA-W
005700                         CTA-HASTA-NULA-W CUENTA-CHEQ-W
005710                         ANO-AJUSTE-W MES-AJUSTE-W
005720                         NIT-DESTINO-NULO-W CTA-DB-ORIG-NULA-W
005730                         CTA-CR-ORIG-NULA-W CTA-DB-DEST-NULA-W
005740                         CTA-CR-DEST-NULA-W VALOR-NULO-W
005750                         DETALLE-NULO-W USUARIO-LNK
005760                         RESULT-MULTIEMP-W.

      *-----------------------------------------------------------------
      * RESPUESTA DEL PROVEEDOR TECNOLOGICO / DIAN
      *-----------------------------------------------------------------
005770 ACTUALIZAR-ESTADO.
005780     MOVE LLAVE-DS-LNK TO LLAVE-DS.
005790     READ ARCHIVO-DOC-SOPORTE
005800          INVALID KEY
005810             MOVE "X" TO RESULT-LNK
005820             GO TO FIN-ACTUALIZAR
005830     END-READ.
005840     EVALUATE TRUE
005850        WHEN MODO-TRANSMITIDO
005860             MOVE "T" TO ESTADO-DS
005870        WHEN MODO-ACEPTADO
005880             MOVE "A"      TO ESTADO-DS
005890             MOVE CUDS-LNK TO CUDS-DS
005900             MOVE SPACES   TO CAUSAL-RECH-DS
005910        WHEN MODO-RECHAZADO
005920             MOVE "R"        TO ESTADO-DS
005930             MOVE CAUSAL-LNK TO CAUSAL-RECH-DS
005940     END-EVALUATE.
005950     MOVE FECHA-HOY-W TO FECHA-ESTADO-DS.
005960     REWRITE REG-DS
005970         INVALID KEY CONTINUE
005980         NOT INVALID KEY MOVE "S" TO RESULT-LNK
005990     END-REWRITE.
006000 FIN-ACTUALIZAR.
006010     EXIT.
