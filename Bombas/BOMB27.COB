      *=================================================================
      * BOMBAS - DOCUMENTO EQUIVALENTE ELECTRONICO POS DE LA ESTACION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA DIAN YA NO ACEPTA EL TIQUETE IMPRESO: CADA VENTA DE LA
      * ESTACION SE EMITE COMO DOCUMENTO EQUIVALENTE ELECTRONICO POS,
      * CON EL MISMO CICLO DE ESTADOS DE LA FACTURA ELECTRONICA
      * (SER108-25/26) Y DEL DOCUMENTO SOPORTE (CON133). LOS
      * DOCUMENTOS QUEDAN EN ARCHIVO-DOC-EQUIV:
      * MODO "E" - EMITE EL DOCUMENTO DE UNA VENTA. ORIGEN "G" VENTA
      *            DE CONTADO EN ISLA (MANGUERA Y VENDEDOR DE
      *            ARCHIVO-GALONAJES, LA LLAMA LA CAPTURA DE LA
      *            ISLA), "T" TICKET DEL PUNTO DE VENTA (BOMB23, CON
      *            TODAS SUS LINEAS, COMBUSTIBLE Y TIENDA) Y "V" VALE
      *            DE FLOTA (BOMB21, CON EL NIT DEL CLIENTE DE
      *            CREDITO). NUMERA DEL CONSECUTIVO "DEPS" DE
      *            ARCHIVO-PREFIJOS DE LA SEDE (RESOLUCION PROPIA,
      *            DENTRO DEL RANGO Y LA VIGENCIA), AGREGA EL XML
      *            PLANO A SC-DEQXML.TXT PARA EL PROVEEDOR
      *            TECNOLOGICO Y LO DEJA "G" GENERADO.
      * MODOS "T", "A" Y "R" - TRANSMITIDO, ACEPTADO (GUARDA CUDE Y
      *            QR E IMPRIME EL TIQUETE CON ELLOS EN
      *            SC-DOCEQTK.TXT) Y RECHAZADO (GUARDA LA CAUSAL).
      *            SIRVEN IGUAL PARA LA FACTURA Y LA NOTA DEL MODO F.
      * MODO "F" - EL CLIENTE PIDE FACTURA ELECTRONICA CON SU NIT:
      *            SOBRE UN DOCUMENTO NO RECHAZADO NI YA CONVERTIDO
      *            EMITE LA FACTURA (CONSECUTIVO "FEES") CON
      *            REFERENCIA AL DOCUMENTO Y SU CUDE, Y LA NOTA DE
      *            AJUSTE QUE LO ANULA (CONSECUTIVO "NAEQ"); EL
      *            DOCUMENTO QUEDA "C" CONVERTIDO CON LA LLAVE DE LA
      *            FACTURA. LA VENTA NO CAMBIA DE VENDEDOR NI DE DIA.
      * MODO "I" - REIMPRIME EL TIQUETE DE UN DOCUMENTO.
      * EL CRUCE DIARIO DE DOCUMENTOS CONTRA EL CIERRE DE CAJA DE
      * CADA VENDEDOR (BOMB16) LO LISTA BOMB27-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB27.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-DOC-EQUIV LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-DOCEQ-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-DEQ
000140         ALTERNATE RECORD KEY IS FECHA-DEQ WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PREFIJOS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PREF-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PREF
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-TICKET-POS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-TICKPOS-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-TPOS
000270         ALTERNATE RECORD KEY IS FECHA-TPOS WITH DUPLICATES
000280         ALTERNATE RECORD KEY IS VEND-TPOS WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300     SELECT SALIDA-XML
000310         ASSIGN NOM-DEQXML-W
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS OTR-STAT.

000340     SELECT TIQUETE-IMPRESO
000350         ASSIGN NOM-DEQTK-W
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS OTR-STAT.

000380 DATA DIVISION.
000390 FILE SECTION.

000400 FD  ARCHIVO-DOC-EQUIV
000410     LABEL RECORD STANDARD.
000420 01  REG-DEQ.
000430     02 LLAVE-DEQ.
000440        03 TIPO-DEQ             PIC X.
000450           88 ES-DOC-EQUIV      VALUE "E".
000460           88 ES-FACTURA        VALUE "F".
000470           88 ES-NOTA-AJUSTE    VALUE "N".
000480        03 SUC-DEQ              PIC XX.
000490        03 NRO-DEQ              PIC 9(9).
000500     02 FECHA-DEQ               PIC 9(8).
000510     02 HORA-DEQ                PIC 9(6).
000520     02 ORIGEN-DEQ              PIC X.
000530        88 VENTA-ISLA           VALUE "G".
000540        88 VENTA-TIENDA         VALUE "T".
000550        88 VENTA-VALE           VALUE "V".
000560     02 VEND-DEQ                PIC X(5).
000570     02 COMP-DEQ                PIC 9(5).
000580     02 ISLA-DEQ                PIC X.
000590     02 MANG-DEQ                PIC X.
000600     02 COMBUSTIBLE-DEQ         PIC X(4).
000610     02 GALONES-DEQ             PIC 9(7)V99.
000620     02 NRO-TICKET-DEQ          PIC 9(9).
000630     02 FECHA-VALE-DEQ          PIC 9(8).
000640     02 NRO-VALE-DEQ            PIC 9(6).
000650     02 PLACA-DEQ               PIC X(6).
000660     02 NIT-CLIENTE-DEQ         PIC 9(10).
000670     02 NOMBRE-CLIENTE-DEQ      PIC X(40).
000680     02 E-MAIL-CLIENTE-DEQ      PIC X(60).
000690     02 VALOR-DEQ               PIC 9(11)V99.
000700     02 REF-DEQ                 PIC X(12).
000710     02 ESTADO-DEQ              PIC X.
000720        88 DEQ-GENERADO         VALUE "G".
000730        88 DEQ-TRANSMITIDO      VALUE "T".
000740        88 DEQ-ACEPTADO         VALUE "A".
000750        88 DEQ-RECHAZADO        VALUE "R".
000760        88 DEQ-CONVERTIDO       VALUE "C".
000770     02 CUDE-DEQ                PIC X(96).
000780     02 QR-DEQ                  PIC X(60).
000790     02 CAUSAL-RECH-DEQ         PIC X(60).
000800     02 FACTURA-DEQ             PIC X(12).
000810     02 FECHA-GEN-DEQ           PIC 9(8).
000820     02 FECHA-ESTADO-DEQ        PIC 9(8).
000830     02 USUARIO-DEQ             PIC X(4).
000840     02 NIT-EMPRESA-DEQ         PIC 9(10).
000850     02 FILLER                  PIC X(20).

000860 FD  ARCHIVO-PREFIJOS
000870     LABEL RECORD STANDARD.
000880 01  REG-PREF.
000890     02 LLAVE-PREF.
000900        03 SUC-PREF             PIC XX.
000910        03 COD-PREF             PIC X(4).
000920     02 DESCRIP-PREF            PIC X(30).
000930     02 RESOL1-PREF             PIC X(20).
000940     02 FECHA-RES-PREF          PIC 9(8).
000950     02 VIGENCIA-PREF           PIC 9(8).
000960     02 INI-RES-PREF            PIC 9(9).
000970     02 FIN-RES-PREF            PIC 9(9).
000980     02 ULT-ASIG-PREF           PIC 9(9).
000990     02 C-COSTO-PREF            PIC X(6).
001000     02 ALM-PREF                PIC X(4).
001010     02 ESTADO-PREF             PIC X.

001020 FD  ARCHIVO-TICKET-POS
001030     LABEL RECORD STANDARD.
001040 01  REG-TPOS.
001050     02 LLAVE-TPOS.
001060        03 NRO-TPOS             PIC 9(9).
001070        03 SECU-TPOS            PIC 9(3).
001080     02 FECHA-TPOS              PIC 9(8).
001090     02 VEND-TPOS               PIC X(5).
001100     02 COD-ART-TPOS            PIC X(8).
001110     02 CANT-TPOS               PIC 9(5)V99.
001120     02 VLR-UNIT-TPOS           PIC 9(9)V99.
001130     02 VLR-TOTAL-TPOS          PIC 9(11)V99.

001140 FD  SALIDA-XML
001150     LABEL RECORD STANDARD.
001160 01  LIN-XML                    PIC X(120).

001170 FD  TIQUETE-IMPRESO
001180     LABEL RECORD STANDARD.
001190 01  LIN-TIQUETE                PIC X(60).

001200 WORKING-STORAGE SECTION.

001210 77  NOM-DOCEQ-W                PIC X(60)
001220     VALUE "D:\progelect\DATOS\SC-DOCEQUIV.DAT".
001230 77  NOM-PREF-W                 PIC X(60)
001240     VALUE "D:\progelect\CONTROL\SC-PREFIJOS.DAT".
001250 77  NOM-TICKPOS-W              PIC X(60)
001260     VALUE "D:\progelect\DATOS\SC-TICKETPOS.DAT".
001270 77  NOM-DEQXML-W               PIC X(60)
001280     VALUE "D:\progelect\DATOS\SC-DEQXML.TXT".
001290 77  NOM-DEQTK-W                PIC X(60)
001300     VALUE "D:\progelect\DATOS\SC-DOCEQTK.TXT".
001310 77  OTR-STAT                   PIC XX.
001320 77  SW-FIN-W                   PIC 9 VALUE 0.
001330 77  FECHA-HOY-W                PIC 9(8).
001340 77  HORA-HOY-W                 PIC 9(6).
001350 77  COD-PREF-W                 PIC X(4).
001360 77  SUC-PREF-W                 PIC XX.
001370 77  SW-CONSECUTIVO-W           PIC 9 VALUE 0.
001380 77  NRO-ASIGNADO-W             PIC 9(9) VALUE 0.
001390 77  NRO-FACTURA-W              PIC 9(9) VALUE 0.
001400 77  NRO-NOTA-W                 PIC 9(9) VALUE 0.
001410 77  VALOR-EDIT-W               PIC 9(11).99.
001420 77  CANT-EDIT-W                PIC 9(7).99.
001430 77  TOTAL-TICKET-W             PIC 9(11)V99 VALUE 0.
001440 77  NIT-CONSUMIDOR-W           PIC X(12) VALUE "222222222222".
001450 77  NIT-ADQUIRIENTE-W          PIC X(12).
001460 77  ETIQUETA-W                 PIC X(24).

001470 01  LLAVE-DEQ-ORIG-W.
001480     02 TIPO-ORIG-W             PIC X.
001490     02 SUC-ORIG-W              PIC XX.
001500     02 NRO-ORIG-W              PIC 9(9).
001510 01  CUDE-ORIG-W                PIC X(96).
001520 01  REG-DEQ-ORIG-W             PIC X(495).

001530 01  LIN-TK-LINEA-W.
001540     02 ART-TK-W                PIC X(8).
001550     02 FILLER                  PIC X VALUE SPACE.
001560     02 CANT-TK-W               PIC ZZZZZZ9.99.
001570     02 FILLER                  PIC X(3) VALUE " $ ".
001580     02 VLR-TK-W                PIC ZZZZZZZZZZ9.99.
001590 01  LIN-TK-TOTAL-W.
001600     02 FILLER                  PIC X(22) VALUE
001610        "TOTAL $".
001620     02 TOTAL-TK-W              PIC ZZZZZZZZZZ9.99.

001630 LINKAGE SECTION.
001640 01  MODO-LNK                   PIC X.
001650     88 MODO-EMITIR             VALUE "E".
001660     88 MODO-TRANSMITIDO        VALUE "T".
001670     88 MODO-ACEPTADO           VALUE "A".
001680     88 MODO-RECHAZADO          VALUE "R".
001690     88 MODO-FACTURAR           VALUE "F".
001700     88 MODO-REIMPRIMIR         VALUE "I".
001710 01  LLAVE-DEQ-LNK.
001720     02 TIPO-DEQ-LNK            PIC X.
001730     02 SUC-DEQ-LNK             PIC XX.
001740     02 NRO-DEQ-LNK             PIC 9(9).
001750 01  DATOS-VENTA-LNK.
001760     02 ORIGEN-LNK              PIC X.
001770     02 VEND-LNK                PIC X(5).
001780     02 COMP-LNK                PIC 9(5).
001790     02 ISLA-LNK                PIC X.
001800     02 MANG-LNK                PIC X.
001810     02 COMBUSTIBLE-LNK         PIC X(4).
001820     02 GALONES-LNK             PIC 9(7)V99.
001830     02 VALOR-LNK               PIC 9(11)V99.
001840     02 NRO-TICKET-LNK          PIC 9(9).
001850     02 FECHA-VALE-LNK          PIC 9(8).
001860     02 NRO-VALE-LNK            PIC 9(6).
001870     02 PLACA-LNK               PIC X(6).
001880 01  DATOS-CLIENTE-LNK.
001890     02 NIT-CLIENTE-LNK         PIC 9(10).
001900     02 NOMBRE-CLIENTE-LNK      PIC X(40).
001910     02 E-MAIL-CLIENTE-LNK      PIC X(60).
001920 01  RESPUESTA-DIAN-LNK.
001930     02 CUDE-LNK                PIC X(96).
001940     02 QR-LNK                  PIC X(60).
001950     02 CAUSAL-LNK              PIC X(60).
001960 01  NIT-EMPRESA-LNK            PIC 9(10).
001970 01  USUARIO-LNK                PIC X(4).
001980 01  RESULT-LNK                 PIC X.
001990     88 DEQ-OK                  VALUE "S".
002000     88 DEQ-SIN-CONSECUTIVO     VALUE "C".
002010     88 DEQ-NO-EXISTE           VALUE "X".
002020     88 DEQ-BLOQUEADO           VALUE "B".
002030     88 DEQ-SIN-NIT             VALUE "D".
002040     88 DEQ-NO-OK               VALUE "N".

002050 PROCEDURE DIVISION USING MODO-LNK LLAVE-DEQ-LNK DATOS-VENTA-LNK
002060                          DATOS-CLIENTE-LNK RESPUESTA-DIAN-LNK
002070                          NIT-EMPRESA-LNK USUARIO-LNK
002080                          RESULT-LNK.

002090 MAINLINE.
002100     MOVE "N" TO RESULT-LNK.
002110     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002120     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
002130     OPEN I-O ARCHIVO-DOC-EQUIV.
002140     IF OTR-STAT = "35"
002150        OPEN OUTPUT ARCHIVO-DOC-EQUIV
002160        CLOSE ARCHIVO-DOC-EQUIV
002170        OPEN I-O ARCHIVO-DOC-EQUIV
002180     END-IF.
002190     EVALUATE TRUE
002200        WHEN MODO-EMITIR
002210           PERFORM EMITIR-DOCUMENTO THRU FIN-EMITIR-DOCUMENTO
002220        WHEN MODO-TRANSMITIDO
002230        WHEN MODO-ACEPTADO
002240        WHEN MODO-RECHAZADO
002250           PERFORM ACTUALIZAR-ESTADO THRU FIN-ACTUALIZAR
002260        WHEN MODO-FACTURAR
002270           PERFORM CONVERTIR-FACTURA THRU FIN-CONVERTIR-FACTURA
002280        WHEN MODO-REIMPRIMIR
002290           PERFORM REIMPRIMIR-TIQUETE THRU FIN-REIMPRIMIR
002300     END-EVALUATE.
002310     CLOSE ARCHIVO-DOC-EQUIV.
002320     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * EMISION DEL DOCUMENTO EQUIVALENTE
      *-----------------------------------------------------------------
002330 EMITIR-DOCUMENTO.
002340     IF ORIGEN-LNK NOT = "G" AND ORIGEN-LNK NOT = "T"
002350        AND ORIGEN-LNK NOT = "V"
002360        GO TO FIN-EMITIR-DOCUMENTO
002370     END-IF.
002380     MOVE 0 TO TOTAL-TICKET-W.
002390     IF ORIGEN-LNK = "T"
002400        PERFORM TOTALIZAR-TICKET
002410        IF TOTAL-TICKET-W = 0
002420           MOVE "X" TO RESULT-LNK
002430           GO TO FIN-EMITIR-DOCUMENTO
002440        END-IF
002450     END-IF.
002460     MOVE "DEPS"      TO COD-PREF-W.
002470     MOVE SUC-DEQ-LNK TO SUC-PREF-W.
002480     PERFORM ASIGNAR-CONSECUTIVO THRU FIN-ASIGNAR-CONSECUTIVO.
002490     IF SW-CONSECUTIVO-W = 0
002500        MOVE "C" TO RESULT-LNK
002510        GO TO FIN-EMITIR-DOCUMENTO
002520     END-IF.
002530     INITIALIZE REG-DEQ.
002540     MOVE "E"                TO TIPO-DEQ.
002550     MOVE SUC-DEQ-LNK        TO SUC-DEQ.
002560     MOVE NRO-ASIGNADO-W     TO NRO-DEQ.
002570     MOVE FECHA-HOY-W        TO FECHA-DEQ.
002580     MOVE HORA-HOY-W         TO HORA-DEQ.
002590     MOVE ORIGEN-LNK         TO ORIGEN-DEQ.
002600     MOVE VEND-LNK           TO VEND-DEQ.
002610     MOVE COMP-LNK           TO COMP-DEQ.
002620     MOVE ISLA-LNK           TO ISLA-DEQ.
002630     MOVE MANG-LNK           TO MANG-DEQ.
002640     MOVE COMBUSTIBLE-LNK    TO COMBUSTIBLE-DEQ.
002650     MOVE GALONES-LNK        TO GALONES-DEQ.
002660     MOVE NRO-TICKET-LNK     TO NRO-TICKET-DEQ.
002670     MOVE FECHA-VALE-LNK     TO FECHA-VALE-DEQ.
002680     MOVE NRO-VALE-LNK       TO NRO-VALE-DEQ.
002690     MOVE PLACA-LNK          TO PLACA-DEQ.
002700     MOVE NIT-CLIENTE-LNK    TO NIT-CLIENTE-DEQ.
002710     MOVE NOMBRE-CLIENTE-LNK TO NOMBRE-CLIENTE-DEQ.
002720     MOVE E-MAIL-CLIENTE-LNK TO E-MAIL-CLIENTE-DEQ.
002730     IF VENTA-TIENDA
002740        MOVE TOTAL-TICKET-W  TO VALOR-DEQ
002750     ELSE
002760        MOVE VALOR-LNK       TO VALOR-DEQ
002770     END-IF.
002780     MOVE "G"                TO ESTADO-DEQ.
002790     MOVE SPACES             TO CUDE-DEQ QR-DEQ CAUSAL-RECH-DEQ
002800                                FACTURA-DEQ REF-DEQ.
002810     MOVE FECHA-HOY-W        TO FECHA-GEN-DEQ FECHA-ESTADO-DEQ.
002820     MOVE USUARIO-LNK        TO USUARIO-DEQ.
002830     MOVE NIT-EMPRESA-LNK    TO NIT-EMPRESA-DEQ.
002840     WRITE REG-DEQ
002850           INVALID KEY GO TO FIN-EMITIR-DOCUMENTO
002860     END-WRITE.
002870     PERFORM EMITIR-XML-DOCUMENTO.
002880     MOVE "E"            TO TIPO-DEQ-LNK.
002890     MOVE NRO-ASIGNADO-W TO NRO-DEQ-LNK.
002900     MOVE "S" TO RESULT-LNK.
002910 FIN-EMITIR-DOCUMENTO.
002920     EXIT.

      * EL VALOR DEL DOCUMENTO DE UN TICKET ES EL DE TODAS SUS LINEAS
002930 TOTALIZAR-TICKET.
002940     OPEN INPUT ARCHIVO-TICKET-POS.
002950     IF OTR-STAT = "00"
002960        MOVE 0 TO SW-FIN-W
002970        MOVE NRO-TICKET-LNK TO NRO-TPOS
002980        MOVE 0              TO SECU-TPOS
002990        START ARCHIVO-TICKET-POS KEY IS >= LLAVE-TPOS
003000              INVALID KEY MOVE 1 TO SW-FIN-W
003010        END-START
003020        PERFORM SUMAR-LINEA-TICKET UNTIL SW-FIN-W = 1
003030        CLOSE ARCHIVO-TICKET-POS
003040     END-IF.

003050 SUMAR-LINEA-TICKET.
003060     READ ARCHIVO-TICKET-POS NEXT
003070          AT END MOVE 1 TO SW-FIN-W
003080     END-READ.
003090     IF SW-FIN-W = 0
003100        IF NRO-TPOS NOT = NRO-TICKET-LNK
003110           MOVE 1 TO SW-FIN-W
003120        ELSE
003130           ADD VLR-TOTAL-TPOS TO TOTAL-TICKET-W
003140        END-IF
003150     END-IF.

      * CONSECUTIVO DE LA RESOLUCION DE LA SEDE; SIN PREFIJO, FUERA DE
      * RANGO O CON LA RESOLUCION VENCIDA NO SE EMITE.
003160 ASIGNAR-CONSECUTIVO.
003170     MOVE 0 TO SW-CONSECUTIVO-W NRO-ASIGNADO-W.
003180     OPEN I-O ARCHIVO-PREFIJOS.
003190     IF OTR-STAT NOT = "00"
003200        GO TO FIN-ASIGNAR-CONSECUTIVO
003210     END-IF.
003220     MOVE SUC-PREF-W TO SUC-PREF.
003230     MOVE COD-PREF-W TO COD-PREF.
003240     READ ARCHIVO-PREFIJOS
003250          INVALID KEY GO TO CERRAR-PREFIJOS
003260     END-READ.
003270     IF FIN-RES-PREF > 0 AND ULT-ASIG-PREF >= FIN-RES-PREF
003280        GO TO CERRAR-PREFIJOS
003290     END-IF.
003300     IF VIGENCIA-PREF > 0 AND VIGENCIA-PREF < FECHA-HOY-W
003310        GO TO CERRAR-PREFIJOS
003320     END-IF.
003330     ADD 1 TO ULT-ASIG-PREF.
003340     IF ULT-ASIG-PREF < INI-RES-PREF
003350        MOVE INI-RES-PREF TO ULT-ASIG-PREF
003360     END-IF.
003370     REWRITE REG-PREF
003380             INVALID KEY GO TO CERRAR-PREFIJOS
003390     END-REWRITE.
003400     MOVE ULT-ASIG-PREF TO NRO-ASIGNADO-W.
003410     MOVE 1 TO SW-CONSECUTIVO-W.
003420 CERRAR-PREFIJOS.
003430     CLOSE ARCHIVO-PREFIJOS.
003440 FIN-ASIGNAR-CONSECUTIVO.
003450     EXIT.

003460 ABRIR-XML.
003470     OPEN EXTEND SALIDA-XML.
003480     IF OTR-STAT = "35"
003490        OPEN OUTPUT SALIDA-XML
003500     END-IF.

      * SIN NIT DEL CLIENTE EL ADQUIRIENTE ES EL CONSUMIDOR FINAL
003510 ARMAR-ADQUIRIENTE.
003520     IF NIT-CLIENTE-DEQ = 0
003530        MOVE NIT-CONSUMIDOR-W TO NIT-ADQUIRIENTE-W
003540     ELSE
003550        MOVE NIT-CLIENTE-DEQ  TO NIT-ADQUIRIENTE-W
003560     END-IF.

003570 EMITIR-XML-DOCUMENTO.
003580     PERFORM ARMAR-ADQUIRIENTE.
003590     PERFORM ABRIR-XML.
003600     MOVE SPACES TO LIN-XML.
003610     STRING "<DOCUMENTOEQUIVALENTEPOS PREFIJO=""" COD-PREF-W
003620            """ SEDE=""" SUC-DEQ """ NUMERO=""" NRO-DEQ """>"
003630            DELIMITED BY SIZE INTO LIN-XML.
003640     WRITE LIN-XML.
003650     MOVE SPACES TO LIN-XML.
003660     STRING "  <FECHA>" FECHA-DEQ "</FECHA><HORA>" HORA-DEQ
003670            "</HORA>" DELIMITED BY SIZE INTO LIN-XML.
003680     WRITE LIN-XML.
003690     MOVE SPACES TO LIN-XML.
003700     STRING "  <EMISOR>" NIT-EMPRESA-DEQ "</EMISOR>"
003710            DELIMITED BY SIZE INTO LIN-XML.
003720     WRITE LIN-XML.
003730     MOVE SPACES TO LIN-XML.
003740     STRING "  <ADQUIRIENTE>" NIT-ADQUIRIENTE-W
003750            "</ADQUIRIENTE>" DELIMITED BY SIZE INTO LIN-XML.
003760     WRITE LIN-XML.
003770     MOVE SPACES TO LIN-XML.
003780     STRING "  <CAJA>" VEND-DEQ "</CAJA><ORIGEN>" ORIGEN-DEQ
003790            "</ORIGEN>" DELIMITED BY SIZE INTO LIN-XML.
003800     WRITE LIN-XML.
003810     IF VENTA-TIENDA
003820        PERFORM XML-LINEAS-TICKET
003830     ELSE
003840        MOVE GALONES-DEQ TO CANT-EDIT-W
003850        MOVE VALOR-DEQ   TO VALOR-EDIT-W
003860        MOVE SPACES TO LIN-XML
003870        STRING "  <LINEA PRODUCTO=""" COMBUSTIBLE-DEQ
003880               """ SURTIDOR=""" COMP-DEQ ISLA-DEQ MANG-DEQ
003890               """ PLACA=""" PLACA-DEQ """ CANTIDAD="""
003900               CANT-EDIT-W """ VALOR=""" VALOR-EDIT-W """/>"
003910               DELIMITED BY SIZE INTO LIN-XML
003920        WRITE LIN-XML
003930     END-IF.
003940     MOVE VALOR-DEQ TO VALOR-EDIT-W.
003950     MOVE SPACES TO LIN-XML.
003960     STRING "  <VALORTOTAL>" VALOR-EDIT-W "</VALORTOTAL>"
003970            DELIMITED BY SIZE INTO LIN-XML.
003980     WRITE LIN-XML.
003990     MOVE "</DOCUMENTOEQUIVALENTEPOS>" TO LIN-XML.
004000     WRITE LIN-XML.
004010     CLOSE SALIDA-XML.

004020 XML-LINEAS-TICKET.
004030     OPEN INPUT ARCHIVO-TICKET-POS.
004040     IF OTR-STAT = "00"
004050        MOVE 0 TO SW-FIN-W
004060        MOVE NRO-TICKET-DEQ TO NRO-TPOS
004070        MOVE 0              TO SECU-TPOS
004080        START ARCHIVO-TICKET-POS KEY IS >= LLAVE-TPOS
004090              INVALID KEY MOVE 1 TO SW-FIN-W
004100        END-START
004110        PERFORM XML-LINEA-TICKET UNTIL SW-FIN-W = 1
004120        CLOSE ARCHIVO-TICKET-POS
004130     END-IF.

004140 XML-LINEA-TICKET.
004150     READ ARCHIVO-TICKET-POS NEXT
004160          AT END MOVE 1 TO SW-FIN-W
004170     END-READ.
004180     IF SW-FIN-W = 0
004190        IF NRO-TPOS NOT = NRO-TICKET-DEQ
004200           MOVE 1 TO SW-FIN-W
004210        ELSE
004220           MOVE CANT-TPOS      TO CANT-EDIT-W
004230           MOVE VLR-TOTAL-TPOS TO VALOR-EDIT-W
004240           MOVE SPACES TO LIN-XML
004250           STRING "  <LINEA ARTICULO=""" COD-ART-TPOS
004260                  """ CANTIDAD=""" CANT-EDIT-W
004270                  """ VALOR=""" VALOR-EDIT-W """/>"
004280                  DELIMITED BY SIZE INTO LIN-XML
004290           WRITE LIN-XML
004300        END-IF
004310     END-IF.

      *-----------------------------------------------------------------
      * CONVERSION A FACTURA ELECTRONICA A PEDIDO DEL CLIENTE
      *-----------------------------------------------------------------
004320 CONVERTIR-FACTURA.
004330     MOVE "E"          TO TIPO-DEQ-LNK.
004340     MOVE LLAVE-DEQ-LNK TO LLAVE-DEQ.
004350     READ ARCHIVO-DOC-EQUIV
004360          INVALID KEY
004370             MOVE "X" TO RESULT-LNK
004380             GO TO FIN-CONVERTIR-FACTURA
004390     END-READ.
004400     IF DEQ-RECHAZADO OR DEQ-CONVERTIDO
004410        MOVE "B" TO RESULT-LNK
004420        GO TO FIN-CONVERTIR-FACTURA
004430     END-IF.
004440     IF NIT-CLIENTE-LNK = 0
004450        MOVE "D" TO RESULT-LNK
004460        GO TO FIN-CONVERTIR-FACTURA
004470     END-IF.
004480     MOVE SUC-DEQ-LNK TO SUC-PREF-W.
004490     MOVE "FEES" TO COD-PREF-W.
004500     PERFORM ASIGNAR-CONSECUTIVO THRU FIN-ASIGNAR-CONSECUTIVO.
004510     IF SW-CONSECUTIVO-W = 0
004520        MOVE "C" TO RESULT-LNK
004530        GO TO FIN-CONVERTIR-FACTURA
004540     END-IF.
004550     MOVE NRO-ASIGNADO-W TO NRO-FACTURA-W.
004560     MOVE "NAEQ" TO COD-PREF-W.
004570     PERFORM ASIGNAR-CONSECUTIVO THRU FIN-ASIGNAR-CONSECUTIVO.
004580     IF SW-CONSECUTIVO-W = 0
004590        MOVE "C" TO RESULT-LNK
004600        GO TO FIN-CONVERTIR-FACTURA
004610     END-IF.
004620     MOVE NRO-ASIGNADO-W TO NRO-NOTA-W.
004630     MOVE LLAVE-DEQ TO LLAVE-DEQ-ORIG-W.
004640     MOVE CUDE-DEQ  TO CUDE-ORIG-W.
004650     MOVE REG-DEQ   TO REG-DEQ-ORIG-W.
      * LA FACTURA LLEVA LA VENTA DEL DOCUMENTO CON DATOS DEL CLIENTE
004660     MOVE "F"                TO TIPO-DEQ.
004670     MOVE NRO-FACTURA-W      TO NRO-DEQ.
004680     MOVE FECHA-HOY-W        TO FECHA-GEN-DEQ FECHA-ESTADO-DEQ.
004690     MOVE HORA-HOY-W         TO HORA-DEQ.
004700     MOVE NIT-CLIENTE-LNK    TO NIT-CLIENTE-DEQ.
004710     MOVE NOMBRE-CLIENTE-LNK TO NOMBRE-CLIENTE-DEQ.
004720     MOVE E-MAIL-CLIENTE-LNK TO E-MAIL-CLIENTE-DEQ.
004730     MOVE LLAVE-DEQ-ORIG-W   TO REF-DEQ.
004740     MOVE "G"                TO ESTADO-DEQ.
004750     MOVE SPACES             TO CUDE-DEQ QR-DEQ CAUSAL-RECH-DEQ
004760                                FACTURA-DEQ.
004770     MOVE USUARIO-LNK        TO USUARIO-DEQ.
004780     WRITE REG-DEQ
004790           INVALID KEY GO TO FIN-CONVERTIR-FACTURA
004800     END-WRITE.
004810     PERFORM EMITIR-XML-FACTURA.
      * LA NOTA DE AJUSTE ANULA EL DOCUMENTO POR SU VALOR TOTAL
004820     MOVE "N"                TO TIPO-DEQ.
004830     MOVE NRO-NOTA-W         TO NRO-DEQ.
004840     WRITE REG-DEQ
004850           INVALID KEY GO TO FIN-CONVERTIR-FACTURA
004860     END-WRITE.
004870     PERFORM EMITIR-XML-NOTA.
004880     MOVE REG-DEQ-ORIG-W TO REG-DEQ.
004890     MOVE "C"            TO ESTADO-DEQ.
004900     MOVE SPACES         TO FACTURA-DEQ.
004910     STRING "F" SUC-DEQ-LNK NRO-FACTURA-W
004920            DELIMITED BY SIZE INTO FACTURA-DEQ.
004930     MOVE FECHA-HOY-W    TO FECHA-ESTADO-DEQ.
004940     REWRITE REG-DEQ INVALID KEY CONTINUE END-REWRITE.
004950     MOVE "F"           TO TIPO-DEQ-LNK.
004960     MOVE NRO-FACTURA-W TO NRO-DEQ-LNK.
004970     MOVE "S" TO RESULT-LNK.
004980 FIN-CONVERTIR-FACTURA.
004990     EXIT.

005000 EMITIR-XML-FACTURA.
005010     PERFORM ABRIR-XML.
005020     MOVE SPACES TO LIN-XML.
005030     STRING "<FACTURAELECTRONICA PREFIJO=""FEES"" SEDE="""
005040            SUC-DEQ """ NUMERO=""" NRO-DEQ """>"
005050            DELIMITED BY SIZE INTO LIN-XML.
005060     WRITE LIN-XML.
005070     PERFORM XML-REFERENCIA.
005080     MOVE SPACES TO LIN-XML.
005090     STRING "  <FECHA>" FECHA-GEN-DEQ "</FECHA>"
005100            DELIMITED BY SIZE INTO LIN-XML.
005110     WRITE LIN-XML.
005120     MOVE SPACES TO LIN-XML.
005130     STRING "  <EMISOR>" NIT-EMPRESA-DEQ "</EMISOR>"
005140            DELIMITED BY SIZE INTO LIN-XML.
005150     WRITE LIN-XML.
005160     MOVE SPACES TO LIN-XML.
005170     STRING "  <ADQUIRIENTE NIT=""" NIT-CLIENTE-DEQ """>"
005180            NOMBRE-CLIENTE-DEQ "</ADQUIRIENTE>"
005190            DELIMITED BY SIZE INTO LIN-XML.
005200     WRITE LIN-XML.
005210     MOVE SPACES TO LIN-XML.
005220     STRING "  <CORREO>" E-MAIL-CLIENTE-DEQ "</CORREO>"
005230            DELIMITED BY SIZE INTO LIN-XML.
005240     WRITE LIN-XML.
005250     IF VENTA-TIENDA
005260        PERFORM XML-LINEAS-TICKET
005270     ELSE
005280        MOVE GALONES-DEQ TO CANT-EDIT-W
005290        MOVE VALOR-DEQ   TO VALOR-EDIT-W
005300        MOVE SPACES TO LIN-XML
005310        STRING "  <LINEA PRODUCTO=""" COMBUSTIBLE-DEQ
005320               """ PLACA=""" PLACA-DEQ """ CANTIDAD="""
005330               CANT-EDIT-W """ VALOR=""" VALOR-EDIT-W """/>"
005340               DELIMITED BY SIZE INTO LIN-XML
005350        WRITE LIN-XML
005360     END-IF.
005370     MOVE VALOR-DEQ TO VALOR-EDIT-W.
005380     MOVE SPACES TO LIN-XML.
005390     STRING "  <VALORTOTAL>" VALOR-EDIT-W "</VALORTOTAL>"
005400            DELIMITED BY SIZE INTO LIN-XML.
005410     WRITE LIN-XML.
005420     MOVE "</FACTURAELECTRONICA>" TO LIN-XML.
005430     WRITE LIN-XML.
005440     CLOSE SALIDA-XML.

005450 XML-REFERENCIA.
005460     MOVE SPACES TO LIN-XML.
005470     STRING "  <DOCUMENTOREFERENCIA>DEPS " SUC-ORIG-W " "
005480            NRO-ORIG-W "</DOCUMENTOREFERENCIA>"
005490            DELIMITED BY SIZE INTO LIN-XML.
005500     WRITE LIN-XML.
005510     MOVE SPACES TO LIN-XML.
005520     STRING "  <CUDEREFERENCIA>" CUDE-ORIG-W
005530            "</CUDEREFERENCIA>"
005540            DELIMITED BY SIZE INTO LIN-XML.
005550     WRITE LIN-XML.

005560 EMITIR-XML-NOTA.
005570     PERFORM ABRIR-XML.
005580     MOVE SPACES TO LIN-XML.
005590     STRING "<NOTAAJUSTEDOCEQUIVALENTE PREFIJO=""NAEQ"" SEDE="""
005600            SUC-DEQ """ NUMERO=""" NRO-DEQ """>"
005610            DELIMITED BY SIZE INTO LIN-XML.
005620     WRITE LIN-XML.
005630     PERFORM XML-REFERENCIA.
005640     MOVE SPACES TO LIN-XML.
005650     STRING "  <FECHA>" FECHA-GEN-DEQ "</FECHA>"
005660            DELIMITED BY SIZE INTO LIN-XML.
005670     WRITE LIN-XML.
005680     MOVE SPACES TO LIN-XML.
005690     STRING "  <MOTIVO>ANULACION POR EXPEDICION DE FACTURA FEES "
005700            SUC-DEQ " " NRO-FACTURA-W "</MOTIVO>"
005710            DELIMITED BY SIZE INTO LIN-XML.
005720     WRITE LIN-XML.
005730     MOVE VALOR-DEQ TO VALOR-EDIT-W.
005740     MOVE SPACES TO LIN-XML.
005750     STRING "  <VALORAJUSTE>" VALOR-EDIT-W "</VALORAJUSTE>"
005760            DELIMITED BY SIZE INTO LIN-XML.
005770     WRITE LIN-XML.
005780     MOVE "</NOTAAJUSTEDOCEQUIVALENTE>" TO LIN-XML.
005790     WRITE LIN-XML.
005800     CLOSE SALIDA-XML.

      *-----------------------------------------------------------------
      * RESPUESTA DEL PROVEEDOR TECNOLOGICO / DIAN
      *-----------------------------------------------------------------
005810 ACTUALIZAR-ESTADO.
005820     MOVE LLAVE-DEQ-LNK TO LLAVE-DEQ.
005830     READ ARCHIVO-DOC-EQUIV
005840          INVALID KEY
005850             MOVE "X" TO RESULT-LNK
005860             GO TO FIN-ACTUALIZAR
005870     END-READ.
      * UN DOCUMENTO YA CONVERTIDO CONSERVA SU ESTADO; SOLO SE GUARDA
      * EL CUDE SI LLEGA LA ACEPTACION TARDIA.
005880     EVALUATE TRUE
005890        WHEN DEQ-CONVERTIDO
005900           IF MODO-ACEPTADO
005910              MOVE CUDE-LNK TO CUDE-DEQ
005920              MOVE QR-LNK   TO QR-DEQ
005930           END-IF
005940        WHEN MODO-TRANSMITIDO
005950           MOVE "T" TO ESTADO-DEQ
005960        WHEN MODO-ACEPTADO
005970           MOVE "A"      TO ESTADO-DEQ
005980           MOVE CUDE-LNK TO CUDE-DEQ
005990           MOVE QR-LNK   TO QR-DEQ
006000           MOVE SPACES   TO CAUSAL-RECH-DEQ
006010        WHEN MODO-RECHAZADO
006020           MOVE "R"        TO ESTADO-DEQ
006030           MOVE CAUSAL-LNK TO CAUSAL-RECH-DEQ
006040     END-EVALUATE.
006050     MOVE FECHA-HOY-W TO FECHA-ESTADO-DEQ.
006060     REWRITE REG-DEQ
006070         INVALID KEY GO TO FIN-ACTUALIZAR
006080     END-REWRITE.
006090     IF MODO-ACEPTADO AND NOT ES-NOTA-AJUSTE
006100        PERFORM IMPRIMIR-TIQUETE
006110     END-IF.
006120     MOVE "S" TO RESULT-LNK.
006130 FIN-ACTUALIZAR.
006140     EXIT.

      *-----------------------------------------------------------------
      * TIQUETE IMPRESO CON CUDE Y QR
      *-----------------------------------------------------------------
006150 REIMPRIMIR-TIQUETE.
006160     MOVE LLAVE-DEQ-LNK TO LLAVE-DEQ.
006170     READ ARCHIVO-DOC-EQUIV
006180          INVALID KEY
006190             MOVE "X" TO RESULT-LNK
006200             GO TO FIN-REIMPRIMIR
006210     END-READ.
006220     PERFORM IMPRIMIR-TIQUETE.
006230     MOVE "S" TO RESULT-LNK.
006240 FIN-REIMPRIMIR.
006250     EXIT.

006260 IMPRIMIR-TIQUETE.
006270     PERFORM ARMAR-ADQUIRIENTE.
006280     OPEN EXTEND TIQUETE-IMPRESO.
006290     IF OTR-STAT = "35"
006300        OPEN OUTPUT TIQUETE-IMPRESO
006310     END-IF.
006320     IF ES-FACTURA
006330        MOVE "FACTURA ELECTRONICA"    TO ETIQUETA-W
006340     ELSE
006350        MOVE "DOC. EQUIVALENTE POS"   TO ETIQUETA-W
006360     END-IF.
006370     MOVE SPACES TO LIN-TIQUETE.
006380     STRING ETIQUETA-W " " SUC-DEQ "-" NRO-DEQ
006390            DELIMITED BY SIZE INTO LIN-TIQUETE.
006400     WRITE LIN-TIQUETE.
006410     MOVE SPACES TO LIN-TIQUETE.
006420     STRING "FECHA " FECHA-DEQ " HORA " HORA-DEQ
006430            " VENDEDOR " VEND-DEQ
006440            DELIMITED BY SIZE INTO LIN-TIQUETE.
006450     WRITE LIN-TIQUETE.
006460     MOVE SPACES TO LIN-TIQUETE.
006470     STRING "CLIENTE " NIT-ADQUIRIENTE-W " " NOMBRE-CLIENTE-DEQ
006480            DELIMITED BY SIZE INTO LIN-TIQUETE.
006490     WRITE LIN-TIQUETE.
006500     IF VENTA-TIENDA
006510        PERFORM TIQUETE-LINEAS-TICKET
006520     ELSE
006530        MOVE COMBUSTIBLE-DEQ TO ART-TK-W
006540        MOVE GALONES-DEQ     TO CANT-TK-W
006550        MOVE VALOR-DEQ       TO VLR-TK-W
006560        MOVE LIN-TK-LINEA-W  TO LIN-TIQUETE
006570        WRITE LIN-TIQUETE
006580     END-IF.
006590     MOVE VALOR-DEQ      TO TOTAL-TK-W.
006600     MOVE LIN-TK-TOTAL-W TO LIN-TIQUETE.
006610     WRITE LIN-TIQUETE.
006620     IF REF-DEQ NOT = SPACES
006630        MOVE SPACES TO LIN-TIQUETE
006640        STRING "REEMPLAZA " REF-DEQ
006650               DELIMITED BY SIZE INTO LIN-TIQUETE
006660        WRITE LIN-TIQUETE
006670     END-IF.
006680     MOVE "CUDE:"          TO LIN-TIQUETE.
006690     WRITE LIN-TIQUETE.
006700     MOVE CUDE-DEQ (1:48)  TO LIN-TIQUETE.
006710     WRITE LIN-TIQUETE.
006720     MOVE CUDE-DEQ (49:48) TO LIN-TIQUETE.
006730     WRITE LIN-TIQUETE.
006740     MOVE QR-DEQ           TO LIN-TIQUETE.
006750     WRITE LIN-TIQUETE.
006760     MOVE SPACES           TO LIN-TIQUETE.
006770     WRITE LIN-TIQUETE.
006780     CLOSE TIQUETE-IMPRESO.

006790 TIQUETE-LINEAS-TICKET.
006800     OPEN INPUT ARCHIVO-TICKET-POS.
006810     IF OTR-STAT = "00"
006820        MOVE 0 TO SW-FIN-W
006830        MOVE NRO-TICKET-DEQ TO NRO-TPOS
006840        MOVE 0              TO SECU-TPOS
006850        START ARCHIVO-TICKET-POS KEY IS >= LLAVE-TPOS
006860              INVALID KEY MOVE 1 TO SW-FIN-W
006870        END-START
006880        PERFORM TIQUETE-LINEA-TICKET UNTIL SW-FIN-W = 1
006890        CLOSE ARCHIVO-TICKET-POS
006900     END-IF.

006910 TIQUETE-LINEA-TICKET.
006920     READ ARCHIVO-TICKET-POS NEXT
006930          AT END MOVE 1 TO SW-FIN-W
006940     END-READ.
006950     IF SW-FIN-W = 0
006960        IF NRO-TPOS NOT = NRO-TICKET-DEQ
006970           MOVE 1 TO SW-FIN-W
006980        ELSE
006990           IF COD-ART-TPOS = SPACES
007000              MOVE "COMBUST." TO ART-TK-W
007010           ELSE
007020              MOVE COD-ART-TPOS TO ART-TK-W
007030           END-IF
007040           MOVE CANT-TPOS      TO CANT-TK-W
007050           MOVE VLR-TOTAL-TPOS TO VLR-TK-W
007060           MOVE LIN-TK-LINEA-W TO LIN-TIQUETE
007070           WRITE LIN-TIQUETE
007080        END-IF
007090     END-IF.
