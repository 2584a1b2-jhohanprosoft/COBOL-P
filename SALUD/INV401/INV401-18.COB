      *=================================================================
      * INVENTARIOS - RETIRO DE LOTE (ALERTA SANITARIA INVIMA O
      * COMUNICADO DEL PROVEEDOR) CON TRAZA HASTA EL PACIENTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO SE RETIRABA UN LOTE NO HABIA FORMA DE SABER QUE
      * PACIENTES LO HABIAN RECIBIDO NI DONDE QUEDABA. DADO EL
      * ARTICULO Y EL LOTE DEL FABRICANTE (LOTE-LTF):
      * MODO "T" - TRAZA: TODO COD-LTF DEL ARTICULO CON ESE LOTE
      *            PASA A CUARENTENA ("Q", YA NO SE DISPENSA, VER
      *            INV401-15) Y SE LISTA SU EXISTENCIA. COMO
      *            ARCHIVO-LOTE-FARM NO LLEVA ALMACEN, LA EXISTENCIA
      *            POR ALMACEN/BIN SE TOMA DE ARCHIVO-UBICACION DEL
      *            ARTICULO (DONDE HAY QUE IR A RECOGERLO). LUEGO
      *            LISTA CADA PACIENTE QUE RECIBIO EL LOTE:
      *            - DISPENSACION AMBULATORIA (ARCHIVO-DISPENSA,
      *              COD-LTF-DISP DE INV433).
      *            - DESCARGUE HOSPITALARIO, ADMINISTRACION EN CAMA
      *              (HC134), CONSUMO DE CANASTAS Y PENDIENTES
      *              ENTREGADOS (ARCHIVO-TRAZA-LOTE DE INV401-17).
      *            - CANASTAS QUIRURGICAS AUN RESERVADAS CON EL
      *              LOTE (ARCHIVO-RESERVA-KIT), PARA RETIRARLO
      *              ANTES DE LA CIRUGIA.
      *            SALIDAS: SC-RECALL.TXT (INFORME) Y SC-RECALLCON.TXT
      *            (LISTA DE CONTACTO SEPARADA POR ";" CON NOMBRE Y
      *            TELEFONO PARA EL SEGUIMIENTO). EL RETIRO QUEDA
      *            ABIERTO EN ARCHIVO-RECALL CON SUS TOTALES; SI SE
      *            VUELVE A CORRER MIENTRAS ESTA ABIERTO, RECALCULA.
      * MODO "C" - CIERRE: CANTIDAD DEVUELTA AL PROVEEDOR, DOCUMENTO
      *            DE DEVOLUCION Y FECHA. UN RETIRO CERRADO NO SE
      *            VUELVE A TRAZAR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV401-18.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-RECALL LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-RECALL-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-RCL
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-LOTE-FARM LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-LOTE-LNK
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-LTF
000200         ALTERNATE RECORD KEY IS ART-LTF WITH DUPLICATES
000210         ALTERNATE RECORD KEY IS VENCE-LTF WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-UBICACION LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-UBICA-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-UBI
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-DISPENSA LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-DISPENSA-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LLAVE-DISP
000340         ALTERNATE RECORD KEY IS EPS-DISP WITH DUPLICATES
000350         FILE STATUS IS OTR-STAT.

000360     SELECT ARCHIVO-TRAZA-LOTE LOCK MODE IS AUTOMATIC
000370         ASSIGN NOM-TRAZA-W
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS LLAVE-TRZ
000410         ALTERNATE RECORD KEY IS PACI-TRZ WITH DUPLICATES
000420         FILE STATUS IS OTR-STAT.

000430     SELECT ARCHIVO-RESERVA-KIT LOCK MODE IS AUTOMATIC
000440         ASSIGN NOM-RESKIT-W
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LLAVE-RKIT
000480         ALTERNATE RECORD KEY IS COD-ART-RKIT WITH DUPLICATES
000490         FILE STATUS IS OTR-STAT.

000500     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000510         ASSIGN NOM-PACIE-W
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS COD-PACI
000550         FILE STATUS IS OTR-STAT.

000560     SELECT REPORTE-RECALL
000570         ASSIGN NOM-REPRECALL-W
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT PLANO-CONTACTOS
000600         ASSIGN NOM-CONTACTO-W
000610         ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.

000640 FD  ARCHIVO-RECALL
000650     LABEL RECORD STANDARD.
000660 01  REG-RCL.
000670     02 LLAVE-RCL.
000680        03 ART-RCL              PIC X(8).
000690        03 LOTE-RCL             PIC X(10).
000700     02 ALERTA-RCL              PIC X(20).
000710     02 FUENTE-RCL              PIC X.
000720        88 FUENTE-INVIMA        VALUE "I".
000730        88 FUENTE-PROVEEDOR     VALUE "P".
000740     02 MOTIVO-RCL              PIC X(60).
000750     02 FECHA-ABRE-RCL          PIC 9(8).
000760     02 USUARIO-ABRE-RCL        PIC X(4).
000770     02 FECHA-TRAZA-RCL         PIC 9(8).
000780     02 CODIGOS-RCL             PIC 9(3).
000790     02 STOCK-RCL               PIC 9(9)V99.
000800     02 EXPUESTOS-RCL           PIC 9(5).
000810     02 KITS-RCL                PIC 9(5).
000820     02 ESTADO-RCL              PIC X.
000830        88 RECALL-ABIERTO       VALUE "A".
000840        88 RECALL-CERRADO       VALUE "C".
000850     02 FECHA-CIERRE-RCL        PIC 9(8).
000860     02 CANT-DEVUELTA-RCL       PIC 9(9)V99.
000870     02 DOC-DEVOL-RCL           PIC X(15).
000880     02 USUARIO-CIERRE-RCL      PIC X(4).

000890 FD  ARCHIVO-LOTE-FARM
000900     LABEL RECORD STANDARD.
000910 01  REG-LTF.
000920     02 COD-LTF                 PIC X(10).
000930     02 ART-LTF                 PIC X(8).
000940     02 DESCRIP-LTF             PIC X(30).
000950     02 LOTE-LTF                PIC X(10).
000960     02 VENCE-LTF               PIC 9(8).
000970     02 EXIST-LTF               PIC 9(9)V99.
000980     02 ESTADO-LTF              PIC X.
000990        88 LOTE-ACTIVO          VALUE "A" " ".
001000        88 LOTE-EN-CUARENTENA   VALUE "Q".
001010     02 FILLER                  PIC X(8).

001020 FD  ARCHIVO-UBICACION
001030     LABEL RECORD STANDARD.
001040 01  REG-UBI.
001050     02 LLAVE-UBI.
001060        03 ALM-UBI              PIC X(4).
001070        03 COD-ART-UBI          PIC X(8).
001080        03 BIN-UBI              PIC X(6).
001090     02 CANT-UBI                PIC S9(9)V99 SIGN IS TRAILING.
001100     02 SECU-RECORRIDO-UBI      PIC 9(4).

001110 FD  ARCHIVO-DISPENSA
001120     LABEL RECORD STANDARD.
001130 01  REG-DISP.
001140     02 LLAVE-DISP.
001150        03 LLAVE-ORD-DISP       PIC X(12).
001160        03 FECHA-DISP           PIC 9(8).
001170        03 SECU-DISP            PIC 9(3).
001180     02 COD-ART-DISP            PIC X(8).
001190     02 CANT-ORDENADA-DISP      PIC 9(5)V99.
001200     02 CANT-ENTREGADA-DISP     PIC 9(5)V99.
001210     02 EPS-DISP                PIC X(6).
001220     02 PACI-DISP               PIC X(15).
001230     02 USUARIO-DISP            PIC X(4).
001240     02 COD-LTF-DISP            PIC X(10).

001250 FD  ARCHIVO-TRAZA-LOTE
001260     LABEL RECORD STANDARD.
001270 01  REG-TRZ.
001280     02 LLAVE-TRZ.
001290        03 COD-LTF-TRZ          PIC X(10).
001300        03 FECHA-TRZ            PIC 9(8).
001310        03 HORA-TRZ             PIC 9(6).
001320        03 SECU-TRZ             PIC 9(3).
001330     02 ART-TRZ                 PIC X(8).
001340     02 PACI-TRZ                PIC X(15).
001350     02 ORIGEN-TRZ              PIC X.
001360        88 ORIGEN-HOSPITAL      VALUE "H".
001370        88 ORIGEN-ADMINISTRA    VALUE "A".
001380        88 ORIGEN-CANASTA       VALUE "K".
001390        88 ORIGEN-PENDIENTE     VALUE "D".
001400     02 REFER-TRZ               PIC X(20).
001410     02 CANT-TRZ                PIC 9(5)V99.
001420     02 USUARIO-TRZ             PIC X(4).

001430 FD  ARCHIVO-RESERVA-KIT
001440     LABEL RECORD STANDARD.
001450 01  REG-RKIT.
001460     02 LLAVE-RKIT.
001470        03 SALA-RKIT            PIC X(4).
001480        03 FECHA-RKIT           PIC 9(8).
001490        03 HORA-RKIT            PIC 9(4).
001500        03 COD-ART-RKIT-K       PIC X(8).
001510     02 COD-ART-RKIT            PIC X(8).
001520     02 CANT-RKIT               PIC 9(5)V99.
001530     02 PACI-RKIT               PIC X(15).
001540     02 COD-KIT-RKIT            PIC X(8).
001550     02 COD-LTF-RKIT            PIC X(10).

001560 FD  ARCHIVO-PACIENTES
001570     LABEL RECORD STANDARD.
001580 01  REG-PACI.
001590     02 COD-PACI                PIC X(15).
001600     02 DESCRIP-PACI            PIC X(40).
001610     02 EPS-PACI                PIC X(6).
001620     02 ID-COTIZ-PACI           PIC X(15).
001630     02 ESTADO-PACI             PIC X.
001640     02 FUSIONADO-EN-PACI       PIC X(15).
001650     02 FECHA-FUSION-PACI       PIC 9(8).
001660     02 TELEFONO-PACI           PIC X(15).
001670     02 FECHA-NAC-PACI          PIC 9(8).
001680     02 SEXO-PACI               PIC X.
001690     02 PLAN-PACI               PIC XX.
001700     02 NIVEL-INGRESO-PACI      PIC 9.
001710     02 FILLER                  PIC X(9).

001720 FD  REPORTE-RECALL
001730     LABEL RECORD STANDARD.
001740 01  LIN-RECALL                 PIC X(132).

001750 FD  PLANO-CONTACTOS
001760     LABEL RECORD STANDARD.
001770 01  LIN-CONTACTO               PIC X(250).

001780 WORKING-STORAGE SECTION.

001790 77  NOM-RECALL-W               PIC X(60)
001800     VALUE "D:\progelect\DATOS\SC-RECALL.DAT".
001810 77  NOM-LOTE-LNK               PIC X(60)
001820     VALUE "D:\progelect\DATOS\SC-LOTEFARM.DAT".
001830 77  NOM-UBICA-W                PIC X(60)
001840     VALUE "D:\progelect\DATOS\SC-UBICACION.DAT".
001850 77  NOM-DISPENSA-W             PIC X(60)
001860     VALUE "D:\progelect\DATOS\SC-DISPENSA.DAT".
001870 77  NOM-TRAZA-W                PIC X(60)
001880     VALUE "D:\progelect\DATOS\SC-TRAZALOTE.DAT".
001890 77  NOM-RESKIT-W               PIC X(60)
001900     VALUE "D:\progelect\DATOS\SC-RESKIT.DAT".
001910 77  NOM-PACIE-W                PIC X(60)
001920     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001930 77  NOM-REPRECALL-W            PIC X(60)
001940     VALUE "D:\progelect\DATOS\SC-RECALL.TXT".
001950 77  NOM-CONTACTO-W             PIC X(60)
001960     VALUE "D:\progelect\DATOS\SC-RECALLCON.TXT".
001970 77  OTR-STAT                   PIC XX.
001980 77  SW-FIN-W                   PIC 9 VALUE 0.
001990 77  SW-EXISTE-W                PIC 9 VALUE 0.
002000 77  SW-EN-TABLA-W              PIC 9 VALUE 0.
002010 77  SW-PACIENTES-W             PIC 9 VALUE 0.
002020 77  SEP-W                      PIC X VALUE ";".
002030 77  FECHA-HOY-W                PIC 9(8).
002040 77  IX-LTF-W                   PIC 99.
002050 77  IX-BUSCA-W                 PIC 99.
002060 77  TOT-CODIGOS-W              PIC 9(3) VALUE 0.
002070 77  TOT-STOCK-W                PIC 9(9)V99 VALUE 0.
002080 77  TOT-EXPUESTOS-W            PIC 9(5) VALUE 0.
002090 77  TOT-KITS-W                 PIC 9(5) VALUE 0.
002100 77  TOT-UBICACIONES-W          PIC 9(5) VALUE 0.
002110 77  COD-LTF-BUSCA-W            PIC X(10).
002120 77  ESTADO-ANT-W               PIC X(10).
002130 77  ORIGEN-CON-W               PIC X(18).
002140 77  FECHA-CON-W                PIC 9(8).
002150 77  PACI-CON-W                 PIC X(15).
002160 77  COD-LTF-CON-W              PIC X(10).
002170 77  CANT-CON-W                 PIC 9(5)V99.
002180 77  REFER-CON-W                PIC X(20).
002190 77  CANT-CSV-W                 PIC 9(5).99.

002200 01  TABLA-LOTES-W.
002210     02 COD-LTF-TAB             PIC X(10) OCCURS 50.

002220 01  LIN-TITULO-RCL.
002230     02 FILLER                  PIC X(24)
002240        VALUE "RETIRO DE LOTE ARTICULO ".
002250     02 ART-TIT                 PIC X(8).
002260     02 FILLER                  PIC X(7) VALUE " LOTE: ".
002270     02 LOTE-TIT                PIC X(10).
002280     02 FILLER                  PIC X(9) VALUE " ALERTA: ".
002290     02 ALERTA-TIT              PIC X(20).
002300     02 FILLER                  PIC X(8) VALUE " FECHA: ".
002310     02 FECHA-TIT               PIC 9(8).

002320 01  LIN-LOTE-DET.
002330     02 FILLER                  PIC X(6) VALUE "LOTE  ".
002340     02 COD-LTF-REP             PIC X(10).
002350     02 FILLER                  PIC X VALUE SPACE.
002360     02 DESCRIP-REP             PIC X(30).
002370     02 FILLER                  PIC X VALUE SPACE.
002380     02 VENCE-REP               PIC 9(8).
002390     02 FILLER                  PIC X VALUE SPACE.
002400     02 EXIST-REP               PIC ZZZZZZZZ9.99.
002410     02 FILLER                  PIC X VALUE SPACE.
002420     02 ESTADO-ANT-REP          PIC X(10).
002430     02 FILLER                  PIC X(15)
002440        VALUE " -> CUARENTENA".

002450 01  LIN-UBICA-DET.
002460     02 FILLER                  PIC X(9) VALUE "ALMACEN  ".
002470     02 ALM-REP                 PIC X(4).
002480     02 FILLER                  PIC X(6) VALUE " BIN: ".
002490     02 BIN-REP                 PIC X(6).
002500     02 FILLER                  PIC X(7) VALUE " CANT: ".
002510     02 CANT-UBI-REP            PIC ZZZZZZZZ9.99-.

002520 01  LIN-PACIENTE-DET.
002530     02 ORIGEN-REP              PIC X(18).
002540     02 FILLER                  PIC X VALUE SPACE.
002550     02 FECHA-REP               PIC 9(8).
002560     02 FILLER                  PIC X VALUE SPACE.
002570     02 PACI-REP                PIC X(15).
002580     02 FILLER                  PIC X VALUE SPACE.
002590     02 NOMBRE-REP              PIC X(40).
002600     02 FILLER                  PIC X VALUE SPACE.
002610     02 TELEFONO-REP            PIC X(15).
002620     02 FILLER                  PIC X VALUE SPACE.
002630     02 LOTE-PAC-REP            PIC X(10).
002640     02 FILLER                  PIC X VALUE SPACE.
002650     02 CANT-PAC-REP            PIC ZZZZ9.99.
002660     02 FILLER                  PIC X VALUE SPACE.
002670     02 REFER-REP               PIC X(20).

002680 01  LIN-TOTAL-RCL.
002690     02 TITULO-TOT              PIC X(30).
002700     02 VALOR-TOT               PIC ZZZZZZZZ9.99.

002710 LINKAGE SECTION.
002720 01  MODO-LNK                   PIC X.
002730     88 MODO-TRAZAR             VALUE "T".
002740     88 MODO-CERRAR             VALUE "C".
002750 01  DATOS-RECALL-LNK.
002760     02 ART-LNK                 PIC X(8).
002770     02 LOTE-LNK                PIC X(10).
002780     02 ALERTA-LNK              PIC X(20).
002790     02 FUENTE-LNK              PIC X.
002800     02 MOTIVO-LNK              PIC X(60).
002810     02 CANT-DEVUELTA-LNK       PIC 9(9)V99.
002820     02 DOC-DEVOL-LNK           PIC X(15).
002830     02 USUARIO-LNK             PIC X(4).
002840     02 CODIGOS-LNK             PIC 9(3).
002850     02 STOCK-LNK               PIC 9(9)V99.
002860     02 EXPUESTOS-LNK           PIC 9(5).
002870     02 KITS-LNK                PIC 9(5).
002880 01  RESULT-LNK                 PIC X.
002890     88 RECALL-OK               VALUE "S".
002900     88 RECALL-SIN-LOTE         VALUE "X".
002910     88 RECALL-YA-CERRADO       VALUE "T".
002920     88 RECALL-INVALIDO         VALUE "I".
002930     88 RECALL-NO-OK            VALUE "N".

002940 PROCEDURE DIVISION USING MODO-LNK DATOS-RECALL-LNK RESULT-LNK.

002950 MAINLINE.
002960     MOVE "N" TO RESULT-LNK.
002970     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002980     EVALUATE TRUE
002990        WHEN MODO-TRAZAR
003000             PERFORM TRAZAR-RECALL THRU FIN-TRAZAR
003010        WHEN MODO-CERRAR
003020             PERFORM CERRAR-RECALL THRU FIN-CERRAR
003030     END-EVALUATE.
003040     EXIT PROGRAM.

003050 TRAZAR-RECALL.
003060     IF ART-LNK = SPACES OR LOTE-LNK = SPACES
003070        MOVE "I" TO RESULT-LNK
003080        GO TO FIN-TRAZAR
003090     END-IF.
003100     OPEN I-O ARCHIVO-RECALL.
003110     IF OTR-STAT = "35"
003120        OPEN OUTPUT ARCHIVO-RECALL
003130        CLOSE ARCHIVO-RECALL
003140        OPEN I-O ARCHIVO-RECALL
003150     END-IF.
003160     MOVE ART-LNK  TO ART-RCL.
003170     MOVE LOTE-LNK TO LOTE-RCL.
003180     MOVE 1 TO SW-EXISTE-W.
003190     READ ARCHIVO-RECALL
003200          INVALID KEY MOVE 0 TO SW-EXISTE-W
003210     END-READ.
003220     IF SW-EXISTE-W = 1 AND RECALL-CERRADO
003230        CLOSE ARCHIVO-RECALL
003240        MOVE "T" TO RESULT-LNK
003250        GO TO FIN-TRAZAR
003260     END-IF.
003270     OPEN I-O ARCHIVO-LOTE-FARM.
003280     IF OTR-STAT NOT = "00"
003290        CLOSE ARCHIVO-RECALL
003300        MOVE "X" TO RESULT-LNK
003310        GO TO FIN-TRAZAR
003320     END-IF.
003330     MOVE 0 TO TOT-CODIGOS-W TOT-STOCK-W TOT-EXPUESTOS-W
003340               TOT-KITS-W TOT-UBICACIONES-W.
003350     MOVE SPACES TO TABLA-LOTES-W.
003360     OPEN OUTPUT REPORTE-RECALL PLANO-CONTACTOS.
003370     PERFORM ESCRIBIR-ENCABEZADO.
003380     PERFORM CUARENTENAR-LOTES.
003390     CLOSE ARCHIVO-LOTE-FARM.
003400     IF TOT-CODIGOS-W = 0
003410        CLOSE REPORTE-RECALL PLANO-CONTACTOS ARCHIVO-RECALL
003420        MOVE "X" TO RESULT-LNK
003430        GO TO FIN-TRAZAR
003440     END-IF.
003450     PERFORM LISTAR-UBICACIONES.
003460     MOVE 0 TO SW-PACIENTES-W.
003470     OPEN INPUT ARCHIVO-PACIENTES.
003480     IF OTR-STAT = "00"
003490        MOVE 1 TO SW-PACIENTES-W
003500     END-IF.
003510     MOVE SPACES TO LIN-RECALL.
003520     WRITE LIN-RECALL.
003530     MOVE "PACIENTES QUE RECIBIERON EL LOTE" TO LIN-RECALL.
003540     WRITE LIN-RECALL.
003550     PERFORM BUSCAR-DISPENSA.
003560     PERFORM BUSCAR-TRAZA.
003570     MOVE SPACES TO LIN-RECALL.
003580     WRITE LIN-RECALL.
003590     MOVE "CANASTAS QUIRURGICAS RESERVADAS CON EL LOTE (RETIRAR)"
003600       TO LIN-RECALL.
003610     WRITE LIN-RECALL.
003620     PERFORM BUSCAR-KITS.
003630     IF SW-PACIENTES-W = 1
003640        CLOSE ARCHIVO-PACIENTES
003650     END-IF.
003660     PERFORM ESCRIBIR-TOTALES.
003670     CLOSE REPORTE-RECALL PLANO-CONTACTOS.
003680     PERFORM GRABAR-RECALL.
003690     CLOSE ARCHIVO-RECALL.
003700     MOVE TOT-CODIGOS-W   TO CODIGOS-LNK.
003710     MOVE TOT-STOCK-W     TO STOCK-LNK.
003720     MOVE TOT-EXPUESTOS-W TO EXPUESTOS-LNK.
003730     MOVE TOT-KITS-W      TO KITS-LNK.
003740     MOVE "S" TO RESULT-LNK.
003750     DISPLAY "LOTES EN CUARENTENA: " TOT-CODIGOS-W.
003760     DISPLAY "PACIENTES EXPUESTOS: " TOT-EXPUESTOS-W.
003770     DISPLAY "CANASTAS A RETIRAR : " TOT-KITS-W.

003780 FIN-TRAZAR.
003790     EXIT.

003800 ESCRIBIR-ENCABEZADO.
003810     MOVE ART-LNK     TO ART-TIT.
003820     MOVE LOTE-LNK    TO LOTE-TIT.
003830     MOVE ALERTA-LNK  TO ALERTA-TIT.
003840     MOVE FECHA-HOY-W TO FECHA-TIT.
003850     MOVE LIN-TITULO-RCL TO LIN-RECALL.
003860     WRITE LIN-RECALL.
003870     MOVE MOTIVO-LNK TO LIN-RECALL.
003880     WRITE LIN-RECALL.
003890     MOVE SPACES TO LIN-RECALL.
003900     WRITE LIN-RECALL.
003910     MOVE "EXISTENCIA POR LOTE INTERNO" TO LIN-RECALL.
003920     WRITE LIN-RECALL.
003930     MOVE SPACES TO LIN-CONTACTO.
003940     STRING "ALERTA;ORIGEN;FECHA;ID_PACIENTE;NOMBRE;TELEFONO;"
003950            "ARTICULO;LOTE_INTERNO;CANTIDAD;REFERENCIA"
003960            DELIMITED BY SIZE INTO LIN-CONTACTO.
003970     WRITE LIN-CONTACTO.

      * TODO COD-LTF DEL ARTICULO CON EL LOTE DEL FABRICANTE QUEDA
      * EN CUARENTENA Y EN LA TABLA PARA BUSCAR LAS ENTREGAS.
003980 CUARENTENAR-LOTES.
003990     MOVE 0 TO SW-FIN-W.
004000     MOVE ART-LNK TO ART-LTF.
004010     START ARCHIVO-LOTE-FARM KEY IS >= ART-LTF
004020           INVALID KEY MOVE 1 TO SW-FIN-W
004030     END-START.
004040     PERFORM LEER-LOTE-ARTICULO UNTIL SW-FIN-W = 1.

004050 LEER-LOTE-ARTICULO.
004060     READ ARCHIVO-LOTE-FARM NEXT
004070          AT END MOVE 1 TO SW-FIN-W
004080     END-READ.
004090     IF SW-FIN-W = 0
004100        IF ART-LTF NOT = ART-LNK
004110           MOVE 1 TO SW-FIN-W
004120        ELSE
004130           IF LOTE-LTF = LOTE-LNK
004140              PERFORM CUARENTENAR-UN-LOTE
004150           END-IF
004160        END-IF
004170     END-IF.

004180 CUARENTENAR-UN-LOTE.
004190     IF TOT-CODIGOS-W < 50
004200        ADD 1 TO TOT-CODIGOS-W
004210        MOVE COD-LTF TO COD-LTF-TAB (TOT-CODIGOS-W)
004220     END-IF.
004230     ADD EXIST-LTF TO TOT-STOCK-W.
004240     IF LOTE-EN-CUARENTENA
004250        MOVE "CUARENTENA" TO ESTADO-ANT-W
004260     ELSE
004270        MOVE "ACTIVO"     TO ESTADO-ANT-W
004280        MOVE "Q" TO ESTADO-LTF
004290        REWRITE REG-LTF INVALID KEY CONTINUE END-REWRITE
004300     END-IF.
004310     MOVE COD-LTF      TO COD-LTF-REP.
004320     MOVE DESCRIP-LTF  TO DESCRIP-REP.
004330     MOVE VENCE-LTF    TO VENCE-REP.
004340     MOVE EXIST-LTF    TO EXIST-REP.
004350     MOVE ESTADO-ANT-W TO ESTADO-ANT-REP.
004360     MOVE LIN-LOTE-DET TO LIN-RECALL.
004370     WRITE LIN-RECALL.

      * ARCHIVO-LOTE-FARM NO LLEVA ALMACEN: SE LISTAN LOS ALMACENES Y
      * BINES DONDE ESTA EL ARTICULO PARA RECOGER EL LOTE.
004380 LISTAR-UBICACIONES.
004390     MOVE SPACES TO LIN-RECALL.
004400     WRITE LIN-RECALL.
004410     MOVE "UBICACIONES DEL ARTICULO POR ALMACEN (RECOGER EL LOTE)"
004420       TO LIN-RECALL.
004430     WRITE LIN-RECALL.
004440     OPEN INPUT ARCHIVO-UBICACION.
004450     IF OTR-STAT = "00"
004460        MOVE 0 TO SW-FIN-W
004470        PERFORM LEER-UBICACION UNTIL SW-FIN-W = 1
004480        CLOSE ARCHIVO-UBICACION
004490     END-IF.

004500 LEER-UBICACION.
004510     READ ARCHIVO-UBICACION NEXT
004520          AT END MOVE 1 TO SW-FIN-W
004530     END-READ.
004540     IF SW-FIN-W = 0
004550        IF COD-ART-UBI = ART-LNK AND CANT-UBI NOT = 0
004560           MOVE ALM-UBI  TO ALM-REP
004570           MOVE BIN-UBI  TO BIN-REP
004580           MOVE CANT-UBI TO CANT-UBI-REP
004590           MOVE LIN-UBICA-DET TO LIN-RECALL
004600           WRITE LIN-RECALL
004610           ADD 1 TO TOT-UBICACIONES-W
004620        END-IF
004630     END-IF.

004640 BUSCAR-DISPENSA.
004650     OPEN INPUT ARCHIVO-DISPENSA.
004660     IF OTR-STAT = "00"
004670        MOVE 0 TO SW-FIN-W
004680        PERFORM LEER-DISPENSA UNTIL SW-FIN-W = 1
004690        CLOSE ARCHIVO-DISPENSA
004700     END-IF.

004710 LEER-DISPENSA.
004720     READ ARCHIVO-DISPENSA NEXT
004730          AT END MOVE 1 TO SW-FIN-W
004740     END-READ.
004750     IF SW-FIN-W = 0
004760        IF COD-ART-DISP = ART-LNK
004770           AND COD-LTF-DISP NOT = SPACES
004780           MOVE COD-LTF-DISP TO COD-LTF-BUSCA-W
004790           PERFORM BUSCAR-EN-TABLA
004800           IF SW-EN-TABLA-W = 1
004810              MOVE "AMBULATORIO"       TO ORIGEN-CON-W
004820              MOVE FECHA-DISP          TO FECHA-CON-W
004830              MOVE PACI-DISP           TO PACI-CON-W
004840              MOVE COD-LTF-DISP        TO COD-LTF-CON-W
004850              MOVE CANT-ENTREGADA-DISP TO CANT-CON-W
004860              MOVE LLAVE-ORD-DISP      TO REFER-CON-W
004870              PERFORM ESCRIBIR-CONTACTO
004880              ADD 1 TO TOT-EXPUESTOS-W
004890           END-IF
004900        END-IF
004910     END-IF.

004920 BUSCAR-EN-TABLA.
004930     MOVE 0 TO SW-EN-TABLA-W.
004940     PERFORM COMPARAR-CODIGO
004950             VARYING IX-BUSCA-W FROM 1 BY 1
004960             UNTIL IX-BUSCA-W > TOT-CODIGOS-W
004970                OR SW-EN-TABLA-W = 1.

004980 COMPARAR-CODIGO.
004990     IF COD-LTF-TAB (IX-BUSCA-W) = COD-LTF-BUSCA-W
005000        MOVE 1 TO SW-EN-TABLA-W
005010     END-IF.

005020 BUSCAR-TRAZA.
005030     OPEN INPUT ARCHIVO-TRAZA-LOTE.
005040     IF OTR-STAT = "00"
005050        PERFORM TRAZAR-UN-CODIGO
005060                VARYING IX-LTF-W FROM 1 BY 1
005070                UNTIL IX-LTF-W > TOT-CODIGOS-W
005080        CLOSE ARCHIVO-TRAZA-LOTE
005090     END-IF.

005100 TRAZAR-UN-CODIGO.
005110     MOVE 0 TO SW-FIN-W.
005120     MOVE COD-LTF-TAB (IX-LTF-W) TO COD-LTF-TRZ.
005130     MOVE 0 TO FECHA-TRZ HORA-TRZ SECU-TRZ.
005140     START ARCHIVO-TRAZA-LOTE KEY IS >= LLAVE-TRZ
005150           INVALID KEY MOVE 1 TO SW-FIN-W
005160     END-START.
005170     PERFORM LEER-TRAZA UNTIL SW-FIN-W = 1.

005180 LEER-TRAZA.
005190     READ ARCHIVO-TRAZA-LOTE NEXT
005200          AT END MOVE 1 TO SW-FIN-W
005210     END-READ.
005220     IF SW-FIN-W = 0
005230        IF COD-LTF-TRZ NOT = COD-LTF-TAB (IX-LTF-W)
005240           MOVE 1 TO SW-FIN-W
005250        ELSE
005260           EVALUATE TRUE
005270              WHEN ORIGEN-HOSPITAL
005280                   MOVE "HOSPITALIZACION"   TO ORIGEN-CON-W
005290              WHEN ORIGEN-ADMINISTRA
005300                   MOVE "ADMINISTRADO CAMA" TO ORIGEN-CON-W
005310              WHEN ORIGEN-CANASTA
005320                   MOVE "CIRUGIA"           TO ORIGEN-CON-W
005330              WHEN ORIGEN-PENDIENTE
005340                   MOVE "PENDIENTE AMB"     TO ORIGEN-CON-W
005350              WHEN OTHER
005360                   MOVE SPACES              TO ORIGEN-CON-W
005370           END-EVALUATE
005380           MOVE FECHA-TRZ   TO FECHA-CON-W
005390           MOVE PACI-TRZ    TO PACI-CON-W
005400           MOVE COD-LTF-TRZ TO COD-LTF-CON-W
005410           MOVE CANT-TRZ    TO CANT-CON-W
005420           MOVE REFER-TRZ   TO REFER-CON-W
005430           PERFORM ESCRIBIR-CONTACTO
005440           ADD 1 TO TOT-EXPUESTOS-W
005450        END-IF
005460     END-IF.

      * CANASTAS AUN NO CONSUMIDAS: EL PACIENTE PROGRAMADO VA EN LA
      * LISTA DE CONTACTO PERO NO SUMA COMO EXPUESTO.
005470 BUSCAR-KITS.
005480     OPEN INPUT ARCHIVO-RESERVA-KIT.
005490     IF OTR-STAT = "00"
005500        MOVE 0 TO SW-FIN-W
005510        MOVE ART-LNK TO COD-ART-RKIT
005520        START ARCHIVO-RESERVA-KIT KEY IS >= COD-ART-RKIT
005530              INVALID KEY MOVE 1 TO SW-FIN-W
005540        END-START
005550        PERFORM LEER-RESERVA-KIT UNTIL SW-FIN-W = 1
005560        CLOSE ARCHIVO-RESERVA-KIT
005570     END-IF.

005580 LEER-RESERVA-KIT.
005590     READ ARCHIVO-RESERVA-KIT NEXT
005600          AT END MOVE 1 TO SW-FIN-W
005610     END-READ.
005620     IF SW-FIN-W = 0
005630        IF COD-ART-RKIT NOT = ART-LNK
005640           MOVE 1 TO SW-FIN-W
005650        ELSE
005660           MOVE COD-LTF-RKIT TO COD-LTF-BUSCA-W
005670           PERFORM BUSCAR-EN-TABLA
005680           IF SW-EN-TABLA-W = 1
005690              MOVE "CANASTA RESERVADA" TO ORIGEN-CON-W
005700              MOVE FECHA-RKIT          TO FECHA-CON-W
005710              MOVE PACI-RKIT           TO PACI-CON-W
005720              MOVE COD-LTF-RKIT        TO COD-LTF-CON-W
005730              MOVE CANT-RKIT           TO CANT-CON-W
005740              MOVE SPACES              TO REFER-CON-W
005750              STRING SALA-RKIT " " HORA-RKIT " " COD-KIT-RKIT
005760                     DELIMITED BY SIZE INTO REFER-CON-W
005770              PERFORM ESCRIBIR-CONTACTO
005780              ADD 1 TO TOT-KITS-W
005790           END-IF
005800        END-IF
005810     END-IF.

005820 ESCRIBIR-CONTACTO.
005830     MOVE SPACES TO DESCRIP-PACI TELEFONO-PACI.
005840     IF SW-PACIENTES-W = 1
005850        MOVE PACI-CON-W TO COD-PACI
005860        READ ARCHIVO-PACIENTES
005870             INVALID KEY MOVE SPACES TO DESCRIP-PACI
005880                                        TELEFONO-PACI
005890        END-READ
005900     END-IF.
005910     MOVE ORIGEN-CON-W  TO ORIGEN-REP.
005920     MOVE FECHA-CON-W   TO FECHA-REP.
005930     MOVE PACI-CON-W    TO PACI-REP.
005940     MOVE DESCRIP-PACI  TO NOMBRE-REP.
005950     MOVE TELEFONO-PACI TO TELEFONO-REP.
005960     MOVE COD-LTF-CON-W TO LOTE-PAC-REP.
005970     MOVE CANT-CON-W    TO CANT-PAC-REP.
005980     MOVE REFER-CON-W   TO REFER-REP.
005990     MOVE LIN-PACIENTE-DET TO LIN-RECALL.
006000     WRITE LIN-RECALL.
006010     MOVE CANT-CON-W TO CANT-CSV-W.
006020     MOVE SPACES TO LIN-CONTACTO.
006030     STRING ALERTA-LNK SEP-W
006040            ORIGEN-CON-W SEP-W
006050            FECHA-CON-W SEP-W
006060            PACI-CON-W SEP-W
006070            DESCRIP-PACI SEP-W
006080            TELEFONO-PACI SEP-W
006090            ART-LNK SEP-W
006100            COD-LTF-CON-W SEP-W
006110            CANT-CSV-W SEP-W
006120            REFER-CON-W
006130            DELIMITED BY SIZE INTO LIN-CONTACTO.
006140     WRITE LIN-CONTACTO.

006150 ESCRIBIR-TOTALES.
006160     MOVE SPACES TO LIN-RECALL.
006170     WRITE LIN-RECALL.
006180     MOVE "EXISTENCIA EN CUARENTENA:" TO TITULO-TOT.
006190     MOVE TOT-STOCK-W TO VALOR-TOT.
006200     MOVE LIN-TOTAL-RCL TO LIN-RECALL.
006210     WRITE LIN-RECALL.
006220     MOVE "PACIENTES EXPUESTOS:" TO TITULO-TOT.
006230     MOVE TOT-EXPUESTOS-W TO VALOR-TOT.
006240     MOVE LIN-TOTAL-RCL TO LIN-RECALL.
006250     WRITE LIN-RECALL.
006260     MOVE "CANASTAS A RETIRAR:" TO TITULO-TOT.
006270     MOVE TOT-KITS-W TO VALOR-TOT.
006280     MOVE LIN-TOTAL-RCL TO LIN-RECALL.
006290     WRITE LIN-RECALL.

006300 GRABAR-RECALL.
006310     IF SW-EXISTE-W = 0
006320        INITIALIZE REG-RCL
006330        MOVE ART-LNK     TO ART-RCL
006340        MOVE LOTE-LNK    TO LOTE-RCL
006350        MOVE FECHA-HOY-W TO FECHA-ABRE-RCL
006360        MOVE USUARIO-LNK TO USUARIO-ABRE-RCL
006370        MOVE "A"         TO ESTADO-RCL
006380     END-IF.
006390     MOVE ALERTA-LNK      TO ALERTA-RCL.
006400     MOVE FUENTE-LNK      TO FUENTE-RCL.
006410     MOVE MOTIVO-LNK      TO MOTIVO-RCL.
006420     MOVE FECHA-HOY-W     TO FECHA-TRAZA-RCL.
006430     MOVE TOT-CODIGOS-W   TO CODIGOS-RCL.
006440     MOVE TOT-STOCK-W     TO STOCK-RCL.
006450     MOVE TOT-EXPUESTOS-W TO EXPUESTOS-RCL.
006460     MOVE TOT-KITS-W      TO KITS-RCL.
006470     IF SW-EXISTE-W = 0
006480        WRITE REG-RCL INVALID KEY CONTINUE END-WRITE
006490     ELSE
006500        REWRITE REG-RCL INVALID KEY CONTINUE END-REWRITE
006510     END-IF.

006520 CERRAR-RECALL.
006530     IF DOC-DEVOL-LNK = SPACES
006540        MOVE "I" TO RESULT-LNK
006550        GO TO FIN-CERRAR
006560     END-IF.
006570     OPEN I-O ARCHIVO-RECALL.
006580     IF OTR-STAT NOT = "00"
006590        MOVE "X" TO RESULT-LNK
006600        GO TO FIN-CERRAR
006610     END-IF.
006620     MOVE ART-LNK  TO ART-RCL.
006630     MOVE LOTE-LNK TO LOTE-RCL.
006640     READ ARCHIVO-RECALL
006650          INVALID KEY MOVE "X" TO RESULT-LNK
006660                      CLOSE ARCHIVO-RECALL
006670                      GO TO FIN-CERRAR
006680     END-READ.
006690     IF RECALL-CERRADO
006700        MOVE "T" TO RESULT-LNK
006710        CLOSE ARCHIVO-RECALL
006720        GO TO FIN-CERRAR
006730     END-IF.
006740     MOVE "C"               TO ESTADO-RCL.
006750     MOVE FECHA-HOY-W       TO FECHA-CIERRE-RCL.
006760     MOVE CANT-DEVUELTA-LNK TO CANT-DEVUELTA-RCL.
006770     MOVE DOC-DEVOL-LNK     TO DOC-DEVOL-RCL.
006780     MOVE USUARIO-LNK       TO USUARIO-CIERRE-RCL.
006790     REWRITE REG-RCL
006800         INVALID KEY CONTINUE
006810         NOT INVALID KEY MOVE "S" TO RESULT-LNK
006820     END-REWRITE.
006830     CLOSE ARCHIVO-RECALL.

006840 FIN-CERRAR.
006850     EXIT.
