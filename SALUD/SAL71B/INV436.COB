      *=================================================================
      * INVENTARIOS - SOLICITUD DE COMPRA, COTIZACION A PROVEEDORES Y
      * ADJUDICACION CON ORDEN DE COMPRA AUTOMATICA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS SERVICIOS PEDIAN POR TELEFONO Y COMPRAS DIGITABA LA ORDEN
      * DIRECTAMENTE. AHORA EL CAMINO COMPLETO QUEDA EN DOS ARCHIVOS:
      * ARCHIVO-SOL-COMPRA (UN REGISTRO POR RENGLON DE SOLICITUD) Y
      * ARCHIVO-COTIZACION (UN REGISTRO POR RENGLON COTIZADO Y
      * PROVEEDOR). SE INVOCA ASI:
      * MODO "R" - REGISTRA UN RENGLON DE SOLICITUD DE LA DEPENDENCIA
      *            (NRO EN CERO ABRE SOLICITUD NUEVA). QUEDA "P".
      * MODO "A" - APRUEBA ("A") O RECHAZA ("R") TODA LA SOLICITUD.
      *            SOLO PUEDE HACERLO EL OPER-APRUEBA-DEPEN DE LA
      *            DEPENDENCIA; SI NO TIENE, EL APROBADOR DE QUIEN LA
      *            PIDIO (CON003B). SI NO ES EL: RESULT "P".
      * MODO "G" - AGRUPA TODAS LAS SOLICITUDES APROBADAS EN UNA
      *            COTIZACION NUEVA (UN RENGLON POR ARTICULO, CANTIDAD
      *            SUMADA) Y LA ABRE A LOS PROVEEDORES DE TABLA-NIT.
      *            DEVUELVE EL NUMERO EN NRO-COT-LNK.
      * MODO "O" - GRABA LA OFERTA DE UN PROVEEDOR PARA UN RENGLON:
      *            PRECIO UNITARIO, DIAS DE ENTREGA, PLAZO DE PAGO Y
      *            CONDICIONES.
      * MODO "P" - PUNTUA LAS OFERTAS (CUADRO COMPARATIVO, INV436-01):
      *            60 PUNTOS PRECIO (MENOR / OFERTA), 20 ENTREGA
      *            (MENOR / OFERTA) Y 20 CUMPLIMIENTO SEGUN EL FILL
      *            RATE DE LA CALIFICACION DE PROVEEDORES (INV424);
      *            SIN CALIFICACION SE LE DAN 10.
      * MODO "J" - ADJUDICA CADA RENGLON A LA OFERTA DE MAYOR PUNTAJE
      *            Y GRABA LA ORDEN DE COMPRA EN ARCHIVO-ORDEN2, UNA
      *            POR PROVEEDOR GANADOR, CON LLAVE "SC" + COTIZACION +
      *            CONSECUTIVO. LA SOLICITUD QUEDA "O" CON LA ORDEN Y
      *            EL RENGLON; EL RENGLON SIN OFERTAS VUELVE A "A" PARA
      *            LA PROXIMA COTIZACION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV436.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-SOL-COMPRA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-SOLCOMP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-SOL
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-COTIZACION LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-COTIZA-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-COT
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-DEPENDENCIAS LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-DEPEN-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS LLAVE-DEPEN
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-TER-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS COD-TERCERO
000320         FILE STATUS IS OTR-STAT.

000330     SELECT ARCHIVO-CALIF-PROV LOCK MODE IS AUTOMATIC
000340         ASSIGN NOM-CALIFPROV-W
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS NIT-CAL
000380         FILE STATUS IS OTR-STAT.

000390     SELECT ARCHIVO-ORDEN2 LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-ORDEN2-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-ORD2
000440         FILE STATUS IS OTR-STAT.

000450 DATA DIVISION.
000460 FILE SECTION.

000470 FD  ARCHIVO-SOL-COMPRA
000480     LABEL RECORD STANDARD.
000490 01  REG-SOL.
000500     02 LLAVE-SOL.
000510        03 NRO-SOL              PIC 9(6).
000520        03 ITEM-SOL             PIC 9(3).
000530     02 COD-DEPEN-SOL           PIC 9(3).
000540     02 FECHA-SOL               PIC 9(8).
000550     02 OPER-SOL                PIC X(4).
000560     02 COD-ART-SOL             PIC X(8).
000570     02 CANT-SOL                PIC 9(9)V99.
000580     02 OBSERV-SOL              PIC X(40).
000590     02 ESTADO-SOL              PIC X.
000600        88 SOL-PENDIENTE        VALUE "P".
000610        88 SOL-APROBADA         VALUE "A".
000620        88 SOL-RECHAZADA        VALUE "R".
000630        88 SOL-EN-COTIZACION    VALUE "C".
000640        88 SOL-ORDENADA         VALUE "O".
000650     02 OPER-APRUEBA-SOL        PIC X(4).
000660     02 FECHA-APRUEBA-SOL       PIC 9(8).
000670     02 NRO-COT-SOL             PIC 9(6).
000680     02 ITEM-COT-SOL            PIC 9(3).
000690     02 LLAVE-ORD-SOL           PIC X(10).
000700     02 ITEM-ORD-SOL            PIC 9(3).
000710     02 FILLER                  PIC X(15).

000720 FD  ARCHIVO-COTIZACION
000730     LABEL RECORD STANDARD.
000740 01  REG-COT.
000750     02 LLAVE-COT.
000760        03 NRO-COT              PIC 9(6).
000770        03 ITEM-COT             PIC 9(3).
000780        03 NIT-COT              PIC 9(10).
000790     02 COD-ART-COT             PIC X(8).
000800     02 CANT-COT                PIC 9(9)V99.
000810     02 FECHA-COT               PIC 9(8).
000820     02 VLR-UNIT-COT            PIC 9(9)V99.
000830     02 DIAS-ENTREGA-COT        PIC 9(3).
000840     02 PLAZO-PAGO-COT          PIC 9(3).
000850     02 CONDIC-COT              PIC X(30).
000860     02 FILL-COT                PIC 9(3)V99.
000870     02 PUNTAJE-COT             PIC 9(3)V99.
000880     02 ADJUDICADO-COT          PIC X.
000890        88 COT-GANADORA         VALUE "S".
000900        88 COT-PERDEDORA        VALUE "N".
000910     02 LLAVE-ORD-COT           PIC X(10).
000920     02 ITEM-ORD-COT            PIC 9(3).
000930     02 OPER-COT                PIC X(4).
000940     02 FILLER                  PIC X(15).

000950 FD  ARCHIVO-DEPENDENCIAS
000960     LABEL RECORD STANDARD.
000970 01  REG-DEPEN.
000980     02 LLAVE-DEPEN.
000990        03 COD-DEPEN            PIC 9(3).
001000     02 DESCRIP-DEPEN           PIC X(30).
001010     02 CONF-IMPRES-DEPEN       PIC 99.
001020     02 DEPEN-PADRE-DEPEN       PIC 9(3).
001030     02 OPER-APRUEBA-DEPEN      PIC X(4).

001040 FD  ARCHIVO-TERCEROS
001050     LABEL RECORD STANDARD.
001060 01  REG-TERCERO.
001070     02 COD-TERCERO             PIC 9(10).
001080     02 E-MAIL-TER              PIC X(60).
001090     02 NOMBRE-TER              PIC X(40).
001100     02 FILLER                  PIC X(10).

001110 FD  ARCHIVO-CALIF-PROV
001120     LABEL RECORD STANDARD.
001130 01  REG-CAL.
001140     02 NIT-CAL                 PIC 9(10).
001150     02 ORDENES-CAL             PIC 9(5).
001160     02 FILL-CAL                PIC 9(3)V99.
001170     02 LEAD-CAL                PIC 9(4)V9.
001180     02 PARCIALES-CAL           PIC 9(5).
001190     02 DEVOL-CAL               PIC 9(5).
001200     02 DESDE-CAL               PIC 9(8).
001210     02 HASTA-CAL               PIC 9(8).
001220     02 FILLER                  PIC X(10).

001230 FD  ARCHIVO-ORDEN2
001240     LABEL RECORD STANDARD.
001250 01  REG-ORD2.
001260     02 LLAVE-ORD2.
001270        03 LLAVE-ORD-D2         PIC X(10).
001280        03 ITEM-ORD2            PIC 9(3).
001290     02 COD-ART-ORD2            PIC X(8).
001300     02 CANT-ORD2               PIC 9(9)V99.
001310     02 VLR-UNIT-ORD2           PIC 9(9)V99.
001320     02 NIT-ORD2                PIC 9(10).
001330     02 FECHA-ORD2              PIC 9(8).

001340 WORKING-STORAGE SECTION.

001350 77  NOM-SOLCOMP-W              PIC X(60)
001360     VALUE "D:\progelect\DATOS\SC-SOLCOMP.DAT".
001370 77  NOM-COTIZA-W               PIC X(60)
001380     VALUE "D:\progelect\DATOS\SC-COTIZA.DAT".
001390 77  NOM-DEPEN-W                PIC X(60)
001400     VALUE "D:\progelect\DATOS\SC-DEPEN.DAT".
001410 77  NOM-TER-W                  PIC X(60)
001420     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
001430 77  NOM-CALIFPROV-W            PIC X(60)
001440     VALUE "D:\progelect\DATOS\SC-CALIFPROV.DAT".
001450 77  NOM-ORDEN2-W               PIC X(60)
001460     VALUE "D:\progelect\DATOS\SC-ORDEN2.DAT".
001470 77  OTR-STAT                   PIC XX.
001480 77  SW-FIN-W                   PIC 9 VALUE 0.
001490 77  SW-HALLADO-W               PIC 9 VALUE 0.
001500 77  SW-CALIF-W                 PIC 9 VALUE 0.
001510 77  FECHA-HOY-W                PIC 9(8).
001520 77  NRO-SIG-W                  PIC 9(6).
001530 77  ITEM-SIG-W                 PIC 9(3).
001540 77  MAX-ITEM-W                 PIC 9(3) VALUE 100.
001550 77  TOT-ITEM-W                 PIC 9(3) VALUE 0.
001560 77  MAX-PROV-W                 PIC 99 VALUE 10.
001570 77  TOT-PROV-W                 PIC 99 VALUE 0.
001580 77  I                          PIC 9(3).
001590 77  J                          PIC 9(3).
001600 77  K                          PIC 99.
001610 77  TOT-RENGLONES-W            PIC 9(5) VALUE 0.
001620 77  PUNT-PRECIO-W              PIC 9(3)V99.
001630 77  PUNT-ENTREGA-W             PIC 9(3)V99.
001640 77  PUNT-CUMPLE-W              PIC 9(3)V99.
001650 77  MODO-RUTEO-W               PIC X VALUE "C".
001660 77  OPER-APROBADOR-W           PIC X(4).
001670 77  COD-DEPEN-APROB-W          PIC 9(3).
001680 77  RESULT-RUTEO-W             PIC X.
001690 77  COD-DEPEN-MANT-W           PIC 9(3) VALUE 0.
001700 77  DEPEN-PADRE-MANT-W         PIC 9(3) VALUE 0.
001710 77  OPER-APRUEBA-MANT-W        PIC X(4) VALUE SPACES.
001720 77  APROBADOR-DEPEN-W          PIC X(4).

001730 01  TABLA-ITEM-W.
001740     02 ITEM-W OCCURS 100 TIMES.
001750        03 COD-ART-IT-W         PIC X(8).
001760        03 CANT-IT-W            PIC 9(9)V99.
001770        03 MIN-PRECIO-IT-W      PIC 9(9)V99.
001780        03 MIN-DIAS-IT-W        PIC 9(3).
001790        03 MEJOR-NIT-IT-W       PIC 9(10).
001800        03 MEJOR-PUNT-IT-W      PIC 9(3)V99.
001810        03 LLAVE-ORD-IT-W       PIC X(10).
001820        03 ITEM-ORD-IT-W        PIC 9(3).

001830 01  TABLA-PROV-W.
001840     02 PROV-W OCCURS 10 TIMES.
001850        03 NIT-PROV-W           PIC 9(10).
001860        03 ITEM-PROV-W          PIC 9(3).
001870        03 ORDEN-PROV-W         PIC X(10).

001880 01  ORDEN-NUEVA-W.
001890     02 FILLER                  PIC XX VALUE "SC".
001900     02 NRO-COT-ORD-W           PIC 9(6).
001910     02 CONSEC-ORD-W            PIC 99.

001920 LINKAGE SECTION.
001930 01  MODO-LNK                   PIC X.
001940     88 MODO-REGISTRAR          VALUE "R".
001950     88 MODO-APROBAR            VALUE "A".
001960     88 MODO-AGRUPAR            VALUE "G".
001970     88 MODO-OFERTA             VALUE "O".
001980     88 MODO-PUNTUAR            VALUE "P".
001990     88 MODO-ADJUDICAR          VALUE "J".
002000 01  DATOS-SOL-LNK.
002010     02 NRO-SOL-LNK             PIC 9(6).
002020     02 ITEM-SOL-LNK            PIC 9(3).
002030     02 COD-DEPEN-LNK           PIC 9(3).
002040     02 COD-ART-LNK             PIC X(8).
002050     02 CANT-LNK                PIC 9(9)V99.
002060     02 OBSERV-LNK              PIC X(40).
002070     02 DECISION-LNK            PIC X.
002080 01  DATOS-COT-LNK.
002090     02 NRO-COT-LNK             PIC 9(6).
002100     02 ITEM-COT-LNK            PIC 9(3).
002110     02 NIT-LNK                 PIC 9(10).
002120     02 VLR-UNIT-LNK            PIC 9(9)V99.
002130     02 DIAS-ENTREGA-LNK        PIC 9(3).
002140     02 PLAZO-PAGO-LNK          PIC 9(3).
002150     02 CONDIC-LNK              PIC X(30).
002160     02 TABLA-NIT-LNK.
002170        03 NIT-INVITA-LNK       PIC 9(10) OCCURS 10 TIMES.
002180 01  USUARIO-LNK                PIC X(4).
002190 01  RESULT-LNK                 PIC X.
002200     88 COMPRA-OK               VALUE "S".
002210     88 COMPRA-SIN-PERMISO      VALUE "P".
002220     88 COMPRA-NO-OK            VALUE "N".

002230 PROCEDURE DIVISION USING MODO-LNK DATOS-SOL-LNK DATOS-COT-LNK
002240                          USUARIO-LNK RESULT-LNK.

002250 MAINLINE.
002260     MOVE "N" TO RESULT-LNK.
002270     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002280     EVALUATE TRUE
002290        WHEN MODO-REGISTRAR
002300             PERFORM REGISTRAR-SOLICITUD THRU FIN-REGISTRAR
002310        WHEN MODO-APROBAR
002320             PERFORM APROBAR-SOLICITUD THRU FIN-APROBAR
002330        WHEN MODO-AGRUPAR
002340             PERFORM AGRUPAR-COTIZACION THRU FIN-AGRUPAR
002350        WHEN MODO-OFERTA
002360             PERFORM GRABAR-OFERTA THRU FIN-GRABAR-OFERTA
002370        WHEN MODO-PUNTUAR
002380             PERFORM PUNTUAR-COTIZACION THRU FIN-PUNTUAR
002390        WHEN MODO-ADJUDICAR
002400             PERFORM ADJUDICAR-COTIZACION THRU FIN-ADJUDICAR
002410     END-EVALUATE.
002420     EXIT PROGRAM.

002430 ABRIR-SOLICITUDES.
002440     OPEN I-O ARCHIVO-SOL-COMPRA.
002450     IF OTR-STAT = "35"
002460        OPEN OUTPUT ARCHIVO-SOL-COMPRA
002470        CLOSE ARCHIVO-SOL-COMPRA
002480        OPEN I-O ARCHIVO-SOL-COMPRA
002490     END-IF.

002500 ABRIR-COTIZACIONES.
002510     OPEN I-O ARCHIVO-COTIZACION.
002520     IF OTR-STAT = "35"
002530        OPEN OUTPUT ARCHIVO-COTIZACION
002540        CLOSE ARCHIVO-COTIZACION
002550        OPEN I-O ARCHIVO-COTIZACION
002560     END-IF.

      * EL RENGLON NUEVO QUEDA PENDIENTE DE APROBACION
002570 REGISTRAR-SOLICITUD.
002580     IF COD-ART-LNK = SPACES OR CANT-LNK = 0
002590        OR USUARIO-LNK = SPACES
002600        GO TO FIN-REGISTRAR
002610     END-IF.
002620     OPEN INPUT ARCHIVO-DEPENDENCIAS.
002630     MOVE COD-DEPEN-LNK TO COD-DEPEN.
002640     READ ARCHIVO-DEPENDENCIAS
002650          INVALID KEY MOVE 1 TO SW-HALLADO-W
002660          NOT INVALID KEY MOVE 0 TO SW-HALLADO-W
002670     END-READ.
002680     CLOSE ARCHIVO-DEPENDENCIAS.
002690     IF SW-HALLADO-W = 1
002700        GO TO FIN-REGISTRAR
002710     END-IF.
002720     PERFORM ABRIR-SOLICITUDES.
002730     IF NRO-SOL-LNK = 0
002740        MOVE 999999 TO NRO-SOL
002750        PERFORM ULTIMA-SOLICITUD
002760        ADD 1 TO NRO-SIG-W
002770        MOVE NRO-SIG-W TO NRO-SOL-LNK
002780        MOVE 1 TO ITEM-SIG-W
002790     ELSE
002800        MOVE NRO-SOL-LNK TO NRO-SOL
002810        PERFORM ULTIMA-SOLICITUD
002820        IF NRO-SIG-W NOT = NRO-SOL-LNK
002830           MOVE 0 TO ITEM-SIG-W
002840        END-IF
002850        ADD 1 TO ITEM-SIG-W
002860     END-IF.
002870     INITIALIZE REG-SOL.
002880     MOVE NRO-SOL-LNK   TO NRO-SOL.
002890     MOVE ITEM-SIG-W    TO ITEM-SOL ITEM-SOL-LNK.
002900     MOVE COD-DEPEN-LNK TO COD-DEPEN-SOL.
002910     MOVE FECHA-HOY-W   TO FECHA-SOL.
002920     MOVE USUARIO-LNK   TO OPER-SOL.
002930     MOVE COD-ART-LNK   TO COD-ART-SOL.
002940     MOVE CANT-LNK      TO CANT-SOL.
002950     MOVE OBSERV-LNK    TO OBSERV-SOL.
002960     MOVE "P"           TO ESTADO-SOL.
002970     WRITE REG-SOL
002980           INVALID KEY CONTINUE
002990           NOT INVALID KEY MOVE "S" TO RESULT-LNK
003000     END-WRITE.
003010     CLOSE ARCHIVO-SOL-COMPRA.

003020 FIN-REGISTRAR.
003030     EXIT.

      * DEJA EN NRO-SIG-W/ITEM-SIG-W LA ULTIMA LLAVE <= LA BUSCADA
003040 ULTIMA-SOLICITUD.
003050     MOVE 0 TO NRO-SIG-W ITEM-SIG-W SW-FIN-W.
003060     MOVE 999 TO ITEM-SOL.
003070     START ARCHIVO-SOL-COMPRA KEY IS <= LLAVE-SOL
003080           INVALID KEY MOVE 1 TO SW-FIN-W
003090     END-START.
003100     IF SW-FIN-W = 0
003110        READ ARCHIVO-SOL-COMPRA PREVIOUS
003120             AT END CONTINUE
003130             NOT AT END
003140                MOVE NRO-SOL  TO NRO-SIG-W
003150                MOVE ITEM-SOL TO ITEM-SIG-W
003160        END-READ
003170     END-IF.

      * APRUEBA EL JEFE DE LA DEPENDENCIA QUE PIDE
003180 APROBAR-SOLICITUD.
003190     IF NRO-SOL-LNK = 0 OR USUARIO-LNK = SPACES
003200        OR (DECISION-LNK NOT = "A" AND NOT = "R")
003210        GO TO FIN-APROBAR
003220     END-IF.
003230     PERFORM ABRIR-SOLICITUDES.
003240     MOVE NRO-SOL-LNK TO NRO-SOL.
003250     MOVE 1 TO ITEM-SOL.
003260     READ ARCHIVO-SOL-COMPRA
003270          INVALID KEY
003280             CLOSE ARCHIVO-SOL-COMPRA
003290             GO TO FIN-APROBAR
003300     END-READ.
003310     IF NOT SOL-PENDIENTE
003320        CLOSE ARCHIVO-SOL-COMPRA
003330        GO TO FIN-APROBAR
003340     END-IF.
003350     PERFORM BUSCAR-APROBADOR.
003360     IF APROBADOR-DEPEN-W NOT = USUARIO-LNK
003370        CLOSE ARCHIVO-SOL-COMPRA
003380        MOVE "P" TO RESULT-LNK
003390        GO TO FIN-APROBAR
003400     END-IF.
003410     MOVE 0 TO SW-FIN-W.
003420     MOVE NRO-SOL-LNK TO NRO-SOL.
003430     MOVE 0 TO ITEM-SOL.
003440     START ARCHIVO-SOL-COMPRA KEY IS > LLAVE-SOL
003450           INVALID KEY MOVE 1 TO SW-FIN-W
003460     END-START.
003470     PERFORM APROBAR-RENGLON UNTIL SW-FIN-W = 1.
003480     CLOSE ARCHIVO-SOL-COMPRA.
003490     MOVE "S" TO RESULT-LNK.

003500 FIN-APROBAR.
003510     EXIT.

003520 BUSCAR-APROBADOR.
003530     MOVE SPACES TO APROBADOR-DEPEN-W.
003540     OPEN INPUT ARCHIVO-DEPENDENCIAS.
003550     MOVE COD-DEPEN-SOL TO COD-DEPEN.
003560     READ ARCHIVO-DEPENDENCIAS
003570          INVALID KEY MOVE SPACES TO OPER-APRUEBA-DEPEN
003580     END-READ.
003590     CLOSE ARCHIVO-DEPENDENCIAS.
003600     IF OPER-APRUEBA-DEPEN NOT = SPACES
003610        MOVE OPER-APRUEBA-DEPEN TO APROBADOR-DEPEN-W
003620     ELSE
003630        CALL "CON003B" USING MODO-RUTEO-W OPER-SOL
003640                             OPER-APROBADOR-W COD-DEPEN-APROB-W
003650                             RESULT-RUTEO-W COD-DEPEN-MANT-W
003660                             DEPEN-PADRE-MANT-W
003670                             OPER-APRUEBA-MANT-W
003680        CANCEL "CON003B"
003690        IF RESULT-RUTEO-W = "S"
003700           MOVE OPER-APROBADOR-W TO APROBADOR-DEPEN-W
003710        END-IF
003720     END-IF.

003730 APROBAR-RENGLON.
003740     READ ARCHIVO-SOL-COMPRA NEXT
003750          AT END MOVE 1 TO SW-FIN-W
003760     END-READ.
003770     IF SW-FIN-W = 0
003780        IF NRO-SOL NOT = NRO-SOL-LNK
003790           MOVE 1 TO SW-FIN-W
003800        ELSE
003810           IF SOL-PENDIENTE
003820              MOVE DECISION-LNK TO ESTADO-SOL
003830              MOVE USUARIO-LNK  TO OPER-APRUEBA-SOL
003840              MOVE FECHA-HOY-W  TO FECHA-APRUEBA-SOL
003850              REWRITE REG-SOL INVALID KEY CONTINUE END-REWRITE
003860           END-IF
003870        END-IF
003880     END-IF.

      * UN RENGLON DE COTIZACION POR ARTICULO, CON LO PEDIDO POR TODAS
      * LAS DEPENDENCIAS, Y UN REGISTRO POR PROVEEDOR INVITADO
003890 AGRUPAR-COTIZACION.
003900     MOVE 0 TO TOT-PROV-W.
003910     PERFORM CARGAR-INVITADO
003920             VARYING K FROM 1 BY 1 UNTIL K > MAX-PROV-W.
003930     IF TOT-PROV-W = 0
003940        GO TO FIN-AGRUPAR
003950     END-IF.
003960     PERFORM ABRIR-COTIZACIONES.
003970     MOVE 0 TO NRO-SIG-W SW-FIN-W.
003980     MOVE 999999 TO NRO-COT.
003990     MOVE 999 TO ITEM-COT.
004000     MOVE 9999999999 TO NIT-COT.
004010     START ARCHIVO-COTIZACION KEY IS <= LLAVE-COT
004020           INVALID KEY MOVE 1 TO SW-FIN-W
004030     END-START.
004040     IF SW-FIN-W = 0
004050        READ ARCHIVO-COTIZACION PREVIOUS
004060             AT END CONTINUE
004070             NOT AT END MOVE NRO-COT TO NRO-SIG-W
004080        END-READ
004090     END-IF.
004100     ADD 1 TO NRO-SIG-W.
004110     MOVE NRO-SIG-W TO NRO-COT-LNK.
004120     INITIALIZE TABLA-ITEM-W.
004130     MOVE 0 TO TOT-ITEM-W SW-FIN-W.
004140     PERFORM ABRIR-SOLICITUDES.
004150     PERFORM TOMAR-SOLICITUD-APROBADA UNTIL SW-FIN-W = 1.
004160     CLOSE ARCHIVO-SOL-COMPRA.
004170     IF TOT-ITEM-W = 0
004180        CLOSE ARCHIVO-COTIZACION
004190        GO TO FIN-AGRUPAR
004200     END-IF.
004210     PERFORM ABRIR-RENGLON-COTIZADO
004220             VARYING I FROM 1 BY 1 UNTIL I > TOT-ITEM-W.
004230     CLOSE ARCHIVO-COTIZACION.
004240     MOVE "S" TO RESULT-LNK.

004250 FIN-AGRUPAR.
004260     EXIT.

004270 CARGAR-INVITADO.
004280     IF NIT-INVITA-LNK (K) > 0
004290        MOVE NIT-INVITA-LNK (K) TO COD-TERCERO
004300        OPEN INPUT ARCHIVO-TERCEROS
004310        READ ARCHIVO-TERCEROS
004320             INVALID KEY CONTINUE
004330             NOT INVALID KEY
004340                ADD 1 TO TOT-PROV-W
004350                MOVE COD-TERCERO TO NIT-PROV-W (TOT-PROV-W)
004360        END-READ
004370        CLOSE ARCHIVO-TERCEROS
004380     END-IF.

004390 TOMAR-SOLICITUD-APROBADA.
004400     READ ARCHIVO-SOL-COMPRA NEXT
004410          AT END MOVE 1 TO SW-FIN-W
004420     END-READ.
004430     IF SW-FIN-W = 0 AND SOL-APROBADA
004440        MOVE 0 TO SW-HALLADO-W
004450        PERFORM BUSCAR-ITEM-ARTICULO
004460                VARYING J FROM 1 BY 1
004470                UNTIL J > TOT-ITEM-W OR SW-HALLADO-W = 1
004480        IF SW-HALLADO-W = 0 AND TOT-ITEM-W < MAX-ITEM-W
004490           ADD 1 TO TOT-ITEM-W
004500           MOVE TOT-ITEM-W  TO J
004510           MOVE COD-ART-SOL TO COD-ART-IT-W (J)
004520           MOVE 1 TO SW-HALLADO-W
004530        END-IF
004540        IF SW-HALLADO-W = 1
004550           ADD CANT-SOL     TO CANT-IT-W (J)
004560           MOVE "C"         TO ESTADO-SOL
004570           MOVE NRO-COT-LNK TO NRO-COT-SOL
004580           MOVE J           TO ITEM-COT-SOL
004590           REWRITE REG-SOL INVALID KEY CONTINUE END-REWRITE
004600        END-IF
004610     END-IF.

004620 BUSCAR-ITEM-ARTICULO.
004630     IF COD-ART-IT-W (J) = COD-ART-SOL
004640        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
004650        SUBTRACT 1 FROM J
004660     END-IF.

004670 ABRIR-RENGLON-COTIZADO.
004680     PERFORM GRABAR-INVITACION
004690             VARYING K FROM 1 BY 1 UNTIL K > TOT-PROV-W.

004700 GRABAR-INVITACION.
004710     INITIALIZE REG-COT.
004720     MOVE NRO-COT-LNK       TO NRO-COT.
004730     MOVE I                 TO ITEM-COT.
004740     MOVE NIT-PROV-W (K)    TO NIT-COT.
004750     MOVE COD-ART-IT-W (I)  TO COD-ART-COT.
004760     MOVE CANT-IT-W (I)     TO CANT-COT.
004770     MOVE USUARIO-LNK       TO OPER-COT.
004780     WRITE REG-COT INVALID KEY CONTINUE END-WRITE.

      * LA OFERTA SE RECIBE MIENTRAS LA COTIZACION NO ESTE ADJUDICADA
004790 GRABAR-OFERTA.
004800     IF NRO-COT-LNK = 0 OR VLR-UNIT-LNK = 0
004810        GO TO FIN-GRABAR-OFERTA
004820     END-IF.
004830     PERFORM ABRIR-COTIZACIONES.
004840     MOVE NRO-COT-LNK  TO NRO-COT.
004850     MOVE ITEM-COT-LNK TO ITEM-COT.
004860     MOVE NIT-LNK      TO NIT-COT.
004870     READ ARCHIVO-COTIZACION
004880          INVALID KEY
004890             CLOSE ARCHIVO-COTIZACION
004900             GO TO FIN-GRABAR-OFERTA
004910     END-READ.
004920     IF ADJUDICADO-COT NOT = SPACE
004930        CLOSE ARCHIVO-COTIZACION
004940        GO TO FIN-GRABAR-OFERTA
004950     END-IF.
004960     MOVE VLR-UNIT-LNK     TO VLR-UNIT-COT.
004970     MOVE DIAS-ENTREGA-LNK TO DIAS-ENTREGA-COT.
004980     MOVE PLAZO-PAGO-LNK   TO PLAZO-PAGO-COT.
004990     MOVE CONDIC-LNK       TO CONDIC-COT.
005000     MOVE FECHA-HOY-W      TO FECHA-COT.
005010     MOVE USUARIO-LNK      TO OPER-COT.
005020     MOVE 0                TO PUNTAJE-COT.
005030     REWRITE REG-COT
005040             INVALID KEY CONTINUE
005050             NOT INVALID KEY MOVE "S" TO RESULT-LNK
005060     END-REWRITE.
005070     CLOSE ARCHIVO-COTIZACION.

005080 FIN-GRABAR-OFERTA.
005090     EXIT.

      * PRIMERA PASADA: MENOR PRECIO Y MENOR PLAZO POR RENGLON.
      * SEGUNDA PASADA: PUNTAJE DE CADA OFERTA CONTRA ESOS MINIMOS.
005100 PUNTUAR-COTIZACION.
005110     IF NRO-COT-LNK = 0
005120        GO TO FIN-PUNTUAR
005130     END-IF.
005140     INITIALIZE TABLA-ITEM-W.
005150     MOVE 0 TO TOT-ITEM-W.
005160     PERFORM ABRIR-COTIZACIONES.
005170     PERFORM INICIAR-COTIZACION.
005180     PERFORM TOMAR-MINIMOS UNTIL SW-FIN-W = 1.
005190     IF TOT-ITEM-W = 0
005200        CLOSE ARCHIVO-COTIZACION
005210        GO TO FIN-PUNTUAR
005220     END-IF.
005230     MOVE 0 TO SW-CALIF-W.
005240     OPEN INPUT ARCHIVO-CALIF-PROV.
005250     IF OTR-STAT NOT = "00"
005260        MOVE 1 TO SW-CALIF-W
005270     END-IF.
005280     PERFORM INICIAR-COTIZACION.
005290     PERFORM CALCULAR-PUNTAJE UNTIL SW-FIN-W = 1.
005300     IF SW-CALIF-W = 0
005310        CLOSE ARCHIVO-CALIF-PROV
005320     END-IF.
005330     CLOSE ARCHIVO-COTIZACION.
005340     MOVE "S" TO RESULT-LNK.

005350 FIN-PUNTUAR.
005360     EXIT.

005370 INICIAR-COTIZACION.
005380     MOVE 0 TO SW-FIN-W.
005390     MOVE NRO-COT-LNK TO NRO-COT.
005400     MOVE 0 TO ITEM-COT NIT-COT.
005410     START ARCHIVO-COTIZACION KEY IS > LLAVE-COT
005420           INVALID KEY MOVE 1 TO SW-FIN-W
005430     END-START.

005440 LEER-COTIZACION.
005450     READ ARCHIVO-COTIZACION NEXT
005460          AT END MOVE 1 TO SW-FIN-W
005470     END-READ.
005480     IF SW-FIN-W = 0 AND NRO-COT NOT = NRO-COT-LNK
005490        MOVE 1 TO SW-FIN-W
005500     END-IF.

005510 TOMAR-MINIMOS.
005520     PERFORM LEER-COTIZACION.
005530     IF SW-FIN-W = 0 AND ITEM-COT <= MAX-ITEM-W
005540        IF ITEM-COT > TOT-ITEM-W
005550           MOVE ITEM-COT TO TOT-ITEM-W
005560        END-IF
005570        MOVE ITEM-COT    TO I
005580        MOVE COD-ART-COT TO COD-ART-IT-W (I)
005590        MOVE CANT-COT    TO CANT-IT-W (I)
005600        IF VLR-UNIT-COT > 0
005610           IF MIN-PRECIO-IT-W (I) = 0
005620              OR VLR-UNIT-COT < MIN-PRECIO-IT-W (I)
005630              MOVE VLR-UNIT-COT TO MIN-PRECIO-IT-W (I)
005640           END-IF
005650           IF MEJOR-NIT-IT-W (I) = 0
005660              OR DIAS-ENTREGA-COT < MIN-DIAS-IT-W (I)
005670              MOVE DIAS-ENTREGA-COT TO MIN-DIAS-IT-W (I)
005680           END-IF
005690           MOVE NIT-COT TO MEJOR-NIT-IT-W (I)
005700        END-IF
005710     END-IF.

005720 CALCULAR-PUNTAJE.
005730     PERFORM LEER-COTIZACION.
005740     IF SW-FIN-W = 0 AND ITEM-COT <= MAX-ITEM-W
005750        MOVE ITEM-COT TO I
005760        MOVE 0 TO PUNTAJE-COT FILL-COT
005770        IF VLR-UNIT-COT > 0
005780           COMPUTE PUNT-PRECIO-W ROUNDED =
005790               60 * MIN-PRECIO-IT-W (I) / VLR-UNIT-COT
005800           COMPUTE PUNT-ENTREGA-W ROUNDED =
005810               20 * (MIN-DIAS-IT-W (I) + 1)
005820                  / (DIAS-ENTREGA-COT + 1)
005830           PERFORM PUNTAJE-CUMPLIMIENTO
005840           COMPUTE PUNTAJE-COT =
005850               PUNT-PRECIO-W + PUNT-ENTREGA-W + PUNT-CUMPLE-W
005860        END-IF
005870        REWRITE REG-COT INVALID KEY CONTINUE END-REWRITE
005880     END-IF.

      * PROVEEDOR SIN CALIFICACION (INV424) QUEDA EN LA MITAD
005890 PUNTAJE-CUMPLIMIENTO.
005900     MOVE 10 TO PUNT-CUMPLE-W.
005910     IF SW-CALIF-W = 0
005920        MOVE NIT-COT TO NIT-CAL
005930        READ ARCHIVO-CALIF-PROV
005940             INVALID KEY CONTINUE
005950             NOT INVALID KEY
005960                IF FILL-CAL > 100
005970                   MOVE 100 TO FILL-CAL
005980                END-IF
005990                MOVE FILL-CAL TO FILL-COT
006000                COMPUTE PUNT-CUMPLE-W ROUNDED =
006010                    20 * FILL-CAL / 100
006020        END-READ
006030     END-IF.

      * GANA EL MAYOR PUNTAJE DE CADA RENGLON; SE ARMA UNA ORDEN POR
      * PROVEEDOR GANADOR Y LA SOLICITUD QUEDA LIGADA A SU RENGLON
006040 ADJUDICAR-COTIZACION.
006050     PERFORM PUNTUAR-COTIZACION THRU FIN-PUNTUAR.
006060     IF NOT COMPRA-OK
006070        GO TO FIN-ADJUDICAR
006080     END-IF.
006090     MOVE "N" TO RESULT-LNK.
006100     PERFORM ABRIR-COTIZACIONES.
006110     PERFORM INICIAR-COTIZACION.
006120     IF SW-FIN-W = 0
006130        PERFORM LEER-COTIZACION
006140     END-IF.
006150     IF SW-FIN-W = 1 OR ADJUDICADO-COT NOT = SPACE
006160        CLOSE ARCHIVO-COTIZACION
006170        GO TO FIN-ADJUDICAR
006180     END-IF.
006190     PERFORM LIMPIAR-GANADOR
006200             VARYING I FROM 1 BY 1 UNTIL I > TOT-ITEM-W.
006210     PERFORM INICIAR-COTIZACION.
006220     PERFORM ELEGIR-GANADOR UNTIL SW-FIN-W = 1.
006230     INITIALIZE TABLA-PROV-W.
006240     MOVE 0 TO TOT-PROV-W TOT-RENGLONES-W.
006250     OPEN I-O ARCHIVO-ORDEN2.
006260     IF OTR-STAT = "35"
006270        OPEN OUTPUT ARCHIVO-ORDEN2
006280        CLOSE ARCHIVO-ORDEN2
006290        OPEN I-O ARCHIVO-ORDEN2
006300     END-IF.
006310     PERFORM INICIAR-COTIZACION.
006320     PERFORM MARCAR-ADJUDICACION UNTIL SW-FIN-W = 1.
006330     CLOSE ARCHIVO-ORDEN2 ARCHIVO-COTIZACION.
006340     MOVE 0 TO SW-FIN-W.
006350     PERFORM ABRIR-SOLICITUDES.
006360     PERFORM LIGAR-SOLICITUD UNTIL SW-FIN-W = 1.
006370     CLOSE ARCHIVO-SOL-COMPRA.
006380     IF TOT-RENGLONES-W > 0
006390        MOVE "S" TO RESULT-LNK
006400     END-IF.

006410 FIN-ADJUDICAR.
006420     EXIT.

006430 LIMPIAR-GANADOR.
006440     MOVE 0 TO MEJOR-NIT-IT-W (I) MEJOR-PUNT-IT-W (I).

006450 ELEGIR-GANADOR.
006460     PERFORM LEER-COTIZACION.
006470     IF SW-FIN-W = 0 AND ITEM-COT <= MAX-ITEM-W
006480        AND VLR-UNIT-COT > 0
006490        MOVE ITEM-COT TO I
006500        IF PUNTAJE-COT > MEJOR-PUNT-IT-W (I)
006510           MOVE PUNTAJE-COT TO MEJOR-PUNT-IT-W (I)
006520           MOVE NIT-COT     TO MEJOR-NIT-IT-W (I)
006530        END-IF
006540     END-IF.

006550 MARCAR-ADJUDICACION.
006560     PERFORM LEER-COTIZACION.
006570     IF SW-FIN-W = 0
006580        MOVE "N" TO ADJUDICADO-COT
006590        IF ITEM-COT <= MAX-ITEM-W
006600           MOVE ITEM-COT TO I
006610           IF NIT-COT = MEJOR-NIT-IT-W (I) AND VLR-UNIT-COT > 0
006620              PERFORM GRABAR-RENGLON-ORDEN
006630           END-IF
006640        END-IF
006650        REWRITE REG-COT INVALID KEY CONTINUE END-REWRITE
006660     END-IF.

006670 GRABAR-RENGLON-ORDEN.
006680     MOVE 0 TO SW-HALLADO-W.
006690     PERFORM BUSCAR-PROV-GANADOR
006700             VARYING K FROM 1 BY 1
006710             UNTIL K > TOT-PROV-W OR SW-HALLADO-W = 1.
006720     IF SW-HALLADO-W = 0 AND TOT-PROV-W < MAX-PROV-W
006730        ADD 1 TO TOT-PROV-W
006740        MOVE TOT-PROV-W  TO K
006750        MOVE NIT-COT     TO NIT-PROV-W (K)
006760        MOVE NRO-COT     TO NRO-COT-ORD-W
006770        MOVE K           TO CONSEC-ORD-W
006780        MOVE ORDEN-NUEVA-W TO ORDEN-PROV-W (K)
006790        MOVE 1 TO SW-HALLADO-W
006800     END-IF.
006810     IF SW-HALLADO-W = 1
006820        ADD 1 TO ITEM-PROV-W (K)
006830        MOVE ORDEN-PROV-W (K) TO LLAVE-ORD-D2
006840        MOVE ITEM-PROV-W (K)  TO ITEM-ORD2
006850        MOVE COD-ART-COT      TO COD-ART-ORD2
006860        MOVE CANT-COT         TO CANT-ORD2
006870        MOVE VLR-UNIT-COT     TO VLR-UNIT-ORD2
006880        MOVE NIT-COT          TO NIT-ORD2
006890        MOVE FECHA-HOY-W      TO FECHA-ORD2
006900        WRITE REG-ORD2 INVALID KEY CONTINUE END-WRITE
006910        MOVE "S"              TO ADJUDICADO-COT
006920        MOVE LLAVE-ORD-D2     TO LLAVE-ORD-COT
006930                                 LLAVE-ORD-IT-W (I)
006940        MOVE ITEM-ORD2        TO ITEM-ORD-COT
006950                                 ITEM-ORD-IT-W (I)
006960        ADD 1 TO TOT-RENGLONES-W
006970     END-IF.

006980 BUSCAR-PROV-GANADOR.
006990     IF NIT-PROV-W (K) = NIT-COT
007000        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
007010        SUBTRACT 1 FROM K
007020     END-IF.

007030 LIGAR-SOLICITUD.
007040     READ ARCHIVO-SOL-COMPRA NEXT
007050          AT END MOVE 1 TO SW-FIN-W
007060     END-READ.
007070     IF SW-FIN-W = 0 AND SOL-EN-COTIZACION
007080        AND NRO-COT-SOL = NRO-COT-LNK
007090        MOVE ITEM-COT-SOL TO I
007100        IF I > 0 AND I <= TOT-ITEM-W
007110           AND LLAVE-ORD-IT-W (I) NOT = SPACES
007120           MOVE "O"                TO ESTADO-SOL
007130           MOVE LLAVE-ORD-IT-W (I) TO LLAVE-ORD-SOL
007140           MOVE ITEM-ORD-IT-W (I)  TO ITEM-ORD-SOL
007150        ELSE
007160           MOVE "A" TO ESTADO-SOL
007170           MOVE 0   TO NRO-COT-SOL ITEM-COT-SOL
007180        END-IF
007190        REWRITE REG-SOL INVALID KEY CONTINUE END-REWRITE
007200     END-IF.
