      *=================================================================
      * INVENTARIOS - CUADRO COMPARATIVO DE COTIZACION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * PUNTUA LAS OFERTAS DE LA COTIZACION (INV436 MODO "P") Y LISTA
      * POR RENGLON CADA PROVEEDOR CON SU PRECIO UNITARIO, VALOR TOTAL,
      * DIAS DE ENTREGA, PLAZO DE PAGO, FILL RATE DE SU CALIFICACION
      * (INV424) Y PUNTAJE. MARCA "MEJOR" LA OFERTA DE MAYOR PUNTAJE
      * Y "ADJUDICADA" LA QUE YA GANO (CON SU ORDEN DE COMPRA). EL
      * PROVEEDOR QUE NO COTIZO SALE "SIN OFERTA".
      * SALIDA: SC-CUADROCOT.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV436-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-COTIZACION LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-COTIZA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-COT
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-TERCEROS LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-TER-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-TERCERO
000200         FILE STATUS IS OTR-STAT.

000210     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-ART-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS COD-ART
000260         ALTERNATE RECORD KEY IS DESCRIP-ART WITH DUPLICATES
000270         FILE STATUS IS OTR-STAT.

000280     SELECT REPORTE-CUADRO
000290         ASSIGN NOM-REPCUA-W
000300         ORGANIZATION IS LINE SEQUENTIAL.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  ARCHIVO-COTIZACION
000340     LABEL RECORD STANDARD.
000350 01  REG-COT.
000360     02 LLAVE-COT.
000370        03 NRO-COT              PIC 9(6).
000380        03 ITEM-COT             PIC 9(3).
000390        03 NIT-COT              PIC 9(10).
000400     02 COD-ART-COT             PIC X(8).
000410     02 CANT-COT                PIC 9(9)V99.
000420     02 FECHA-COT               PIC 9(8).
000430     02 VLR-UNIT-COT            PIC 9(9)V99.
000440     02 DIAS-ENTREGA-COT        PIC 9(3).
000450     02 PLAZO-PAGO-COT          PIC 9(3).
000460     02 CONDIC-COT              PIC X(30).
000470     02 FILL-COT                PIC 9(3)V99.
000480     02 PUNTAJE-COT             PIC 9(3)V99.
000490     02 ADJUDICADO-COT          PIC X.
000500        88 COT-GANADORA         VALUE "S".
000510        88 COT-PERDEDORA        VALUE "N".
000520     02 LLAVE-ORD-COT           PIC X(10).
000530     02 ITEM-ORD-COT            PIC 9(3).
000540     02 OPER-COT                PIC X(4).
000550     02 FILLER                  PIC X(15).

000560 FD  ARCHIVO-TERCEROS
000570     LABEL RECORD STANDARD.
000580 01  REG-TERCERO.
000590     02 COD-TERCERO             PIC 9(10).
000600     02 E-MAIL-TER              PIC X(60).
000610     02 NOMBRE-TER              PIC X(40).
000620     02 FILLER                  PIC X(10).

000630 FD  MAESTRO-ARTICULOS
000640     LABEL RECORD STANDARD.
000650 01  REG-ART.
000660     02 COD-ART                 PIC X(8).
000670     02 DESCRIP-ART             PIC X(50).
000680     02 STOCK-MIN-ART           PIC 9(6).
000690     02 STOCK-MAX-ART           PIC 9(6).
000700     02 STOCK-ALMAC-ART         PIC 9(5).
000710     02 ESTADO-ART              PIC 9.
000720        88 ARTICULO-ACTIVO      VALUE 1.
000730     02 UNIDAD-ART              PIC X(4).
000740     02 COD-BARRAS-ART          PIC X(13).
000750     02 CONTROL-ESP-ART         PIC X.
000760     02 VR-VENTA-ART            PIC 9(9)V99.
000770     02 EXISTENCIA-ART          PIC S9(9)V99 SIGN IS TRAILING.
000780     02 FILLER                  PIC X(10).

000790 FD  REPORTE-CUADRO
000800     LABEL RECORD STANDARD.
000810 01  LIN-CUADRO                 PIC X(132).

000820 WORKING-STORAGE SECTION.

000830 77  NOM-COTIZA-W               PIC X(60)
000840     VALUE "D:\progelect\DATOS\SC-COTIZA.DAT".
000850 77  NOM-TER-W                  PIC X(60)
000860     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
000870 77  NOM-ART-W                  PIC X(60)
000880     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
000890 77  NOM-REPCUA-W               PIC X(60)
000900     VALUE "D:\progelect\DATOS\SC-CUADROCOT.TXT".
000910 77  OTR-STAT                   PIC XX.
000920 77  SW-FIN-W                   PIC 9 VALUE 0.
000930 77  ITEM-ANT-W                 PIC 9(3) VALUE 0.
000940 77  I                          PIC 9(3).
000950 77  MAX-ITEM-W                 PIC 9(3) VALUE 100.
000960 77  VLR-TOTAL-W                PIC 9(11)V99.
000970 77  MODO-COMPRA-W              PIC X VALUE "P".
000980 77  USUARIO-W                  PIC X(4) VALUE SPACES.
000990 77  RESULT-COMPRA-W            PIC X.

001000 01  DATOS-SOL-W.
001010     02 NRO-SOL-W               PIC 9(6).
001020     02 ITEM-SOL-W              PIC 9(3).
001030     02 COD-DEPEN-W             PIC 9(3).
001040     02 COD-ART-W               PIC X(8).
001050     02 CANT-W                  PIC 9(9)V99.
001060     02 OBSERV-W                PIC X(40).
001070     02 DECISION-W              PIC X.

001080 01  DATOS-COT-W.
001090     02 NRO-COT-W               PIC 9(6).
001100     02 ITEM-COT-W              PIC 9(3).
001110     02 NIT-W                   PIC 9(10).
001120     02 VLR-UNIT-W              PIC 9(9)V99.
001130     02 DIAS-ENTREGA-W          PIC 9(3).
001140     02 PLAZO-PAGO-W            PIC 9(3).
001150     02 CONDIC-W                PIC X(30).
001160     02 TABLA-NIT-W.
001170        03 NIT-INVITA-W         PIC 9(10) OCCURS 10 TIMES.

001180 01  TABLA-MEJOR-W.
001190     02 MEJOR-PUNT-W            PIC 9(3)V99 OCCURS 100 TIMES.

001200 01  LIN-TITULO-CUA.
001210     02 FILLER                  PIC X(29) VALUE
001220        "CUADRO COMPARATIVO COTIZACION".
001230     02 FILLER                  PIC X VALUE SPACE.
001240     02 NRO-COT-TIT             PIC 9(6).

001250 01  LIN-RENGLON-CUA.
001260     02 FILLER                  PIC X(8) VALUE "RENGLON ".
001270     02 ITEM-REN                PIC ZZ9.
001280     02 FILLER                  PIC X VALUE SPACE.
001290     02 ART-REN                 PIC X(8).
001300     02 FILLER                  PIC X VALUE SPACE.
001310     02 DESCRIP-REN             PIC X(50).
001320     02 FILLER                  PIC X(7) VALUE " CANT: ".
001330     02 CANT-REN                PIC ZZZZZZZZ9.99.

001340 01  LIN-OFERTA-CUA.
001350     02 FILLER                  PIC X(3) VALUE SPACES.
001360     02 NIT-OFE                 PIC 9(10).
001370     02 FILLER                  PIC X VALUE SPACE.
001380     02 NOMBRE-OFE              PIC X(27).
001390     02 FILLER                  PIC X VALUE SPACE.
001400     02 VLR-UNIT-OFE            PIC ZZZZZZZZ9.99.
001410     02 FILLER                  PIC X VALUE SPACE.
001420     02 VLR-TOTAL-OFE           PIC ZZZZZZZZZZ9.99.
001430     02 FILLER                  PIC X(5) VALUE " ENT ".
001440     02 DIAS-OFE                PIC ZZ9.
001450     02 FILLER                  PIC X(6) VALUE " PAGO ".
001460     02 PLAZO-OFE               PIC ZZ9.
001470     02 FILLER                  PIC X(6) VALUE " FILL ".
001480     02 FILL-OFE                PIC ZZ9.99.
001490     02 FILLER                  PIC X(6) VALUE " PTOS ".
001500     02 PUNTAJE-OFE             PIC ZZ9.99.
001510     02 FILLER                  PIC X VALUE SPACE.
001520     02 MARCA-OFE               PIC X(10).
001530     02 FILLER                  PIC X VALUE SPACE.
001540     02 ORDEN-OFE               PIC X(10).

001550 LINKAGE SECTION.
001560 01  NRO-COT-LNK                PIC 9(6).
001570 01  RESULT-LNK                 PIC X.
001580     88 CUADRO-OK               VALUE "S".
001590     88 CUADRO-NO-OK            VALUE "N".

001600 PROCEDURE DIVISION USING NRO-COT-LNK RESULT-LNK.

001610 MAINLINE.
001620     MOVE "N" TO RESULT-LNK.
001630     INITIALIZE DATOS-SOL-W DATOS-COT-W.
001640     MOVE NRO-COT-LNK TO NRO-COT-W.
001650     CALL "INV436" USING MODO-COMPRA-W DATOS-SOL-W DATOS-COT-W
001660                         USUARIO-W RESULT-COMPRA-W.
001670     CANCEL "INV436".
001680     IF RESULT-COMPRA-W = "S"
001690        PERFORM ABRIR-ARCHIVOS
001700        PERFORM INICIAR-COTIZACION
001710        PERFORM TOMAR-MEJOR UNTIL SW-FIN-W = 1
001720        PERFORM INICIAR-COTIZACION
001730        PERFORM IMPRIMIR-OFERTA UNTIL SW-FIN-W = 1
001740        PERFORM CERRAR-ARCHIVOS
001750        MOVE "S" TO RESULT-LNK
001760     END-IF.
001770     EXIT PROGRAM.

001780 ABRIR-ARCHIVOS.
001790     OPEN INPUT ARCHIVO-COTIZACION ARCHIVO-TERCEROS
001800                MAESTRO-ARTICULOS.
001810     OPEN OUTPUT REPORTE-CUADRO.
001820     INITIALIZE TABLA-MEJOR-W.
001830     MOVE NRO-COT-LNK TO NRO-COT-TIT.
001840     MOVE LIN-TITULO-CUA TO LIN-CUADRO.
001850     WRITE LIN-CUADRO.

001860 INICIAR-COTIZACION.
001870     MOVE 0 TO SW-FIN-W ITEM-ANT-W.
001880     MOVE NRO-COT-LNK TO NRO-COT.
001890     MOVE 0 TO ITEM-COT NIT-COT.
001900     START ARCHIVO-COTIZACION KEY IS > LLAVE-COT
001910           INVALID KEY MOVE 1 TO SW-FIN-W
001920     END-START.

001930 LEER-COTIZACION.
001940     READ ARCHIVO-COTIZACION NEXT
001950          AT END MOVE 1 TO SW-FIN-W
001960     END-READ.
001970     IF SW-FIN-W = 0 AND NRO-COT NOT = NRO-COT-LNK
001980        MOVE 1 TO SW-FIN-W
001990     END-IF.

002000 TOMAR-MEJOR.
002010     PERFORM LEER-COTIZACION.
002020     IF SW-FIN-W = 0 AND ITEM-COT <= MAX-ITEM-W
002030        MOVE ITEM-COT TO I
002040        IF PUNTAJE-COT > MEJOR-PUNT-W (I)
002050           MOVE PUNTAJE-COT TO MEJOR-PUNT-W (I)
002060        END-IF
002070     END-IF.

002080 IMPRIMIR-OFERTA.
002090     PERFORM LEER-COTIZACION.
002100     IF SW-FIN-W = 0
002110        IF ITEM-COT NOT = ITEM-ANT-W
002120           PERFORM IMPRIMIR-RENGLON
002130        END-IF
002140        PERFORM IMPRIMIR-PROVEEDOR
002150     END-IF.

002160 IMPRIMIR-RENGLON.
002170     MOVE ITEM-COT TO ITEM-ANT-W.
002180     MOVE SPACES TO LIN-CUADRO.
002190     WRITE LIN-CUADRO.
002200     MOVE ITEM-COT    TO ITEM-REN.
002210     MOVE COD-ART-COT TO ART-REN COD-ART.
002220     READ MAESTRO-ARTICULOS
002230          INVALID KEY MOVE SPACES TO DESCRIP-ART
002240     END-READ.
002250     MOVE DESCRIP-ART TO DESCRIP-REN.
002260     MOVE CANT-COT    TO CANT-REN.
002270     MOVE LIN-RENGLON-CUA TO LIN-CUADRO.
002280     WRITE LIN-CUADRO.

002290 IMPRIMIR-PROVEEDOR.
002300     MOVE NIT-COT TO NIT-OFE COD-TERCERO.
002310     READ ARCHIVO-TERCEROS
002320          INVALID KEY MOVE SPACES TO NOMBRE-TER
002330     END-READ.
002340     MOVE NOMBRE-TER       TO NOMBRE-OFE.
002350     COMPUTE VLR-TOTAL-W ROUNDED = VLR-UNIT-COT * CANT-COT.
002360     MOVE VLR-UNIT-COT     TO VLR-UNIT-OFE.
002370     MOVE VLR-TOTAL-W      TO VLR-TOTAL-OFE.
002380     MOVE DIAS-ENTREGA-COT TO DIAS-OFE.
002390     MOVE PLAZO-PAGO-COT   TO PLAZO-OFE.
002400     MOVE FILL-COT         TO FILL-OFE.
002410     MOVE PUNTAJE-COT      TO PUNTAJE-OFE.
002420     MOVE SPACES           TO MARCA-OFE ORDEN-OFE.
002430     IF VLR-UNIT-COT = 0
002440        MOVE "SIN OFERTA" TO MARCA-OFE
002450     ELSE
002460        IF ITEM-COT <= MAX-ITEM-W
002470           IF PUNTAJE-COT = MEJOR-PUNT-W (ITEM-COT)
002480              MOVE "MEJOR" TO MARCA-OFE
002490           END-IF
002500        END-IF
002510     END-IF.
002520     IF COT-GANADORA
002530        MOVE "ADJUDICADA"  TO MARCA-OFE
002540        MOVE LLAVE-ORD-COT TO ORDEN-OFE
002550     END-IF.
002560     MOVE LIN-OFERTA-CUA TO LIN-CUADRO.
002570     WRITE LIN-CUADRO.

002580 CERRAR-ARCHIVOS.
002590     CLOSE ARCHIVO-COTIZACION ARCHIVO-TERCEROS MAESTRO-ARTICULOS
002600           REPORTE-CUADRO.
