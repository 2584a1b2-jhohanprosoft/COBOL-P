      *=================================================================
      * BOMBAS - CRUCE DIARIO DE DOCUMENTOS EQUIVALENTES POS CONTRA
      * EL CIERRE DE CAJA POR VENDEDOR
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * POR LA FECHA RECIBIDA (CERO = HOY) SUMA POR VENDEDOR LOS
      * DOCUMENTOS EQUIVALENTES EMITIDOS EN BOMB27 (ISLA, VALES DE
      * FLOTA Y TICKETS DE TIENDA; LOS RECHAZADOS NO SUMAN Y LOS
      * CONVERTIDOS A FACTURA SI, PORQUE LA VENTA ES LA MISMA) Y LOS
      * CRUZA CONTRA LA VENTA DEL CIERRE DE CAJA DE BOMB16 (GALONAJES
      * MAS TIENDA). LISTA LA DIFERENCIA, LOS DOCUMENTOS AUN SIN
      * ACEPTAR POR LA DIAN Y LOS RECHAZADOS. SALIDA: SC-DEQCAJA.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB27-01.
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

000160     SELECT ARCHIVO-CIERRE-CAJA LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-CIERRE-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-CIERRE
000210         FILE STATUS IS OTR-STAT.

000220     SELECT REPORTE-CRUCE
000230         ASSIGN NOM-DEQCAJA-W
000240         ORGANIZATION IS LINE SEQUENTIAL.

000250 DATA DIVISION.
000260 FILE SECTION.

000270 FD  ARCHIVO-DOC-EQUIV
000280     LABEL RECORD STANDARD.
000290 01  REG-DEQ.
000300     02 LLAVE-DEQ.
000310        03 TIPO-DEQ             PIC X.
000320           88 ES-DOC-EQUIV      VALUE "E".
000330           88 ES-FACTURA        VALUE "F".
000340           88 ES-NOTA-AJUSTE    VALUE "N".
000350        03 SUC-DEQ              PIC XX.
000360        03 NRO-DEQ              PIC 9(9).
000370     02 FECHA-DEQ               PIC 9(8).
000380     02 HORA-DEQ                PIC 9(6).
000390     02 ORIGEN-DEQ              PIC X.
000400        88 VENTA-ISLA           VALUE "G".
000410        88 VENTA-TIENDA         VALUE "T".
000420        88 VENTA-VALE           VALUE "V".
000430     02 VEND-DEQ                PIC X(5).
000440     02 COMP-DEQ                PIC 9(5).
000450     02 ISLA-DEQ                PIC X.
000460     02 MANG-DEQ                PIC X.
000470     02 COMBUSTIBLE-DEQ         PIC X(4).
000480     02 GALONES-DEQ             PIC 9(7)V99.
000490     02 NRO-TICKET-DEQ          PIC 9(9).
000500     02 FECHA-VALE-DEQ          PIC 9(8).
000510     02 NRO-VALE-DEQ            PIC 9(6).
000520     02 PLACA-DEQ               PIC X(6).
000530     02 NIT-CLIENTE-DEQ         PIC 9(10).
000540     02 NOMBRE-CLIENTE-DEQ      PIC X(40).
000550     02 E-MAIL-CLIENTE-DEQ      PIC X(60).
000560     02 VALOR-DEQ               PIC 9(11)V99.
000570     02 REF-DEQ                 PIC X(12).
000580     02 ESTADO-DEQ              PIC X.
000590        88 DEQ-GENERADO         VALUE "G".
000600        88 DEQ-TRANSMITIDO      VALUE "T".
000610        88 DEQ-ACEPTADO         VALUE "A".
000620        88 DEQ-RECHAZADO        VALUE "R".
000630        88 DEQ-CONVERTIDO       VALUE "C".
000640     02 CUDE-DEQ                PIC X(96).
000650     02 QR-DEQ                  PIC X(60).
000660     02 CAUSAL-RECH-DEQ         PIC X(60).
000670     02 FACTURA-DEQ             PIC X(12).
000680     02 FECHA-GEN-DEQ           PIC 9(8).
000690     02 FECHA-ESTADO-DEQ        PIC 9(8).
000700     02 USUARIO-DEQ             PIC X(4).
000710     02 NIT-EMPRESA-DEQ         PIC 9(10).
000720     02 FILLER                  PIC X(20).

000730 FD  ARCHIVO-CIERRE-CAJA
000740     LABEL RECORD STANDARD.
000750 01  REG-CIERRE.
000760     02 LLAVE-CIERRE.
000770        03 FECHA-CIERRE         PIC X(6).
000780        03 VEND-CIERRE          PIC X(5).
000790     02 VALOR-VENTA-CIERRE      PIC 9(12)V99.
000800     02 VALOR-ENTREGA-CIERRE    PIC S9(12)V99 SIGN IS TRAILING.
000810     02 DIFERENCIA-CIERRE       PIC S9(12)V99 SIGN IS TRAILING.
000820     02 ESTADO-CIERRE           PIC X.
000830     02 FECHA-PROCESO-CIERRE    PIC 9(8).
000840     02 HORA-PROCESO-CIERRE     PIC 9(6).
000850     02 VALOR-CREDITO-CIERRE    PIC 9(12)V99.

000860 FD  REPORTE-CRUCE
000870     LABEL RECORD STANDARD.
000880 01  LIN-CRUCE                  PIC X(132).

000890 WORKING-STORAGE SECTION.

000900 77  NOM-DOCEQ-W                PIC X(60)
000910     VALUE "D:\progelect\DATOS\SC-DOCEQUIV.DAT".
000920 77  NOM-CIERRE-W               PIC X(60)
000930     VALUE "D:\progelect\DATOS\SC-CIERRECJ.DAT".
000940 77  NOM-DEQCAJA-W              PIC X(60)
000950     VALUE "D:\progelect\DATOS\SC-DEQCAJA.TXT".
000960 77  OTR-STAT                   PIC XX.
000970 77  SW-FIN-W                   PIC 9 VALUE 0.
000980 77  SW-HALLADO-W               PIC 9 VALUE 0.
000990 77  I                          PIC 99 VALUE 0.
001000 77  TOT-VEND-W                 PIC 99 VALUE 0.
001010 77  VEND-BUS-W                 PIC X(5).
001020 77  FECHA-CORTA-W              PIC X(6).
001030 77  TOTAL-DOCS-W               PIC 9(12)V99 VALUE 0.
001040 77  DIFERENCIA-W               PIC S9(12)V99 VALUE 0.
001050 77  GRAN-DOCS-W                PIC 9(13)V99 VALUE 0.
001060 77  GRAN-CIERRE-W              PIC 9(13)V99 VALUE 0.
001070 77  GRAN-PEND-W                PIC 9(5) VALUE 0.
001080 77  GRAN-RECH-W                PIC 9(5) VALUE 0.

001090 01  TABLA-VEND-W.
001100     02 VEND-W OCCURS 50.
001110        03 VEND-TAB-W           PIC X(5).
001120        03 DOCS-TAB-W           PIC 9(5).
001130        03 ISLA-TAB-W           PIC 9(12)V99.
001140        03 VALE-TAB-W           PIC 9(12)V99.
001150        03 TIENDA-TAB-W         PIC 9(12)V99.
001160        03 PEND-TAB-W           PIC 9(5).
001170        03 RECH-TAB-W           PIC 9(5).
001180        03 CIERRE-TAB-W         PIC 9(12)V99.
001190        03 SW-CIERRE-TAB-W      PIC 9.

001200 01  LIN-TITULO.
001210     02 FILLER                  PIC X(50) VALUE
001220        "DOCUMENTOS EQUIVALENTES POS CONTRA CIERRE - FECHA ".
001230     02 FECHA-TIT               PIC 9(8).
001240 01  LIN-COLUMNAS.
001241     02 FILLER                  PIC X(38) VALUE
001242        "VEND  DOCS          ISLA         VALES".
001243     02 FILLER                  PIC X(46) VALUE
001244        "        TIENDA    TOTAL DOCUM.    VENTA CIERRE".
001245     02 FILLER                  PIC X(46) VALUE
001246        "     DIFERENCIA PEND RECH OBSERVACION         ".
001310 01  LIN-DETALLE.
001320     02 VEND-DET                PIC X(5).
001330     02 DOCS-DET                PIC ZZZZ9.
001340     02 ISLA-DET                PIC ZZZZZZZZZZ9.99.
001350     02 VALE-DET                PIC ZZZZZZZZZZ9.99.
001360     02 TIENDA-DET              PIC ZZZZZZZZZZ9.99.
001370     02 FILLER                  PIC X VALUE SPACE.
001380     02 TOTAL-DET               PIC ZZZZZZZZZZZ9.99.
001390     02 FILLER                  PIC X VALUE SPACE.
001400     02 CIERRE-DET              PIC ZZZZZZZZZZZ9.99.
001410     02 DIFER-DET               PIC -ZZZZZZZZZZ9.99.
001420     02 PEND-DET                PIC ZZZZ9.
001430     02 RECH-DET                PIC ZZZZ9.
001440     02 FILLER                  PIC X VALUE SPACE.
001450     02 OBSERV-DET              PIC X(20).
001460 01  LIN-TOTAL.
001470     02 FILLER                  PIC X(20) VALUE
001480        "TOTAL DOCUMENTOS: ".
001490     02 DOCS-TOT                PIC ZZZZZZZZZZZZ9.99.
001500     02 FILLER                  PIC X(12) VALUE "  CIERRES: ".
001510     02 CIERRE-TOT              PIC ZZZZZZZZZZZZ9.99.
001520     02 FILLER                  PIC X(16) VALUE
001530        "  SIN ACEPTAR: ".
001540     02 PEND-TOT                PIC ZZZZ9.
001550     02 FILLER                  PIC X(14) VALUE
001560        "  RECHAZADOS: ".
001570     02 RECH-TOT                PIC ZZZZ9.

001580 LINKAGE SECTION.
001590 01  FECHA-LNK                  PIC 9(8).

001600 PROCEDURE DIVISION USING FECHA-LNK.

001610 MAINLINE.
001620     IF FECHA-LNK = 0
001630        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LNK
001640     END-IF.
001650     MOVE FECHA-LNK (3:6) TO FECHA-CORTA-W.
001660     INITIALIZE TABLA-VEND-W.
001670     OPEN INPUT ARCHIVO-DOC-EQUIV ARCHIVO-CIERRE-CAJA.
001680     MOVE 0 TO SW-FIN-W.
001690     MOVE FECHA-LNK TO FECHA-DEQ.
001700     START ARCHIVO-DOC-EQUIV KEY IS >= FECHA-DEQ
001710           INVALID KEY MOVE 1 TO SW-FIN-W.
001720     PERFORM SUMAR-DOCUMENTO UNTIL SW-FIN-W = 1.
001730     MOVE 0 TO SW-FIN-W.
001740     MOVE FECHA-CORTA-W TO FECHA-CIERRE.
001750     MOVE LOW-VALUES    TO VEND-CIERRE.
001760     START ARCHIVO-CIERRE-CAJA KEY IS >= LLAVE-CIERRE
001770           INVALID KEY MOVE 1 TO SW-FIN-W.
001780     PERFORM SUMAR-CIERRE UNTIL SW-FIN-W = 1.
001790     CLOSE ARCHIVO-DOC-EQUIV ARCHIVO-CIERRE-CAJA.
001800     OPEN OUTPUT REPORTE-CRUCE.
001810     MOVE FECHA-LNK    TO FECHA-TIT.
001820     MOVE LIN-TITULO   TO LIN-CRUCE.
001830     WRITE LIN-CRUCE.
001840     MOVE LIN-COLUMNAS TO LIN-CRUCE.
001850     WRITE LIN-CRUCE.
001860     PERFORM LISTAR-VENDEDOR VARYING I FROM 1 BY 1
001870             UNTIL I > TOT-VEND-W.
001880     MOVE GRAN-DOCS-W   TO DOCS-TOT.
001890     MOVE GRAN-CIERRE-W TO CIERRE-TOT.
001900     MOVE GRAN-PEND-W   TO PEND-TOT.
001910     MOVE GRAN-RECH-W   TO RECH-TOT.
001920     MOVE LIN-TOTAL     TO LIN-CRUCE.
001930     WRITE LIN-CRUCE.
001940     CLOSE REPORTE-CRUCE.
001950     EXIT PROGRAM.

      * SOLO LOS DOCUMENTOS EQUIVALENTES: LA FACTURA Y LA NOTA DE UNA
      * CONVERSION NO SON VENTA NUEVA.
001960 SUMAR-DOCUMENTO.
001970     READ ARCHIVO-DOC-EQUIV NEXT
001980          AT END MOVE 1 TO SW-FIN-W
001990     END-READ.
002000     IF SW-FIN-W = 0
002010        IF FECHA-DEQ NOT = FECHA-LNK
002020           MOVE 1 TO SW-FIN-W
002030        ELSE
002040           IF ES-DOC-EQUIV
002050              MOVE VEND-DEQ TO VEND-BUS-W
002060              PERFORM UBICAR-VENDEDOR
002070              IF SW-HALLADO-W = 1
002080                 PERFORM ACUMULAR-DOCUMENTO
002090              END-IF
002100           END-IF
002110        END-IF
002120     END-IF.

002130 ACUMULAR-DOCUMENTO.
002140     IF DEQ-RECHAZADO
002150        ADD 1 TO RECH-TAB-W (I)
002160     ELSE
002170        ADD 1 TO DOCS-TAB-W (I)
002180        EVALUATE TRUE
002190           WHEN VENTA-VALE
002200              ADD VALOR-DEQ TO VALE-TAB-W (I)
002210           WHEN VENTA-TIENDA
002220              ADD VALOR-DEQ TO TIENDA-TAB-W (I)
002230           WHEN OTHER
002240              ADD VALOR-DEQ TO ISLA-TAB-W (I)
002250        END-EVALUATE
002260        IF DEQ-GENERADO OR DEQ-TRANSMITIDO
002270           ADD 1 TO PEND-TAB-W (I)
002280        END-IF
002290     END-IF.

002300 SUMAR-CIERRE.
002310     READ ARCHIVO-CIERRE-CAJA NEXT
002320          AT END MOVE 1 TO SW-FIN-W
002330     END-READ.
002340     IF SW-FIN-W = 0
002350        IF FECHA-CIERRE NOT = FECHA-CORTA-W
002360           MOVE 1 TO SW-FIN-W
002370        ELSE
002380           MOVE VEND-CIERRE TO VEND-BUS-W
002390           PERFORM UBICAR-VENDEDOR
002400           IF SW-HALLADO-W = 1
002410              MOVE VALOR-VENTA-CIERRE TO CIERRE-TAB-W (I)
002420              MOVE 1 TO SW-CIERRE-TAB-W (I)
002430           END-IF
002440        END-IF
002450     END-IF.

      * EL VENDEDOR NUEVO SE AGREGA AL FINAL DE LA TABLA
002460 UBICAR-VENDEDOR.
002470     MOVE 0 TO SW-HALLADO-W.
002480     PERFORM BUSCAR-VENDEDOR VARYING I FROM 1 BY 1
002490             UNTIL I > TOT-VEND-W OR SW-HALLADO-W = 1.
002500     IF SW-HALLADO-W = 0 AND TOT-VEND-W < 50
002510        ADD 1 TO TOT-VEND-W
002520        MOVE TOT-VEND-W TO I
002530        MOVE VEND-BUS-W TO VEND-TAB-W (I)
002540        MOVE 1 TO SW-HALLADO-W
002550     END-IF.

      * AL HALLARLO I QUEDA UNO ADELANTE POR EL VARYING
002560 BUSCAR-VENDEDOR.
002570     IF VEND-TAB-W (I) = VEND-BUS-W
002580        MOVE 1 TO SW-HALLADO-W
002590        SUBTRACT 1 FROM I
002600     END-IF.

002610 LISTAR-VENDEDOR.
002620     COMPUTE TOTAL-DOCS-W = ISLA-TAB-W (I) + VALE-TAB-W (I)
002630                          + TIENDA-TAB-W (I).
002640     COMPUTE DIFERENCIA-W = TOTAL-DOCS-W - CIERRE-TAB-W (I).
002650     MOVE VEND-TAB-W (I)   TO VEND-DET.
002660     MOVE DOCS-TAB-W (I)   TO DOCS-DET.
002670     MOVE ISLA-TAB-W (I)   TO ISLA-DET.
002680     MOVE VALE-TAB-W (I)   TO VALE-DET.
002690     MOVE TIENDA-TAB-W (I) TO TIENDA-DET.
002700     MOVE TOTAL-DOCS-W     TO TOTAL-DET.
002710     MOVE CIERRE-TAB-W (I) TO CIERRE-DET.
002720     MOVE DIFERENCIA-W     TO DIFER-DET.
002730     MOVE PEND-TAB-W (I)   TO PEND-DET.
002740     MOVE RECH-TAB-W (I)   TO RECH-DET.
002750     EVALUATE TRUE
002760        WHEN SW-CIERRE-TAB-W (I) = 0
002770           MOVE "SIN CIERRE DE CAJA"  TO OBSERV-DET
002780        WHEN DIFERENCIA-W = 0
002790           MOVE "CUADRA"              TO OBSERV-DET
002800        WHEN DIFERENCIA-W < 0
002810           MOVE "VENTAS SIN DOCUMENTO" TO OBSERV-DET
002820        WHEN OTHER
002830           MOVE "DOCUMENTOS DE MAS"   TO OBSERV-DET
002840     END-EVALUATE.
002850     MOVE LIN-DETALLE TO LIN-CRUCE.
002860     WRITE LIN-CRUCE.
002870     ADD TOTAL-DOCS-W     TO GRAN-DOCS-W.
002880     ADD CIERRE-TAB-W (I) TO GRAN-CIERRE-W.
002890     ADD PEND-TAB-W (I)   TO GRAN-PEND-W.
002900     ADD RECH-TAB-W (I)   TO GRAN-RECH-W.
