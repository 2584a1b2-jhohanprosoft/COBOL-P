      * PO -> 22/08/2026 PABLO OLGUIN - REG-ORD2 IGUALADO CON INV424:
      *         NIT-ORD2 (PROVEEDOR) Y FECHA-ORD2 (FECHA DE LA ORDEN)
      *         AGREGADOS AL FINAL DEL REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - COLUMNA DE LO FACTURADO
      *         ELECTRONICAMENTE POR EL PROVEEDOR (ARCHIVO-FACT-PROV-DET
      *         QUE CARGA INV439 DEL BUZON); SI HAY FACTURA ELECTRONICA
      *         SU VALOR TAMBIEN DEBE CUADRAR CON LA ORDEN.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV496.
000030 ENVIRONMENT DIVISION.
000240            WITH DUPLICATES
000250         FILE STATUS IS OTR-STAT.

000251     SELECT ARCHIVO-FACT-PROV-DET LOCK MODE IS AUTOMATIC
000252         ASSIGN NOM-FACTPROVD-W
000253         ORGANIZATION IS INDEXED
000254         ACCESS MODE IS DYNAMIC
000255         RECORD KEY IS LLAVE-FPD
000256         ALTERNATE RECORD KEY IS LLAVE-ORD-FPD WITH DUPLICATES
000257         FILE STATUS IS OTR-STAT.

000260     SELECT REPORTE-3VIAS
000270         ASSIGN NOM-REP3V-W
000280         ORGANIZATION IS LINE SEQUENTIAL.
000521     02 COD-DIV-INV            PIC XX.
000522     02 COD-COSTO-INV          PIC X(4).

000523 FD  ARCHIVO-FACT-PROV-DET
000524     LABEL RECORD STANDARD.
000525 01  REG-FPD.
000526     02 LLAVE-FPD.
000527        03 NIT-FPD              PIC 9(10).
000528        03 NRO-FPD              PIC X(20).
000529        03 LINEA-FPD            PIC 9(3).
000530     02 LLAVE-ORD-FPD.
000531        03 ORDEN-FPD            PIC X(10).
000532        03 COD-ART-FPD          PIC X(8).
000533     02 ITEM-PROV-FPD           PIC X(20).
000534     02 CANT-FPD                PIC 9(9)V99.
000535     02 VLR-LINEA-FPD           PIC 9(11)V99.
000536     02 FILLER                  PIC X(10).

000537 FD  REPORTE-3VIAS
000540     LABEL RECORD STANDARD.
000550 01  LIN-3VIAS                 PIC X(130).

000600     VALUE "D:\progelect\DATOS\SC-MOVINV.DAT".
000610 77  NOM-REP3V-W                PIC X(60)
000620     VALUE "D:\progelect\DATOS\SC-3VIASOC.TXT".
000621 77  NOM-FACTPROVD-W            PIC X(60)
000622     VALUE "D:\progelect\DATOS\SC-FACTPROVD.DAT".
000630 77  OTR-STAT                   PIC XX.
000640 77  SW-FIN-ORD2-W              PIC 9 VALUE 0.
000650 77  SW-FIN-INV-W               PIC 9 VALUE 0.
000651 77  SW-FIN-FPD-W               PIC 9 VALUE 0.
000652 77  VLR-FE-TOT-W               PIC 9(11)V99.
000653 77  DIF-FE-W                   PIC S9(11)V99 SIGN IS TRAILING.
000660 77  CANT-RECIB-W               PIC 9(9)V99.
000670 77  VLR-FACT-TOT-W             PIC 9(9)V99.
000680 77  VLR-ORD-TOT-W              PIC 9(9)V99.
000820     02 FILLER                  PIC X VALUE SPACE.
000830     02 VLR-FACT-REP            PIC ZZZZZZZZ9.99.
000840     02 FILLER                  PIC X VALUE SPACE.
000841     02 FILLER                  PIC X VALUE SPACE.
000842     02 VLR-FE-REP              PIC ZZZZZZZZZZ9.99.
000850     02 MARCA-REP               PIC X(12).

000860 LINKAGE SECTION.
000950     OPEN INPUT ARCHIVO-ORDEN2.
000960     OPEN INPUT MOVIMIENTO-INVENT.
000970     OPEN OUTPUT REPORTE-3VIAS.
000971     OPEN INPUT ARCHIVO-FACT-PROV-DET.
000972     IF OTR-STAT NOT = "00"
000973        MOVE 1 TO SW-FIN-FPD-W
000974     END-IF.

000980 CONCILIAR-ORDEN.
000990     MOVE 0 TO SW-FIN-ORD2-W.
001120        MOVE 1 TO SW-FIN-ORD2-W
001130     ELSE
001140        PERFORM TOTALIZAR-RECIBOS-RENGLON
001141        PERFORM TOTALIZAR-FACTURA-ELEC
001150        PERFORM ESCRIBIR-LINEA-3VIAS
001160        PERFORM LEER-ORD2
001170     END-IF.
001340           ADD CANT-INV     TO CANT-RECIB-W
001350           ADD VLR-FACT-INV TO VLR-FACT-TOT-W
001360        END-IF
001361        PERFORM LEER-INV
001362     END-IF.

      * SI EL ARCHIVO DE FACTURAS ELECTRONICAS NO EXISTE AUN LA
      * COLUMNA QUEDA EN CERO Y NO PARTICIPA DEL CUADRE.
001363 TOTALIZAR-FACTURA-ELEC.
001364     MOVE 0 TO VLR-FE-TOT-W.
001365     IF SW-FIN-FPD-W = 0
001366        MOVE LLAVE-ORD-LNK TO ORDEN-FPD
001367        MOVE COD-ART-ORD2  TO COD-ART-FPD
001368        START ARCHIVO-FACT-PROV-DET KEY IS = LLAVE-ORD-FPD
001369              INVALID KEY CONTINUE
001370              NOT INVALID KEY PERFORM ACUMULAR-FACTURA-ELEC
001371        END-START
001372     END-IF.

001373 ACUMULAR-FACTURA-ELEC.
001374     READ ARCHIVO-FACT-PROV-DET NEXT
001375          AT END MOVE SPACES TO LLAVE-ORD-FPD
001376     END-READ.
001377     PERFORM SUMAR-FACTURA-ELEC
001378             UNTIL ORDEN-FPD NOT = LLAVE-ORD-LNK
001379                OR COD-ART-FPD NOT = COD-ART-ORD2.

001380 SUMAR-FACTURA-ELEC.
001381     ADD VLR-LINEA-FPD TO VLR-FE-TOT-W.
001382     READ ARCHIVO-FACT-PROV-DET NEXT
001383          AT END MOVE SPACES TO LLAVE-ORD-FPD
001384     END-READ.

001390 ESCRIBIR-LINEA-3VIAS.
001400     COMPUTE VLR-ORD-TOT-W = CANT-ORD2 * VLR-UNIT-ORD2.
001460     MOVE CANT-RECIB-W   TO CANT-RECIB-REP.
001470     MOVE VLR-ORD-TOT-W  TO VLR-ORD-REP.
001480     MOVE VLR-FACT-TOT-W TO VLR-FACT-REP.
001481     MOVE VLR-FE-TOT-W   TO VLR-FE-REP.
001482     MOVE 0 TO DIF-FE-W.
001483     IF VLR-FE-TOT-W > 0
001484        COMPUTE DIF-FE-W = VLR-FE-TOT-W - VLR-ORD-TOT-W
001485     END-IF.
001486     IF DIF-CANT-W = 0 AND DIF-VLR-W = 0 AND DIF-FE-W = 0
001500        MOVE "CUADRA"      TO MARCA-REP
001510        ADD 0 TO TOT-DIF-W
001520     ELSE

001580 CERRAR-ARCHIVOS.
001590     CLOSE ARCHIVO-ORDEN2 MOVIMIENTO-INVENT REPORTE-3VIAS.
001591     IF SW-FIN-FPD-W = 0
001592        CLOSE ARCHIVO-FACT-PROV-DET
001593     END-IF.
001600     DISPLAY "RENGLONES CON DIFERENCIA: " TOT-DIF-W.
