      * PO -> 22/08/2026 PABLO OLGUIN - REG-TERCERO IGUALADO CON
      *         CON123: NOMBRE-TER NOMBRADO DENTRO DEL AREA QUE ESTABA
      *         EN FILLER (MISMA LONGITUD DE REGISTRO).
      * PO -> 15/10/2026 PABLO OLGUIN - LA CALIFICACION DE CADA
      *         PROVEEDOR QUEDA TAMBIEN EN ARCHIVO-CALIF-PROV (LLAVE
      *         NIT) PARA QUE LA USE EL CUADRO COMPARATIVO DE
      *         COTIZACIONES (INV436).
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV424.
000030 ENVIRONMENT DIVISION.
000250         RECORD KEY IS COD-TERCERO
000260         FILE STATUS IS OTR-STAT.

000261     SELECT ARCHIVO-CALIF-PROV LOCK MODE IS AUTOMATIC
000262         ASSIGN NOM-CALIFPROV-W
000263         ORGANIZATION IS INDEXED
000264         ACCESS MODE IS DYNAMIC
000265         RECORD KEY IS NIT-CAL
000266         FILE STATUS IS OTR-STAT.

000270     SELECT REPORTE-PROVEED
000280         ASSIGN NOM-REPPROV-W
000290         ORGANIZATION IS LINE SEQUENTIAL.
000660     02 NOMBRE-TER             PIC X(40).
000661     02 FILLER                 PIC X(10).

000662 FD  ARCHIVO-CALIF-PROV
000663     LABEL RECORD STANDARD.
000664 01  REG-CAL.
000665     02 NIT-CAL                 PIC 9(10).
000666     02 ORDENES-CAL             PIC 9(5).
000667     02 FILL-CAL                PIC 9(3)V99.
000668     02 LEAD-CAL                PIC 9(4)V9.
000669     02 PARCIALES-CAL           PIC 9(5).
000670     02 DEVOL-CAL               PIC 9(5).
000671     02 DESDE-CAL               PIC 9(8).
000672     02 HASTA-CAL               PIC 9(8).
000673     02 FILLER                  PIC X(10).

000674 FD  REPORTE-PROVEED
000680     LABEL RECORD STANDARD.
000690 01  LIN-PROVEED                PIC X(120).

000760     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
000770 77  NOM-REPPROV-W              PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-SCOREPROV.TXT".
000781 77  NOM-CALIFPROV-W            PIC X(60)
000782     VALUE "D:\progelect\DATOS\SC-CALIFPROV.DAT".
000790 77  OTR-STAT                   PIC XX.
000800 77  SW-FIN-W                   PIC 9 VALUE 0.
000810 77  MAX-ORD-W                  PIC 9(3) VALUE 200.
001430     OPEN INPUT MOVIMIENTO-INVENT.
001440     OPEN INPUT ARCHIVO-TERCEROS.
001450     OPEN OUTPUT REPORTE-PROVEED.
001451     OPEN I-O ARCHIVO-CALIF-PROV.
001452     IF OTR-STAT = "35"
001453        OPEN OUTPUT ARCHIVO-CALIF-PROV
001454        CLOSE ARCHIVO-CALIF-PROV
001455        OPEN I-O ARCHIVO-CALIF-PROV
001456     END-IF.

001460 CARGAR-ORDENES.
001470     MOVE 0 TO SW-FIN-W TOTAL-ORD-W.
003130     MOVE PARCIALES-PROV-W (IX-PROV-W) TO PARCIALES-REP.
003140     MOVE DEVOL-PROV-W (IX-PROV-W)     TO DEVOL-REP.
003150     MOVE LIN-PROV-DET TO LIN-PROVEED.
003151     WRITE LIN-PROVEED.
003152     PERFORM GRABAR-CALIFICACION.

003153 GRABAR-CALIFICACION.
003154     INITIALIZE REG-CAL.
003155     MOVE NIT-PROV-W (IX-PROV-W)       TO NIT-CAL.
003156     MOVE ORDENES-PROV-W (IX-PROV-W)   TO ORDENES-CAL.
003157     MOVE FILL-PROV-W (IX-PROV-W)      TO FILL-CAL.
003158     MOVE LEAD-PROM-W                  TO LEAD-CAL.
003159     MOVE PARCIALES-PROV-W (IX-PROV-W) TO PARCIALES-CAL.
003160     MOVE DEVOL-PROV-W (IX-PROV-W)     TO DEVOL-CAL.
003161     MOVE FECHA-DESDE-LNK              TO DESDE-CAL.
003162     MOVE FECHA-HASTA-LNK              TO HASTA-CAL.
003163     REWRITE REG-CAL
003164         INVALID KEY WRITE REG-CAL END-WRITE
003165     END-REWRITE.

003170 CERRAR-ARCHIVOS.
003180     CLOSE ARCHIVO-ORDEN2 MOVIMIENTO-INVENT ARCHIVO-TERCEROS
003190           REPORTE-PROVEED ARCHIVO-CALIF-PROV.
003200     DISPLAY "PROVEEDORES CALIFICADOS: " TOTAL-PROV-W.
