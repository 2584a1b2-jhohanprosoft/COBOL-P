      * SOPORTE QUE ANTES NO TENIAMOS PARA LAS CARTAS DE RECLAMO.
      * SALIDA: SC-REPTANQ.TXT.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - REG-TANQUEO IGUALADO CON
      *         BOMB15: VALOR-FACT-TANQUEO (VALOR DE LA FACTURA DEL
      *         PROVEEDOR) AGREGADO AL FINAL DEL REGISTRO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB22.
000030 ENVIRONMENT DIVISION.
000350     02 API-TANQUEO             PIC 9(2)V9.
000360     02 GALONES-NETOS-TANQUEO   PIC 9(7)V99.
000370     02 GALONES-FACT-TANQUEO    PIC 9(7)V99.
000371     02 VALOR-FACT-TANQUEO      PIC 9(11)V99.

000380 FD  REPORTE-TANQUEOS
000390     LABEL RECORD STANDARD.
