      *         BOMB24: PUNTOS-GALON-COMBU (TASA DE ACUMULACION DEL
      *         PROGRAMA DE LEALTAD POR PRODUCTO) AGREGADO AL FINAL
      *         DEL REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - REG-TANQUEO IGUALADO CON
      *         BOMB15: VALOR-FACT-TANQUEO (VALOR DE LA FACTURA DEL
      *         PROVEEDOR) AGREGADO AL FINAL DEL REGISTRO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB19.
000030 ENVIRONMENT DIVISION.
000830     02 API-TANQUEO             PIC 9(2)V9.
000830     02 GALONES-NETOS-TANQUEO   PIC 9(7)V99.
000830     02 GALONES-FACT-TANQUEO    PIC 9(7)V99.
000831     02 VALOR-FACT-TANQUEO      PIC 9(11)V99.

000840 FD  ARCHIVO-GALONAJES
000850     LABEL RECORD STANDARD.
