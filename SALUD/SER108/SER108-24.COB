      *         NIT-EMPRESA-MOV (LA EMPRESA/NIT DUENA DEL
      *         COMPROBANTE, PARA LOS LIBROS MULTI-EMPRESA) AGREGADO
      *         AL FINAL DEL REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - LA CONCILIACION EXCLUYE EL
      *         DETERIORO DE CARTERA (1399, LO POSTEA SER108-46): EL
      *         SUBSIDIARIO ES EL SALDO BRUTO POR FACTURA.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-24.
000030 ENVIRONMENT DIVISION.
001910     END-IF.

001920* SALDO CONTABLE DE LAS CUENTAS POR COBRAR: TODA CUENTA DE LA
001930* CLASE 13 (130000 A 139999) EN MOVIMIENTO-DIARIO, MENOS EL
001935* DETERIORO (139900 A 139999), QUE NO ESTA EN EL SUBSIDIARIO.
001940 TOTALIZAR-CONTABILIDAD.
001950     MOVE 0 TO SW-FIN-W.
001960     PERFORM LEER-MOVIMIENTO.
002020 EVALUAR-MOVIMIENTO.
002030     IF SW-FIN-W = 0
002040        IF MAYOR-MOV >= 130000 AND MAYOR-MOV <= 139999
002045           AND MAYOR-MOV < 139900
002050           ADD VALOR-MOV TO TOT-CONTABLE-W
002060        END-IF
002070        PERFORM LEER-MOVIMIENTO
