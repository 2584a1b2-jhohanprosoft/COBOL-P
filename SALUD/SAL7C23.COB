      *         CIRUGIA SE RESERVA LA CANASTA DEL CUPS (CALL INV426
      *         MODO "R") Y AL CANCELAR O POSPONER SE LIBERA (CALL
      *         INV426 MODO "L").
      * PO -> 15/10/2026 PABLO OLGUIN - CALL INV426 CON EL NUEVO
      *         PARAMETRO DE LOTE (EN BLANCO DESDE ESTA PANTALLA).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C23.
000667 77  MODO-CANASTA-W             PIC X.
000668 77  COD-ART-NULO-W             PIC X(8) VALUE SPACES.
000669 77  CANT-NULA-W                PIC 9(5)V99 VALUE 0.
000670 77  COD-LTF-NULO-W             PIC X(10) VALUE SPACES.
000671 77  RESULT-CANASTA-W           PIC X VALUE SPACE.

000672 LINKAGE SECTION.
000680 01  MODO-LNK                   PIC X.
000690     88 MODO-SALA               VALUE "S".
000700     88 MODO-PROGRAMAR          VALUE "P".
002569* Y LA RESERVA DE CANASTA DE LA CIRUGIA SE LIBERA.
002571     MOVE "L" TO MODO-CANASTA-W.
002572     PERFORM LLAMAR-INV426.
002573     MOVE "S" TO RESULT-LNK.

002580 FIN-CANCELAR.
002590     EXIT.
002592     CALL "INV426" USING MODO-CANASTA-W COD-SALA-LNK
002593                         FECHA-CIR-LNK HORA-CIR-LNK
002594                         CUP-LNK PACI-LNK COD-ART-NULO-W
002595                         CANT-NULA-W RESULT-CANASTA-W
002596                         COD-LTF-NULO-W.

002600 LEER-PROGRAMACION.
002610     MOVE COD-SALA-LNK  TO SALA-PROGC.
