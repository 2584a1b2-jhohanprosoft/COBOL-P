      *         LEALTAD EN BOMB24 (MODO "A", ORIGEN "V") CON LA
      *         PLACA COMO IDENTIFICADOR: LAS FLOTAS NO QUEDAN POR
      *         FUERA DEL PROGRAMA DE PUNTOS.
      * PO -> 15/10/2026 PABLO OLGUIN - DOCUMENTO EQUIVALENTE
      *         ELECTRONICO POS: GRABADO EL VALE SE EMITE SU
      *         DOCUMENTO EN BOMB27 (ORIGEN "V") A NOMBRE DEL NIT
      *         DEL CLIENTE DE CREDITO, CON LA PLACA Y EL SURTIDOR.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB21.
000030 ENVIRONMENT DIVISION.
000817 77  PUNTOS-REQ-NULO-W          PIC 9(9) VALUE 0.
000818 77  PUNTOS-LEAL-W              PIC 9(9).
000819 77  RESULT-LEAL-W              PIC X.
000820 77  SUC-ESTACION-W             PIC XX VALUE "01".
000821 77  MODO-DEQ-W                 PIC X VALUE "E".
000822 01  LLAVE-DEQ-W.
000823     02 TIPO-DEQ-W              PIC X.
000824     02 SUC-DEQ-W               PIC XX.
000825     02 NRO-DEQ-W               PIC 9(9).
000826 01  DATOS-VENTA-DEQ-W.
000827     02 ORIGEN-DEQ-W            PIC X.
000828     02 VEND-DEQ-W              PIC X(5).
000829     02 COMP-DEQ-W              PIC 9(5).
000830     02 ISLA-DEQ-W              PIC X.
000831     02 MANG-DEQ-W              PIC X.
000832     02 COMBUSTIBLE-DEQ-W       PIC X(4).
000833     02 GALONES-DEQ-W           PIC 9(7)V99.
000834     02 VALOR-DEQ-W             PIC 9(11)V99.
000835     02 NRO-TICKET-DEQ-W        PIC 9(9).
000836     02 FECHA-VALE-DEQ-W        PIC 9(8).
000837     02 NRO-VALE-DEQ-W          PIC 9(6).
000838     02 PLACA-DEQ-W             PIC X(6).
000839 01  DATOS-CLIENTE-DEQ-W.
000840     02 NIT-CLIENTE-DEQ-W       PIC 9(10).
000841     02 NOMBRE-CLIENTE-DEQ-W    PIC X(40).
000842     02 E-MAIL-CLIENTE-DEQ-W    PIC X(60).
000843 01  RESPUESTA-DEQ-W            PIC X(216) VALUE SPACES.
000844 77  NIT-EMPRESA-DEQ-W          PIC 9(10) VALUE 0.
000845 77  USUARIO-DEQ-W              PIC X(4) VALUE SPACES.
000846 77  RESULT-DEQ-W               PIC X.

000847 LINKAGE SECTION.
000848 01  MODO-LNK                   PIC X.
000849     88 MODO-CLIENTE            VALUE "C".
000850     88 MODO-PLACA              VALUE "P".
000860     88 MODO-VALE               VALUE "V".
000870     88 MODO-ABONO              VALUE "A".
002040     REWRITE REG-CLICRED INVALID KEY CONTINUE END-REWRITE.
002050     MOVE NRO-VALE-SIG-W TO NRO-VALE-LNK.
002052     PERFORM ACUMULAR-LEALTAD.
002053     PERFORM EMITIR-DOC-EQUIV.
002060     MOVE "S" TO RESULT-LNK.

002070 FIN-REG-VALE.
002088                         PUNTOS-REQ-NULO-W PUNTOS-LEAL-W
002089                         RESULT-LEAL-W.

      * SIN CONSECUTIVO "DEPS" EL VALE QUEDA REGISTRADO IGUAL Y LA
      * CAJA EMITE EL DOCUMENTO DESPUES.
002090 EMITIR-DOC-EQUIV.
002091     INITIALIZE LLAVE-DEQ-W DATOS-VENTA-DEQ-W
002092                DATOS-CLIENTE-DEQ-W.
002093     MOVE SUC-ESTACION-W  TO SUC-DEQ-W.
002094     MOVE "V"             TO ORIGEN-DEQ-W.
002095     MOVE VEND-LNK        TO VEND-DEQ-W.
002096     MOVE COMP-LNK        TO COMP-DEQ-W.
002097     MOVE COMBUSTIBLE-LNK TO COMBUSTIBLE-DEQ-W.
002098     MOVE GALONES-LNK     TO GALONES-DEQ-W.
002099     MOVE VALOR-VALE-W    TO VALOR-DEQ-W.
002100     MOVE FECHA-HOY-W     TO FECHA-VALE-DEQ-W.
002101     MOVE NRO-VALE-SIG-W  TO NRO-VALE-DEQ-W.
002102     MOVE PLACA-LNK       TO PLACA-DEQ-W.
002103     MOVE NIT-CLICRED     TO NIT-CLIENTE-DEQ-W.
002104     MOVE NOMBRE-CLICRED  TO NOMBRE-CLIENTE-DEQ-W.
002105     CALL "BOMB27" USING MODO-DEQ-W LLAVE-DEQ-W
002106                         DATOS-VENTA-DEQ-W DATOS-CLIENTE-DEQ-W
002107                         RESPUESTA-DEQ-W NIT-EMPRESA-DEQ-W
002108                         USUARIO-DEQ-W RESULT-DEQ-W.

002109 CONSULTAR-PRECIO-VIGENTE.
002110     MOVE 0 TO PRECIO-DIA-W.
002111     CALL "BOMB18" USING MODO-PRECIO-W COMBUSTIBLE-LNK
002120                         FECHA-HOY-W PRECIO-DIA-W
002130                         OPERADOR-NULO-W RESULT-PRECIO-W.

