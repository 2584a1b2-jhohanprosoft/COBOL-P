      * - BOMB16 SUMA LOS TICKETS DEL VENDEDOR AL CIERRE DIARIO:
      *   LA CAJA DEL DIA CUADRA COMO UN SOLO NUMERO.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - DOCUMENTO EQUIVALENTE
      *         ELECTRONICO POS: GRABADO EL TICKET SE EMITE SU
      *         DOCUMENTO EN BOMB27 (ORIGEN "T", TODAS LAS LINEAS,
      *         CONSUMIDOR FINAL). SI NO HAY CONSECUTIVO "DEPS" EL
      *         TICKET QUEDA GRABADO Y LA CAJA LO EMITE DESPUES.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB23.
000030 ENVIRONMENT DIVISION.
001180 77  IND-LIN-W                  PIC 9(2).
001190 77  SECU-SIG-W                 PIC 9(7) VALUE 0.
001200 77  COMP-POS-W                 PIC 9(5) VALUE 90004.
001201 77  TOTAL-TICKET-W             PIC 9(11)V99 VALUE 0.
001202 77  VLR-LINEA-W                PIC 9(11)V99 VALUE 0.
001203 77  MODO-DEQ-W                 PIC X VALUE "E".
001204 01  LLAVE-DEQ-W.
001205     02 TIPO-DEQ-W              PIC X.
001206     02 SUC-DEQ-W               PIC XX.
001207     02 NRO-DEQ-W               PIC 9(9).
001208 01  DATOS-VENTA-DEQ-W.
001209     02 ORIGEN-DEQ-W            PIC X.
001210     02 VEND-DEQ-W              PIC X(5).
001211     02 COMP-DEQ-W              PIC 9(5).
001212     02 ISLA-DEQ-W              PIC X.
001213     02 MANG-DEQ-W              PIC X.
001214     02 COMBUSTIBLE-DEQ-W       PIC X(4).
001215     02 GALONES-DEQ-W           PIC 9(7)V99.
001216     02 VALOR-DEQ-W             PIC 9(11)V99.
001217     02 NRO-TICKET-DEQ-W        PIC 9(9).
001218     02 FECHA-VALE-DEQ-W        PIC 9(8).
001219     02 NRO-VALE-DEQ-W          PIC 9(6).
001220     02 PLACA-DEQ-W             PIC X(6).
001221 01  DATOS-CLIENTE-DEQ-W.
001222     02 NIT-CLIENTE-DEQ-W       PIC 9(10).
001223     02 NOMBRE-CLIENTE-DEQ-W    PIC X(40).
001224     02 E-MAIL-CLIENTE-DEQ-W    PIC X(60).
001225 01  RESPUESTA-DEQ-W            PIC X(216) VALUE SPACES.
001226 77  NIT-EMPRESA-DEQ-W          PIC 9(10) VALUE 0.
001227 77  USUARIO-DEQ-W              PIC X(4) VALUE SPACES.
001228 77  RESULT-DEQ-W               PIC X.

001230 01  LIN-TIMP1-W.
001240     02 FILLER                  PIC X(11)
001660         UNTIL IND-LIN-W > CANT-LINEAS-LNK.
001670     PERFORM IMPRIMIR-TICKET.
001680     PERFORM CERRAR-ARCHIVOS.
001681     PERFORM EMITIR-DOC-EQUIV.
001690     MOVE NRO-TICKET-W   TO NRO-TICKET-LNK.
001700     MOVE TOTAL-TICKET-W TO TOTAL-TICKET-LNK.
001710     MOVE "S" TO RESULT-LNK.
002930 CERRAR-ARCHIVOS.
002940     CLOSE ARCHIVO-TICKET-POS MAESTRO-ARTICULOS
002950           MOVIMIENTO-INVENT.

002951 EMITIR-DOC-EQUIV.
002952     INITIALIZE LLAVE-DEQ-W DATOS-VENTA-DEQ-W
002953                DATOS-CLIENTE-DEQ-W.
002954     MOVE SUC-LNK        TO SUC-DEQ-W.
002955     MOVE "T"            TO ORIGEN-DEQ-W.
002956     MOVE VEND-LNK       TO VEND-DEQ-W.
002957     MOVE NRO-TICKET-W   TO NRO-TICKET-DEQ-W.
002958     MOVE TOTAL-TICKET-W TO VALOR-DEQ-W.
002959     CALL "BOMB27" USING MODO-DEQ-W LLAVE-DEQ-W
002960                         DATOS-VENTA-DEQ-W DATOS-CLIENTE-DEQ-W
002961                         RESPUESTA-DEQ-W NIT-EMPRESA-DEQ-W
002962                         USUARIO-DEQ-W RESULT-DEQ-W.
