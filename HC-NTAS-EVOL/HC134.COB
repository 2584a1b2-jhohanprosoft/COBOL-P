      *         HC125: RAZON-DOSIS Y USUARIO-DOSIS (COLA DEL
      *         REGISTRO REAL DE SC-DOSIS) AGREGADOS AL FINAL DE
      *         LA VISTA.
      * PO -> 15/10/2026 PABLO OLGUIN - LA DOSIS APLICADA CON LOTE
      *         LEIDO EN LA ETIQUETA DEJA LA TRAZA LOTE/PACIENTE EN
      *         INV401-17 (ORIGEN "A", UNA UNIDAD) PARA EL RETIRO
      *         DE LOTES.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC134.
000030 ENVIRONMENT DIVISION.
000830 77  SERVICIO-NULO-W            PIC X(4) VALUE SPACES.
000840 77  RESULT-DOSIS-W             PIC X.

      * PARAMETROS PARA INV401-17 (TRAZA LOTE / PACIENTE)
000841 77  MODO-TRAZA-W               PIC X VALUE "G".
000842 77  ORIGEN-TRAZA-W             PIC X VALUE "A".
000843 77  REFER-TRAZA-W              PIC X(20).
000844 77  CANT-TRAZA-W               PIC 9(5)V99 VALUE 1.
000845 77  RESULT-TRAZA-W             PIC X.

000850 01  LIN-MANILLA-W.
000860     02 DATO-MANILLA-ETIQ       PIC X(16).
000870     02 FILLER                  PIC X VALUE SPACE.
002040                        USUARIO-LNK RESULT-DOSIS-W.
002050     IF RESULT-DOSIS-W = "S"
002060        MOVE "S" TO RESULT-LNK
002061        IF COD-LOTE-LEIDO-W NOT = SPACES
002062           MOVE LLAVE-ORD-LNK TO REFER-TRAZA-W
002063           CALL "INV401-17" USING MODO-TRAZA-W COD-LOTE-LEIDO-W
002064                                  PACI-DOSIS ORIGEN-TRAZA-W
002065                                  REFER-TRAZA-W CANT-TRAZA-W
002066                                  USUARIO-LNK RESULT-TRAZA-W
002067           CANCEL "INV401-17"
002068        END-IF
002070     END-IF.

002080 GRABAR-BLOQUEO.
