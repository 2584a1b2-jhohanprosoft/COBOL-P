      * EXISTENCIA NO DESAPAREZCA DE UN ESTANTE ANTES DE QUE ALGUIEN
      * CONFIRME QUE LLEGO AL OTRO.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - SI LA DIVISION DESTINO ES UN
      *         BOTIQUIN DE PISO (INV437) AL EJECUTAR EL TRASLADO SE
      *         SUBE SU EXISTENCIA TEORICA (INV437 MODO "R").
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV810.
000030 ENVIRONMENT DIVISION.
000667 77  COD-DEPEN-MANT-W              PIC 9(3) VALUE 0.
000668 77  DEPEN-PADRE-MANT-W            PIC 9(3) VALUE 0.
000669 77  OPER-APRUEBA-MANT-W           PIC X(4) VALUE SPACES.
000670 77  MODO-BOTIQ-W                  PIC X VALUE "R".
000671 77  RESULT-BOTIQ-W                PIC X.
000672 01  DATOS-BOTIQ-W.
000673     02 PAR-BOTIQ-W                PIC 9(7)V99.
000674     02 COD-COSTO-BOTIQ-W          PIC X(4).
000675     02 DIV-SURTE-BOTIQ-W          PIC XX.
000676     02 CANT-BOTIQ-W               PIC 9(7)V99.
000677     02 LLAVE-NUM-BOTIQ-W          PIC X(7).
000678     02 PACI-BOTIQ-W               PIC X(15).
000679     02 COD-LTF-BOTIQ-W            PIC X(10).

000680 LINKAGE SECTION.
000681 01  MODO-LNK                      PIC X.
000690     88 MODO-SOLICITAR             VALUE "S".
000700     88 MODO-APROBAR               VALUE "A".
000710     88 MODO-RECHAZAR              VALUE "R".
001960             REWRITE REG-TRASLADO INVALID KEY CONTINUE END-REWRITE
001970             MOVE "S" TO RESULT-LNK
001980     END-WRITE.
001981     IF TRASLADO-OK
001982        PERFORM SUBIR-BOTIQUIN
001983     END-IF.

001984 SUBIR-BOTIQUIN.
001985     INITIALIZE DATOS-BOTIQ-W.
001986     MOVE CANT-TRASLADO TO CANT-BOTIQ-W.
001987     CALL "INV437" USING MODO-BOTIQ-W DIV-DESTINO-TRASLADO
001988                         COD-ART-TRASLADO DATOS-BOTIQ-W
001989                         USUARIO-LNK RESULT-BOTIQ-W.
001990     CANCEL "INV437".

002010 OBTENER-SECUENCIA-MOVIMIENTO.
002020     MOVE FECHA-HOY-W  TO COMP-INV-W.
