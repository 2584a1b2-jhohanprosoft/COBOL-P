      *         ALMACEN, TOMADA DE ARCHIVO-UBICACION (VER INV431),
      *         PARA QUE EL CONTEO CAMINE AL ESTANTE Y NO AL
      *         EDIFICIO.
      * PO -> 15/10/2026 PABLO OLGUIN - MODO "R" ABRE UN CONTEO
      *         CICLICO: SOLO CONGELA LOS ARTICULOS A LOS QUE YA LES
      *         TOCA CONTEO SEGUN SU CLASE ABC-VEN EN EL ALMACEN
      *         (INV438 MODO "K"). LA TOMA COMPLETA (MODO "A") DEJA
      *         FECHADO EL CONTEO DE CADA ARTICULO (INV438 MODO "M").
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV420.
000830 77  OTR-STAT                   PIC XX.
000840 77  SW-FIN-W                   PIC 9 VALUE 0.
000850 77  TOT-ARTICULOS-W            PIC 9(6) VALUE 0.
000851 77  TOT-PENDIENTES-W           PIC 9(6) VALUE 0.
000852 77  MODO-CLASE-W               PIC X.
000853 77  VEN-CLASE-W                PIC X.
000854 77  RESULT-CLASE-W             PIC X.
000855     88 CLASE-TOCA-CONTEO       VALUE "S".

000856 01  DATOS-CLASE-W.
000857     02 CLASE-CLASE-W           PIC X.
000858     02 VALOR-CLASE-W           PIC 9(13)V99.
000859     02 PORC-CLASE-W            PIC 9(3)V99.
000860     02 FRECUENCIA-CLASE-W      PIC 9(3).
000861     02 ULT-CONTEO-CLASE-W      PIC 9(8).

000870 01  LIN-PLAN-DET.
000880     02 COD-ART-REP             PIC X(8).
000950 LINKAGE SECTION.
000960 01  MODO-LNK                   PIC X.
000970     88 MODO-ABRIR              VALUE "A".
000971     88 MODO-CICLICO            VALUE "R".
000980     88 MODO-CONTEO-1           VALUE "1".
000990     88 MODO-CONTEO-2           VALUE "2".
001000     88 MODO-CONTEO-3           VALUE "3".
001150     MOVE "N" TO RESULT-LNK.
001160     PERFORM ABRIR-ARCHIVOS.
001170     EVALUATE TRUE
001180        WHEN MODO-ABRIR OR MODO-CICLICO
001190             PERFORM ABRIR-EVENTO THRU FIN-ABRIR-EVENTO
001200        WHEN MODO-CONTEO-1 OR MODO-CONTEO-2 OR MODO-CONTEO-3
001210             PERFORM REGISTRAR-CONTEO THRU FIN-REG-CONTEO

001670 CONGELAR-ARTICULO.
001680     IF SW-FIN-W = 0
001681        PERFORM VERIFICAR-CLASE-ABC
001682     END-IF.
001683     IF SW-FIN-W = 0 AND CLASE-TOCA-CONTEO
001690        INITIALIZE REG-CTOD
001700        MOVE NRO-CONTEO-LNK TO NRO-CONTEO-CTOD
001710        MOVE COD-ART        TO COD-ART-CTOD
001780        MOVE LIN-PLAN-DET TO LIN-PLANILLA
001790        WRITE LIN-PLANILLA
001800        ADD 1 TO TOT-ARTICULOS-W
001801     END-IF.
001802     IF SW-FIN-W = 0
001803        PERFORM LEER-ARTICULO
001804     END-IF.

      * EN EL CICLICO INV438 DICE SI AL ARTICULO YA LE TOCA ("X" SI
      * NO); EN LA TOMA COMPLETA SIEMPRE TOCA Y SOLO QUEDA FECHADO.
001805 VERIFICAR-CLASE-ABC.
001806     IF MODO-CICLICO
001807        MOVE "K" TO MODO-CLASE-W
001808     ELSE
001809        MOVE "M" TO MODO-CLASE-W
001810     END-IF.
001811     CALL "INV438" USING MODO-CLASE-W COD-ART ALMACEN-LNK
001812                         VEN-CLASE-W DATOS-CLASE-W
001813                         RESULT-CLASE-W.
001814     IF MODO-ABRIR
001815        MOVE "S" TO RESULT-CLASE-W
001816     END-IF.

001830 REGISTRAR-CONTEO.
001840     MOVE NRO-CONTEO-LNK TO NRO-CONTEO-CTOD.
002540        END-IF
002550     END-IF.

002551* PRIMERA UBICACION DEL ARTICULO EN EL ALMACEN DEL EVENTO;
002552* SIN UBICACION ASIGNADA LA CASILLA SALE EN BLANCO.
002553 BUSCAR-UBICACION-ART.
002554     MOVE SPACES TO UBIC-REP.
002555     MOVE 0 TO SW-FIN-UBI-W.
002556     IF SW-UBI-SIN-ARCH-W = 1
002557        MOVE 1 TO SW-FIN-UBI-W
002558     END-IF.
002559     MOVE ALMACEN-LNK TO ALM-UBI.
002560     MOVE COD-ART     TO COD-ART-UBI.
002561     MOVE LOW-VALUES  TO BIN-UBI.
002562     START ARCHIVO-UBICACION KEY IS >= LLAVE-UBI
002563           INVALID KEY MOVE 1 TO SW-FIN-UBI-W
002564     END-START.
002565     IF SW-FIN-UBI-W = 0
002566        READ ARCHIVO-UBICACION NEXT
002567             AT END CONTINUE
002568             NOT AT END
002569                IF ALM-UBI = ALMACEN-LNK
002570                   AND COD-ART-UBI = COD-ART
002571                   MOVE BIN-UBI TO UBIC-REP
002572                END-IF
002573        END-READ
002574     END-IF.

002580 CERRAR-ARCHIVOS.
002590     CLOSE MAESTRO-ARTICULOS ARCHIVO-CONTEO ARCHIVO-CONTEO-DET
