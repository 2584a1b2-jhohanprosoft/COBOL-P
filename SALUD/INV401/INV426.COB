      *            PACIENTE, Y LO NO CONSUMIDO SIMPLEMENTE LIBERA
      *            SU RESERVA (VUELVE AL DISPONIBLE).
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - LOTE DE LA CANASTA: NUEVO
      *         MODO "A" GUARDA EN LA RESERVA (COD-LTF-RKIT) EL LOTE
      *         QUE BODEGA PUSO EN LA CANASTA AL ALISTARLA; EN "C" EL
      *         CONSUMO DEJA LA TRAZA LOTE/PACIENTE EN INV401-17
      *         (ORIGEN "K") CON EL LOTE RECIBIDO O, SI VIENE EN
      *         BLANCO, EL ASIGNADO. COD-LTF-LNK VA AL FINAL DE LOS
      *         PARAMETROS.
      * PO -> 15/10/2026 PABLO OLGUIN - REGISTRO SANITARIO: AL RESERVAR
      *         NO SE RESERVA EL COMPONENTE CON REGISTRO NO VIGENTE
      *         (INV435, SALVO EXCEPCION AUTORIZADA); SI ALGUNO QUEDO
      *         POR FUERA EL RESULTADO ES "R" (RESERVA INCOMPLETA).
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV426.
000030 ENVIRONMENT DIVISION.
000660     02 CANT-RKIT               PIC 9(5)V99.
000670     02 PACI-RKIT               PIC X(15).
000680     02 COD-KIT-RKIT            PIC X(8).
000681     02 COD-LTF-RKIT            PIC X(10).

000690 FD  MAESTRO-ARTICULOS
000700     LABEL RECORD STANDARD.
001130 77  COD-KIT-W                  PIC X(8).
001140 77  FECHA-HOY-W                PIC 9(8).
001150 77  SECU-SIG-W                 PIC 9(7) VALUE 0.
001151 77  COMP-CIRUGIA-W             PIC 9(5) VALUE 90001.
001152 77  TOT-RESERVADOS-W           PIC 9(3) VALUE 0.
001153 77  COD-LTF-TRAZA-W            PIC X(10).
001154 77  MODO-TRAZA-W               PIC X VALUE "G".
001155 77  ORIGEN-TRAZA-W             PIC X VALUE "K".
001156 77  USUARIO-TRAZA-W            PIC X(4) VALUE SPACES.
001157 77  RESULT-TRAZA-W             PIC X.
001158 77  TOT-BLOQUEADOS-W           PIC 9(3) VALUE 0.
001159 77  MODO-REGSAN-W              PIC X VALUE "V".
001160 77  RESULT-REGSAN-W            PIC X.
001161 01  DATOS-REGSAN-W.
001162     02 REGISTRO-REGSAN-W       PIC X(20).
001163     02 TITULAR-REGSAN-W        PIC X(40).
001164     02 VENCE-REGSAN-W          PIC 9(8).
001165     02 ESTADO-REGSAN-W         PIC X.
001166     02 SOLICITA-REGSAN-W       PIC X(4).
001167     02 HASTA-REGSAN-W          PIC 9(8).
001168 01  REFER-TRAZA-W.
001169     02 SALA-TRAZA-W            PIC X(4).
001170     02 FECHA-TRAZA-W           PIC 9(8).
001171     02 HORA-TRAZA-W            PIC 9(4).
001172     02 FILLER                  PIC X(4) VALUE SPACES.

001180 LINKAGE SECTION.
001190 01  MODO-LNK                   PIC X.
001200     88 MODO-RESERVAR           VALUE "R".
001210     88 MODO-LIBERAR            VALUE "L".
001220     88 MODO-CONFIRMAR          VALUE "C".
001221     88 MODO-ASIGNAR-LOTE       VALUE "A".
001230 01  SALA-LNK                   PIC X(4).
001240 01  FECHA-CIR-LNK              PIC 9(8).
001250 01  HORA-CIR-LNK               PIC 9(4).
001310     88 KIT-RESERVA-OK          VALUE "S".
001320     88 KIT-SIN-CANASTA         VALUE "K".
001330     88 KIT-RESERVA-NO-OK       VALUE "N".
001331     88 KIT-RESERVA-INCOMPLETA  VALUE "R".
001332 01  COD-LTF-LNK                PIC X(10).

001340 PROCEDURE DIVISION USING MODO-LNK SALA-LNK FECHA-CIR-LNK
001350                          HORA-CIR-LNK CUP-LNK PACI-LNK
001360                          COD-ART-CONS-LNK CANT-CONS-LNK
001370                          RESULT-LNK COD-LTF-LNK.

001380 MAINLINE.
001390     MOVE "N" TO RESULT-LNK.
001450             PERFORM LIBERAR-RESERVAS
001460        WHEN MODO-CONFIRMAR
001470             PERFORM CONFIRMAR-CONSUMO THRU FIN-CONFIRMAR
001471        WHEN MODO-ASIGNAR-LOTE
001472             PERFORM ASIGNAR-LOTE THRU FIN-ASIGNAR-LOTE
001480     END-EVALUATE.
001490     EXIT PROGRAM.

001680        CLOSE ARCHIVO-RESERVA-KIT
001690        OPEN I-O ARCHIVO-RESERVA-KIT
001700     END-IF.
001710     MOVE 0 TO SW-FIN-W TOT-RESERVADOS-W TOT-BLOQUEADOS-W.
001720     MOVE COD-KIT-W  TO COD-KIT-KITC.
001730     MOVE LOW-VALUES TO COD-ART-KITC.
001740     START ARCHIVO-KIT-COMP KEY IS >= LLAVE-KITC
001800     ELSE
001810        MOVE "K" TO RESULT-LNK
001820     END-IF.
001821     IF TOT-BLOQUEADOS-W > 0
001822        MOVE "R" TO RESULT-LNK
001823     END-IF.

001830 FIN-RESERVAR.
001840     CONTINUE.
001910           MOVE 1 TO SW-FIN-W
001920        ELSE
001930           IF COMPONENTE-ACTIVO
001931              PERFORM VALIDAR-REGISTRO-SANIT
001932           END-IF
001933           IF COMPONENTE-ACTIVO AND RESULT-REGSAN-W = "B"
001934              ADD 1 TO TOT-BLOQUEADOS-W
001935              DISPLAY "COMPONENTE " COD-ART-KITC
001936                      " SIN REGISTRO SANITARIO VIGENTE"
001937           END-IF
001938           IF COMPONENTE-ACTIVO AND RESULT-REGSAN-W NOT = "B"
001940              INITIALIZE REG-RKIT
001950              MOVE SALA-LNK      TO SALA-RKIT
001960              MOVE FECHA-CIR-LNK TO FECHA-RKIT
002060        END-IF
002070     END-IF.

002071 VALIDAR-REGISTRO-SANIT.
002072     CALL "INV435" USING MODO-REGSAN-W COD-ART-KITC
002073                         DATOS-REGSAN-W FECHA-CIR-LNK
002074                         USUARIO-TRAZA-W RESULT-REGSAN-W.
002075     CANCEL "INV435".

002080 LIBERAR-RESERVAS.
002090     OPEN I-O ARCHIVO-RESERVA-KIT.
002100     IF OTR-STAT NOT = "00"
002520     END-READ.
002530     IF CANT-CONS-LNK > 0
002540        PERFORM DESCARGAR-CONSUMO
002541        PERFORM TRAZAR-LOTE-CONSUMO
002550     END-IF.
002560     DELETE ARCHIVO-RESERVA-KIT INVALID KEY CONTINUE
002570     END-DELETE.
002571     CLOSE ARCHIVO-RESERVA-KIT.
002572     MOVE "S" TO RESULT-LNK.

002573 FIN-CONFIRMAR.
002574     CONTINUE.

002575 TRAZAR-LOTE-CONSUMO.
002576     IF COD-LTF-LNK NOT = SPACES
002577        MOVE COD-LTF-LNK  TO COD-LTF-TRAZA-W
002578     ELSE
002579        MOVE COD-LTF-RKIT TO COD-LTF-TRAZA-W
002580     END-IF.
002581     IF COD-LTF-TRAZA-W NOT = SPACES
002582        MOVE SALA-RKIT  TO SALA-TRAZA-W
002583        MOVE FECHA-RKIT TO FECHA-TRAZA-W
002584        MOVE HORA-RKIT  TO HORA-TRAZA-W
002585        CALL "INV401-17" USING MODO-TRAZA-W COD-LTF-TRAZA-W
002586                               PACI-RKIT ORIGEN-TRAZA-W
002587                               REFER-TRAZA-W CANT-CONS-LNK
002588                               USUARIO-TRAZA-W RESULT-TRAZA-W
002589        CANCEL "INV401-17"
002590     END-IF.

      * BODEGA ASIGNA EL LOTE AL ALISTAR LA CANASTA (INV426-01).
002591 ASIGNAR-LOTE.
002592     OPEN I-O ARCHIVO-RESERVA-KIT.
002593     IF OTR-STAT NOT = "00"
002594        GO TO FIN-ASIGNAR-LOTE
002595     END-IF.
002596     MOVE SALA-LNK         TO SALA-RKIT.
002597     MOVE FECHA-CIR-LNK    TO FECHA-RKIT.
002598     MOVE HORA-CIR-LNK     TO HORA-RKIT.
002599     MOVE COD-ART-CONS-LNK TO COD-ART-RKIT-K.
002600     READ ARCHIVO-RESERVA-KIT
002601          INVALID KEY CLOSE ARCHIVO-RESERVA-KIT
002602                      GO TO FIN-ASIGNAR-LOTE
002603     END-READ.
002604     MOVE COD-LTF-LNK TO COD-LTF-RKIT.
002605     REWRITE REG-RKIT
002606         INVALID KEY CONTINUE
002607         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002608     END-REWRITE.
002609     CLOSE ARCHIVO-RESERVA-KIT.

002610 FIN-ASIGNAR-LOTE.
002611     CONTINUE.

002620 DESCARGAR-CONSUMO.
002630     OPEN INPUT MAESTRO-ARTICULOS.
