      * PO -> 22/08/2026 PABLO OLGUIN - REG-ORD2 IGUALADO CON INV424:
      *         NIT-ORD2 (PROVEEDOR) Y FECHA-ORD2 (FECHA DE LA ORDEN)
      *         AGREGADOS AL FINAL DEL REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - REGISTRO SANITARIO: NO SE RECIBE
      *         EL ARTICULO CON REGISTRO NO VIGENTE (INV435, SALVO
      *         EXCEPCION AUTORIZADA). RESULTADO "R" EN ESE CASO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV497.
000030 ENVIRONMENT DIVISION.
000530 77  CANT-ORDENADA-W            PIC 9(9)V99.
000540 77  CANT-LIBERADA-W            PIC 9(9)V99.
000550 77  SALDO-PEND-W               PIC S9(9)V99 SIGN IS TRAILING.
000551 77  SECUEN-W                   PIC 9(3).
000552 77  FECHA-HOY-W                PIC 9(8).
000553 77  MODO-REGSAN-W              PIC X VALUE "V".
000554 77  RESULT-REGSAN-W            PIC X.
000555 01  DATOS-REGSAN-W.
000556     02 REGISTRO-REGSAN-W       PIC X(20).
000557     02 TITULAR-REGSAN-W        PIC X(40).
000558     02 VENCE-REGSAN-W          PIC 9(8).
000559     02 ESTADO-REGSAN-W         PIC X.
000560     02 SOLICITA-REGSAN-W       PIC X(4).
000561     02 HASTA-REGSAN-W          PIC 9(8).

000570 LINKAGE SECTION.
000580 01  MODO-LNK                   PIC X.
000670 01  RESULT-LNK                 PIC X.
000680     88 LIBERA-OK               VALUE "S".
000690     88 LIBERA-NO-OK            VALUE "N".
000691     88 LIBERA-SIN-REGISTRO     VALUE "R".

000700 PROCEDURE DIVISION USING MODO-LNK LLAVE-ORD-D2-LNK ITEM-ORD2-LNK
000710                          CANT-LIBERA-LNK DOCUMENTO-LNK
000780        PERFORM TOTALIZAR-LIBERADO
000790        EVALUATE TRUE
000800           WHEN MODO-LIBERAR
000801              PERFORM VALIDAR-REGISTRO-SANIT
000802              IF RESULT-REGSAN-W = "B"
000803                 MOVE "R" TO RESULT-LNK
000804              ELSE
000805                 PERFORM GRABAR-LIBERACION
000806              END-IF
000820           WHEN MODO-SALDO
000830              CONTINUE
000840           WHEN OTHER
001440        END-IF
001450     END-IF.

001451 VALIDAR-REGISTRO-SANIT.
001452     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001453     CALL "INV435" USING MODO-REGSAN-W COD-ART-ORD2
001454                         DATOS-REGSAN-W FECHA-HOY-W
001455                         OPERADOR-LNK RESULT-REGSAN-W.
001456     CANCEL "INV435".

001460 CERRAR-ARCHIVOS.
001470     CLOSE ARCHIVO-ORDEN2 ARCHIVO-LIBERA-ORD2.
