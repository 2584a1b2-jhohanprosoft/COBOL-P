      * Y EL INFORME MENSUAL DE ENTREGAS INCOMPLETAS POR EPS (EL
      * QUE AHORA AUDITAN LAS ENTIDADES) ES INV433-02.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - LOTE ENTREGADO (COD-LTF-LNK,
      *         AL FINAL DE LOS PARAMETROS): SE GUARDA EN
      *         COD-LTF-DISP AL DISPENSAR, Y AL CERRAR UN PENDIENTE
      *         SE DEJA LA TRAZA LOTE/PACIENTE EN INV401-17 PARA EL
      *         RETIRO DE LOTES (INV401-18).
      * PO -> 15/10/2026 PABLO OLGUIN - PRECIO REGULADO: ANTES DE
      *         DISPENSAR SE VALIDA EL PRECIO DEL ARTICULO CONTRA EL
      *         TOPE VIGENTE DE SU CUM (INV434). SOBRE EL TOPE CON
      *         CONTROL "B" NO SE DISPENSA (RESULT "R"); CON CONTROL
      *         "A" SE DISPENSA Y SE DEVUELVE "A" EN
      *         ALERTA-PRECIO-LNK (AL FINAL DE LOS PARAMETROS).
      * PO -> 15/10/2026 PABLO OLGUIN - REGISTRO SANITARIO: EL ARTICULO
      *         CON REGISTRO NO VIGENTE (INV435) NO SE DISPENSA
      *         (RESULT "I") SALVO EXCEPCION AUTORIZADA POR EL
      *         SUPERVISOR EN INV435.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV433.
000030 ENVIRONMENT DIVISION.
000410     02 EPS-DISP                PIC X(6).
000420     02 PACI-DISP               PIC X(15).
000430     02 USUARIO-DISP            PIC X(4).
000431     02 COD-LTF-DISP            PIC X(10).

000440 FD  ARCHIVO-PENDIENTE-DISP
000450     LABEL RECORD STANDARD.
000890 77  OTR-STAT                   PIC XX.
000900 77  SW-FIN-W                   PIC 9 VALUE 0.
000910 77  FECHA-HOY-W                PIC 9(8).
000911 77  SECU-SIG-W                 PIC 9(3) VALUE 0.
000912 77  CANT-FALTANTE-W            PIC 9(5)V99 VALUE 0.
000913 77  MODO-TRAZA-W               PIC X VALUE "G".
000914 77  ORIGEN-TRAZA-W             PIC X VALUE "D".
000915 77  REFER-TRAZA-W              PIC X(20).
000916 77  RESULT-TRAZA-W             PIC X.
000917 77  MODO-PRECIO-W              PIC X VALUE "V".
000918 77  CUM-PRECIO-W               PIC X(15).
000919 77  PRECIO-DISP-W              PIC 9(9)V99.
000920 77  TOPE-PRECIO-W              PIC 9(9)V99.
000921 77  CONTROL-PRECIO-W           PIC X.
000922 77  NORMA-PRECIO-W             PIC X(20).
000923 77  RESULT-PRECIO-W            PIC X.
000924 77  MODO-REGSAN-W              PIC X VALUE "V".
000925 77  RESULT-REGSAN-W            PIC X.
000926 01  DATOS-REGSAN-W.
000927     02 REGISTRO-REGSAN-W       PIC X(20).
000928     02 TITULAR-REGSAN-W        PIC X(40).
000929     02 VENCE-REGSAN-W          PIC 9(8).
000930     02 ESTADO-REGSAN-W         PIC X.
000931     02 SOLICITA-REGSAN-W       PIC X(4).
000932     02 HASTA-REGSAN-W          PIC 9(8).

000940 LINKAGE SECTION.
000950 01  MODO-LNK                   PIC X.
001080     88 DISPENSA-CON-PEND       VALUE "P".
001090     88 DISPENSA-SIN-ORDEN      VALUE "O".
001100     88 DISPENSA-NO-OK          VALUE "N".
001101     88 DISPENSA-SOBRE-TOPE     VALUE "R".
001102     88 DISPENSA-SIN-REGISTRO   VALUE "I".
001103 01  COD-LTF-LNK                PIC X(10).
001104 01  ALERTA-PRECIO-LNK          PIC X.

001110 PROCEDURE DIVISION USING MODO-LNK LLAVE-ORD-LNK
001120                          FECHA-PEND-LNK SECU-PEND-LNK
001130                          CANT-ORDENADA-LNK
001140                          CANT-ENTREGADA-LNK EPS-LNK
001150                          MODO-CIERRE-LNK USUARIO-LNK
001160                          RESULT-LNK COD-LTF-LNK
001161                          ALERTA-PRECIO-LNK.

001170 MAINLINE.
001180     MOVE "N" TO RESULT-LNK.
001360                      CLOSE ARCHIVO-FORMULA-ORD
001370                      GO TO FIN-DISPENSAR
001380     END-READ.
001381     CLOSE ARCHIVO-FORMULA-ORD.
001382     MOVE SPACE TO ALERTA-PRECIO-LNK.
001383     PERFORM VALIDAR-PRECIO-REG.
001384     IF RESULT-PRECIO-W = "B"
001385        MOVE "R" TO RESULT-LNK
001386        GO TO FIN-DISPENSAR
001387     END-IF.
001388     IF RESULT-PRECIO-W = "A"
001389        MOVE "A" TO ALERTA-PRECIO-LNK
001390     END-IF.
001391     CALL "INV435" USING MODO-REGSAN-W COD-ART-ORD DATOS-REGSAN-W
001392                         FECHA-HOY-W USUARIO-LNK RESULT-REGSAN-W.
001393     CANCEL "INV435".
001394     IF RESULT-REGSAN-W = "B"
001395        MOVE "I" TO RESULT-LNK
001396        GO TO FIN-DISPENSAR
001397     END-IF.
001400     OPEN I-O ARCHIVO-DISPENSA.
001410     IF OTR-STAT = "35"
001420        OPEN OUTPUT ARCHIVO-DISPENSA
001540     MOVE EPS-LNK            TO EPS-DISP.
001550     MOVE PACI-ORD           TO PACI-DISP.
001560     MOVE USUARIO-LNK        TO USUARIO-DISP.
001561     MOVE COD-LTF-LNK        TO COD-LTF-DISP.
001570     WRITE REG-DISP INVALID KEY CONTINUE END-WRITE.
001580     CLOSE ARCHIVO-DISPENSA.
001590     IF CANT-ENTREGADA-LNK < CANT-ORDENADA-LNK
001690 FIN-DISPENSAR.
001700     CONTINUE.

      * PRECIO EN CERO: INV434 TOMA EL PRECIO DE VENTA DEL MAESTRO
001701 VALIDAR-PRECIO-REG.
001702     MOVE 0 TO PRECIO-DISP-W.
001703     CALL "INV434" USING MODO-PRECIO-W COD-ART-ORD CUM-PRECIO-W
001704                         FECHA-HOY-W PRECIO-DISP-W TOPE-PRECIO-W
001705                         CONTROL-PRECIO-W NORMA-PRECIO-W
001706                         USUARIO-LNK RESULT-PRECIO-W.
001707     CANCEL "INV434".

001710 OBTENER-SECUENCIA.
001720     MOVE 0 TO SECU-SIG-W SW-FIN-W.
001730     MOVE LLAVE-ORD-LNK TO LLAVE-ORD-DISP.
002310         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002320     END-REWRITE.
002330     CLOSE ARCHIVO-PENDIENTE-DISP.
002331     IF DISPENSA-OK AND COD-LTF-LNK NOT = SPACES
002332        MOVE LLAVE-ORD-PEND TO REFER-TRAZA-W
002333        CALL "INV401-17" USING MODO-TRAZA-W COD-LTF-LNK
002334                               PACI-PEND ORIGEN-TRAZA-W
002335                               REFER-TRAZA-W CANT-PEND
002336                               USUARIO-LNK RESULT-TRAZA-W
002337        CANCEL "INV401-17"
002338     END-IF.

002340 FIN-CERRAR-PEND.
002350     CONTINUE.
