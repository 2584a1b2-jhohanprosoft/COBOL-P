      * LA SABANA DIARIA DE OCUPACION DE SALAS/EQUIPOS LA PRODUCE
      * SAL7C26-01. SE LLAMA DESPUES DE SAL7C13 AL AGENDAR.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - UN RECURSO TIPO EQUIPO LIGADO A
      *         UN EQUIPO BIOMEDICO (SAL7C38) FUERA DE SERVICIO O CON
      *         MANTENIMIENTO O CALIBRACION VENCIDOS A HOY NO SE
      *         RESERVA: DEVUELVE "M" Y EL RECURSO EN CONFLICTO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C26.
000030 ENVIRONMENT DIVISION.
000860 77  IND-REQ-W                  PIC 9(2) VALUE 0.
000870 77  HORA-FIN-NUEVA-W           PIC 9(4).
000880 77  HORA-FIN-EXIST-W           PIC 9(4).
000881 77  FECHA-HOY-W                PIC 9(8).
000882 77  DISPONIBLE-EQB-W           PIC X.

000890 01  TABLA-REQ-W.
000900     02 COD-RECUR-TAB-W         OCCURS 10 PIC X(6).
001030     88 RECURSOS-OK             VALUE "S".
001040     88 RECURSO-TOMADO          VALUE "N".
001050     88 RECURSO-SIN-HORARIO     VALUE "H".
001051     88 RECURSO-EN-MANTENIMIENTO VALUE "M".

001060 PROCEDURE DIVISION USING MODO-LNK TIPO-CITA-LNK LLAVE-CIT-LNK
001070                          FECHA-CITA-LNK HORA-CITA-LNK
001840        MOVE "N" TO RESULT-LNK
001850        MOVE COD-RECUR TO RECUR-CONFLICTO-LNK
001860     END-IF.
001861     IF RECURSOS-OK AND RECURSO-EQUIPO
001862        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W
001863        CALL "SAL7C38-02" USING COD-RECUR FECHA-HOY-W
001864                                DISPONIBLE-EQB-W
001865        IF DISPONIBLE-EQB-W NOT = "S"
001866           MOVE "M" TO RESULT-LNK
001867           MOVE COD-RECUR TO RECUR-CONFLICTO-LNK
001868        END-IF
001869     END-IF.

001870 FIN-VALIDAR-ACTIVO.
001880     CONTINUE.
