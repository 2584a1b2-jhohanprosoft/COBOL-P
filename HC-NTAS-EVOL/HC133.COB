      * EVENTOS EL CENSO DE MEDIANOCHE DE HC124 QUEDA DERIVABLE Y
      * YA NO SE PIERDEN LOS INGRESOS-Y-EGRESOS DEL MISMO DIA.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - CONCILIACION MEDICAMENTOSA
      *         (HC143): EL INGRESO Y CADA TRASLADO ABREN SU MOMENTO
      *         DE CONCILIACION CON EL SERVICIO DE LA CAMA DESTINO, Y
      *         EL EGRESO SE NIEGA (RESULTADO "M") MIENTRAS LA
      *         CONCILIACION DE EGRESO TENGA DISCREPANCIAS.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC133.
000030 ENVIRONMENT DIVISION.
000600     VALUE "D:\progelect\DATOS\SC-MOVCAMAS.DAT".
000610 77  OTR-STAT                   PIC XX.
000620 77  NRO-MOV-MAX-W              PIC 9(9) VALUE 0.
000621 77  FECHA-HOY-W                PIC 9(8).
000622 77  HORA-HOY-W                 PIC 9(6).
000623 77  SERVHO-DEST-W              PIC X(4) VALUE SPACES.
000624 77  MODO-CONC-W                PIC X.
000625 77  RESULT-CONC-W              PIC X.

      * PARAMETROS DE HC143 (CONCILIACION MEDICAMENTOSA).
000626 01  DATOS-CONC-W.
000627     02 PACI-CONC-W             PIC X(15).
000628     02 FOLIO-CONC-W            PIC X(8).
000629     02 MOMENTO-CONC-W          PIC X.
000630     02 FECHA-EVE-CONC-W        PIC 9(8).
000631     02 HORA-EVE-CONC-W         PIC 9(6).
000632     02 SERVHO-CONC-W           PIC X(4).
000633     02 SECU-MED-CONC-W         PIC 9(3).
000634     02 COD-ART-CONC-W          PIC X(8).
000635     02 DESCRIP-CONC-W          PIC X(40).
000636     02 DOSIS-CONC-W            PIC X(30).
000637     02 DECISION-CONC-W         PIC X.
000638     02 MOTIVO-CONC-W           PIC X(60).
000639     02 ART-NUEVO-CONC-W        PIC X(8).
000640     02 USUARIO-CONC-W          PIC X(4).
000641     02 PENDIENTES-CONC-W       PIC 9(3).

000650 LINKAGE SECTION.
000660 01  MODO-LNK                   PIC X.
000800     88 CAMA-NO-DISPONIBLE      VALUE "C".
000810     88 PACIENTE-NO-COINCIDE    VALUE "P".
000820     88 EVENTO-NO-OK            VALUE "N".
000821     88 CONCILIACION-PENDIENTE  VALUE "M".

000830 PROCEDURE DIVISION USING MODO-LNK CAMA-ORIGEN-LNK
000840                          CAMA-DESTINO-LNK PACI-LNK FOLIO-LNK
001030        END-EVALUATE
001040        IF EVENTO-OK
001050           PERFORM GRABAR-EVENTO
001051           IF MODO-INGRESO OR MODO-TRASLADO
001052              PERFORM ABRIR-CONCILIACION
001053           END-IF
001060        END-IF
001070        CLOSE ARCHIVO-CAMAS-HOSP ARCHIVO-MOV-CAMAS
001080     END-IF.
001390        MOVE "C" TO RESULT-LNK
001400        GO TO FIN-INGRESAR
001410     END-IF.
001411     MOVE SERVHO-CAM  TO SERVHO-DEST-W.
001420     MOVE "O"         TO ESTADO-CAM.
001430     MOVE PACI-LNK    TO PACI-CAM.
001440     MOVE FOLIO-LNK   TO FOLIO-CAM.
001720        MOVE "C" TO RESULT-LNK
001730        GO TO FIN-TRASLADAR
001740     END-IF.
001741     MOVE SERVHO-CAM  TO SERVHO-DEST-W.
      * DESTINO PRIMERO, ORIGEN DESPUES: SI ALGO FALLA EN MEDIO EL
      * PACIENTE NO QUEDA SIN CAMA.
001750     MOVE "O"         TO ESTADO-CAM.
002040        MOVE "P" TO RESULT-LNK
002050        GO TO FIN-EGRESAR
002060     END-IF.
002061     PERFORM VALIDAR-CONCILIACION.
002062     IF RESULT-CONC-W = "P"
002063        MOVE "M" TO RESULT-LNK
002064        GO TO FIN-EGRESAR
002065     END-IF.
002070     MOVE "L"    TO ESTADO-CAM.
002080     MOVE SPACES TO PACI-CAM FOLIO-CAM.
002090     MOVE 0      TO FECHA-INGRESO-CAM.
002600     MOVE USUARIO-LNK      TO USUARIO-MOVCAM.
002610     MOVE MOTIVO-LNK       TO MOTIVO-MOVCAM.
002620     WRITE REG-MOVCAM INVALID KEY CONTINUE END-WRITE.

002621 ABRIR-CONCILIACION.
002622     INITIALIZE DATOS-CONC-W.
002623     MOVE "A"           TO MODO-CONC-W.
002624     MOVE PACI-LNK      TO PACI-CONC-W.
002625     MOVE FOLIO-LNK     TO FOLIO-CONC-W.
002626     MOVE MODO-LNK      TO MOMENTO-CONC-W.
002627     MOVE FECHA-HOY-W   TO FECHA-EVE-CONC-W.
002628     MOVE HORA-HOY-W    TO HORA-EVE-CONC-W.
002629     MOVE SERVHO-DEST-W TO SERVHO-CONC-W.
002630     MOVE USUARIO-LNK   TO USUARIO-CONC-W.
002631     CALL "HC143" USING MODO-CONC-W DATOS-CONC-W RESULT-CONC-W.

      * EL FOLIO SE TOMA DE LA CAMA: ES EL DE LA ESTANCIA QUE SALE.
002632 VALIDAR-CONCILIACION.
002633     INITIALIZE DATOS-CONC-W.
002634     MOVE "V"           TO MODO-CONC-W.
002635     MOVE PACI-CAM      TO PACI-CONC-W.
002636     MOVE FOLIO-CAM     TO FOLIO-CONC-W.
002637     MOVE USUARIO-LNK   TO USUARIO-CONC-W.
002638     CALL "HC143" USING MODO-CONC-W DATOS-CONC-W RESULT-CONC-W.
