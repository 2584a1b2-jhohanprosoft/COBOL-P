      * ARCHIVO-RESERVA-REC (VER SAL7C26) CON SU HORA, DURACION Y LA
      * CITA QUE LAS ORIGINO. SALIDA: SC-REPOCUP.TXT.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - LOS EQUIPOS BIOMEDICOS FUERA DE
      *         SERVICIO O CON MANTENIMIENTO O CALIBRACION VENCIDOS A
      *         LA FECHA (SAL7C38-02) SALEN MARCADOS BAJO SU TITULO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C26-01.
000030 ENVIRONMENT DIVISION.
000580 77  SW-FIN-RECUR-W             PIC 9 VALUE 0.
000590 77  SW-FIN-RESR-W              PIC 9 VALUE 0.
000600 77  TOT-RESERVAS-W             PIC 9(5) VALUE 0.
000601 77  DISPONIBLE-EQB-W           PIC X.

000610 01  LIN-TITULO-REC.
000620     02 FILLER                  PIC X(9) VALUE "RECURSO: ".
000990     MOVE DESCRIP-RECUR TO DESCRIP-TIT.
001000     MOVE LIN-TITULO-REC TO LIN-OCUPACION.
001010     WRITE LIN-OCUPACION.
001011     IF RECURSO-EQUIPO
001012        PERFORM MARCAR-FUERA-SERVICIO
001013     END-IF.
001020     PERFORM LISTAR-RESERVAS-RECURSO.
001030     PERFORM LEER-RECURSO.

001310     CLOSE ARCHIVO-RECURSOS ARCHIVO-RESERVA-REC
001320           REPORTE-OCUPACION.
001330     DISPLAY "RESERVAS LISTADAS: " TOT-RESERVAS-W.

001340 MARCAR-FUERA-SERVICIO.
001350     CALL "SAL7C38-02" USING COD-RECUR FECHA-LNK
001360                             DISPONIBLE-EQB-W.
001370     MOVE SPACES TO LIN-OCUPACION.
001380     EVALUATE DISPONIBLE-EQB-W
001390        WHEN "F"
001400           MOVE "   *** FUERA DE SERVICIO - EQUIPO EN FALLA"
001410             TO LIN-OCUPACION
001420        WHEN "M"
001430           MOVE "   *** FUERA DE SERVICIO - MANTENIMIENTO VENCIDO"
001440             TO LIN-OCUPACION
001450        WHEN "C"
001460           MOVE "   *** FUERA DE SERVICIO - CALIBRACION VENCIDA"
001470             TO LIN-OCUPACION
001480     END-EVALUATE.
001490     IF LIN-OCUPACION NOT = SPACES
001500        WRITE LIN-OCUPACION
001510     END-IF.
