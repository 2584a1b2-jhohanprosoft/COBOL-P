      * PO -> 22/08/2026 PABLO OLGUIN - REG-CIT IGUALADO CON SAL7C22:
      *         FECHA-SOLIC-CIT (FECHA DE SOLICITUD DE LA CITA) TOMADA
      *         DEL FILLER, MISMA LONGITUD DE REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - HABEAS DATA: SOLO SE ENCOLA EL
      *         RECORDATORIO SI EL PACIENTE AUTORIZO LA FINALIDAD
      *         RECORDATORIOS POR TELEFONO (AUT-RECORDAT-PACI T O A,
      *         VER SAL7C37). REG-PACI IGUALADO CON SAL7C37: AUTORIZA-
      *         PACI TOMADO DEL FILLER, MISMA LONGITUD DE REGISTRO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C18.
000030 ENVIRONMENT DIVISION.
000680     02 SEXO-PACI               PIC X.
000690     02 PLAN-PACI               PIC XX.
000700     02 NIVEL-INGRESO-PACI      PIC 9.
000701     02 AUTORIZA-PACI.
000702        03 AUT-RECORDAT-PACI    PIC X.
000703        03 AUT-RESULTADOS-PACI  PIC X.
000704        03 AUT-MERCADEO-PACI    PIC X.
000710     02 FILLER                  PIC X(6).

000720 FD  ARCHIVO-COLA-SMS
000730     LABEL RECORD STANDARD.
001040 77  TELEFONO-PACI-W            PIC X(15).
001050 77  TOT-GENERADOS-W            PIC 9(5) VALUE 0.
001060 77  TOT-SIN-TELEF-W            PIC 9(5) VALUE 0.
001061 77  TOT-SIN-AUTORIZ-W          PIC 9(5) VALUE 0.
001062 77  AUT-RECORDAT-W             PIC X.

001070 01  FECHA-CITA-EDIT.
001080     02 DIA-EDIT                PIC XX.

001680 GENERAR-RECORDATORIO.
001690     PERFORM BUSCAR-TELEFONO-PACIENTE.
001691     IF AUT-RECORDAT-W = "T" OR AUT-RECORDAT-W = "A"
001692        PERFORM GRABAR-RECORDATORIO
001693     ELSE
001694        ADD 1 TO TOT-SIN-AUTORIZ-W
001695     END-IF.

001696 GRABAR-RECORDATORIO.
001700     INITIALIZE REG-SMS.
001710     MOVE LLAVE-CIT      TO LLAVE-CIT-SMS.
001720     MOVE TIPO-RECORD-W  TO TIPO-RECORD-SMS.
001890     END-WRITE.

001900 BUSCAR-TELEFONO-PACIENTE.
001910     MOVE SPACES TO TELEFONO-PACI-W AUT-RECORDAT-W.
001920     MOVE PACI-CIT TO COD-PACI.
001930     READ ARCHIVO-PACIENTES
001940          INVALID KEY CONTINUE
001950          NOT INVALID KEY
001960             MOVE TELEFONO-PACI TO TELEFONO-PACI-W
001961             MOVE AUT-RECORDAT-PACI TO AUT-RECORDAT-W
001970     END-READ.

001980 ARMAR-MENSAJE.
002130     CLOSE ARCHIVO-CITAS ARCHIVO-PACIENTES ARCHIVO-COLA-SMS.
002140     DISPLAY "RECORDATORIOS GENERADOS: " TOT-GENERADOS-W.
002150     DISPLAY "PACIENTES SIN TELEFONO:  " TOT-SIN-TELEF-W.
002151     DISPLAY "SIN AUTORIZACION DATOS:  " TOT-SIN-AUTORIZ-W.
