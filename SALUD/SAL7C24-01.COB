      * PO -> 02/09/2026 PABLO OLGUIN - ARCHIVO-PACIENTES APUNTADO
      *         A DATOS\SC-PACIE.DAT (EL DE LA LINEA FIJA, COMO
      *         SAL7C18); ANTES APUNTABA AL SC-PACIE DE CONTROL.
      * PO -> 15/10/2026 PABLO OLGUIN - HABEAS DATA: EL AVISO AL
      *         PACIENTE SOLO SE ENCOLA SI AUTORIZO LA FINALIDAD
      *         RECORDATORIOS POR TELEFONO (AUT-RECORDAT-PACI T O A,
      *         VER SAL7C37). REG-PACI IGUALADO CON SAL7C37: AUTORIZA-
      *         PACI TOMADO DEL FILLER, MISMA LONGITUD DE REGISTRO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C24-01.
000030 ENVIRONMENT DIVISION.
001120     02 SEXO-PACI               PIC X.
001130     02 PLAN-PACI               PIC XX.
001140     02 NIVEL-INGRESO-PACI      PIC 9.
001141     02 AUTORIZA-PACI.
001142        03 AUT-RECORDAT-PACI    PIC X.
001143        03 AUT-RESULTADOS-PACI  PIC X.
001144        03 AUT-MERCADEO-PACI    PIC X.
001150     02 FILLER                  PIC X(6).

001160 FD  ARCHIVO-COLA-SMS
001170     LABEL RECORD STANDARD.
001570 77  IND-CIT-W                  PIC 9(3) VALUE 0.
001580 77  TOT-CIT-W                  PIC 9(3) VALUE 0.
001590 77  TOT-REPROG-W               PIC 9(5) VALUE 0.
001591 77  TOT-SIN-AUTORIZ-W          PIC 9(5) VALUE 0.
001592 77  AUT-RECORDAT-W             PIC X VALUE SPACE.
001600 77  TOT-ESPERA-W               PIC 9(5) VALUE 0.
001610 77  DIAS-BUSCA-W               PIC 9(3) VALUE 0.
001620 77  FECHA-BUSCA-W              PIC 9(8).
003560     REWRITE REG-CIT INVALID KEY CONTINUE END-REWRITE.

003570 LEER-TELEFONO-PACIENTE.
003580     MOVE SPACES TO TELEFONO-LESP-W AUT-RECORDAT-W.
003590     MOVE PACI-CIT TO COD-PACI.
003600     READ ARCHIVO-PACIENTES
003610          INVALID KEY MOVE SPACES TO TELEFONO-PACI
003620     END-READ.
003630     IF OTR-STAT = "00"
003640        MOVE TELEFONO-PACI TO TELEFONO-LESP-W
003641        MOVE AUT-RECORDAT-PACI TO AUT-RECORDAT-W
003650     END-IF.

003660 ENCOLAR-AVISO-REPROG.
003770            " FUE REPROGRAMADA PARA EL " CUPO-FECHA-W
003780            " A LAS " CUPO-HORA-W
003790            DELIMITED BY SIZE INTO MENSAJE-SMS.
003800     PERFORM GRABAR-SMS THRU FIN-GRABAR-SMS.

003810 ENCOLAR-AVISO-ESPERA.
003820     INITIALIZE REG-SMS.
003910            " FUE CANCELADA POR NOVEDAD DEL PROFESIONAL;"
003920            " QUEDO EN LISTA DE ESPERA Y LO CONTACTAREMOS"
003930            DELIMITED BY SIZE INTO MENSAJE-SMS.
003940     PERFORM GRABAR-SMS THRU FIN-GRABAR-SMS.

003950 GRABAR-SMS.
003951     IF AUT-RECORDAT-W NOT = "T" AND AUT-RECORDAT-W NOT = "A"
003952        ADD 1 TO TOT-SIN-AUTORIZ-W
003953        GO TO FIN-GRABAR-SMS
003954     END-IF.
003960     IF TELEFONO-SMS = SPACES
003970        MOVE "F" TO ESTADO-SMS
003980     ELSE
004002     MOVE 0 TO FECHA-ENVIO-SMS HORA-ENVIO-SMS.
004010     WRITE REG-SMS INVALID KEY CONTINUE END-WRITE.

004011 FIN-GRABAR-SMS.
004012     CONTINUE.

004020 ESCRIBIR-LINEA-NOVEDAD.
004030     MOVE PACI-CIT      TO PACI-REP.
004040     MOVE MEDICO-CIT    TO MEDICO-REP.
004130           ARCHIVO-COLA-SMS REPORTE-NOVEDAD.
004140     DISPLAY "CITAS REPROGRAMADAS:    " TOT-REPROG-W.
004150     DISPLAY "CITAS A LISTA DE ESPERA: " TOT-ESPERA-W.
004151     DISPLAY "AVISOS SIN AUTORIZACION: " TOT-SIN-AUTORIZ-W.
