      *         DIAGNOSTICO DE LA TABLA PASA POR HC120 MODO "D": SI EL
      *         CIE-10 ES DE NOTIFICACION OBLIGATORIA QUEDA EL
      *         PENDIENTE SIVIGILA CREADO PARA EPIDEMIOLOGIA.
      * PO -> 15/10/2026 PABLO OLGUIN - LOS SIGNOS DE LA NOTA DE
      *         ENFERMERIA PASAN POR HC138 MODO "S" (NEWS2/PEWS); SI EL
      *         PUNTAJE ESCALA QUEDA LA ALERTA PENDIENTE DE ACUSE DEL
      *         MEDICO DE TURNO.
      * PO -> 15/10/2026 PABLO OLGUIN - LA NOTA PUEDE TRAER AL FINAL
      *         LA ORDEN DE DIETA (TIPO Y OBSERVACION); SE GRABA EN
      *         HC141 PARA EL CENSO DE BANDEJAS DE COCINA. "SU"
      *         SUSPENDE LA DIETA ACTIVA.
      * PO -> 15/10/2026 PABLO OLGUIN - SI LA NOTA SE FORMULO CON UN
      *         PAQUETE DE ORDENES (HC146) LLEGAN EL CODIGO DEL
      *         PAQUETE Y LA DECISION POR ITEM (A/E/R); AL GRABAR SE
      *         REGISTRA EL USO PARA EL INFORME DEL COMITE (HC146-01).
      * PO -> 15/10/2026 PABLO OLGUIN - LA LECTURA DE LA HISTORIA QUEDA
      *         EN LA BITACORA DE ACCESO (HC152 MODO "A", ORIGEN "H").
      *         EL MOTIVO DE RUPTURA DE CRISTAL LLEGA COMO ULTIMO CAMPO
      *         DE LOS DATOS; SI HC152 LO EXIGE SE DEVUELVE EL ERROR
      *         "98" PARA QUE LA PANTALLA LO PIDA Y REENVIE.
004850 IDENTIFICATION DIVISION.
004860 PROGRAM-ID. "HttpExtensionProc".
004870 ENVIRONMENT DIVISION.
       77 USUARIO-SIVIG-W            PIC X(4) VALUE SPACES.
       77 RESULT-SIVIG-W             PIC X.
       77 IX-DIAG-SIVIG-W            PIC 99.
       77 MODO-ALERTA-W              PIC X VALUE "S".
       77 MED-ALERTA-NULO-W          PIC 9(10) VALUE 0.
       77 CONDUCTA-ALERTA-NULA-W     PIC X VALUE SPACE.
       77 NOTA-ALERTA-NULA-W         PIC X(80) VALUE SPACES.
       77 PUNTAJE-ALERTA-W           PIC 99.
       77 NIVEL-ALERTA-W             PIC X.
       77 RESULT-ALERTA-W            PIC X.
       77 FECHA-ALERTA-W             PIC 9(8).
       77 HORA-ALERTA-W              PIC 9(4).
       77 MODO-DIETA-W               PIC X.
       77 DIETA-ORDEN-W              PIC XX VALUE SPACES.
       77 OBSERV-DIETA-W             PIC X(60) VALUE SPACES.
       77 FECHA-DIETA-W              PIC 9(8).
       77 HORA-DIETA-W               PIC 9(4).
       77 RESULT-DIETA-W             PIC X.
       77 SET-ORDEN-W                PIC X(6) VALUE SPACES.
       77 DECISION-SET-W             PIC X(30) VALUE SPACES.
       77 MODO-SET-W                 PIC X.
       77 RESULT-SET-W               PIC X.
       77 IX-SET-W                   PIC 99.
       77 MODO-ACC-W                 PIC X VALUE "A".
       77 RESULT-ACC-W               PIC X.
       77 MOTIVO-LLEGAD-W            PIC X(60) VALUE SPACES.

       01 DATOS-ACC-W.
          02 USUARIO-ACC-W           PIC X(4).
          02 PACI-ACC-W              PIC X(15).
          02 FOLIO-ACC-W             PIC X(8).
          02 ORIGEN-ACC-W            PIC X.
          02 MOTIVO-ACC-W            PIC X(60).
          02 PROF-ACC-W              PIC X(6).
          02 SERVHO-ACC-W            PIC X(4).
          02 ID-PERSONA-ACC-W        PIC X(15).
          02 ESTADO-ACC-W            PIC X.

       01 DATOS-SET-W.
          02 COD-SET-W               PIC X(6).
          02 NOMBRE-SET-W            PIC X(60).
          02 CIE-SET-W               PIC X(4).
          02 PACI-SET-W              PIC X(15).
          02 FECHA-SET-W             PIC 9(8).
          02 HORA-SET-W              PIC 9(6).
          02 MEDICO-SET-W            PIC X(10).
          02 OPER-SET-W              PIC X(4).

       01 TABLA-ITEMS-SET-W.
          02 NRO-ITEMS-SET-W         PIC 99.
          02 ITEM-SET-W              OCCURS 30.
             03 FILLER               PIC X(97).
             03 DECISION-ITEM-SET-W  PIC X.
             03 FILLER               PIC X(51).

       01 SIGNOS-ALERTA-W.
          02 FRESP-ALERTA-W          PIC 9(3).
          02 SATO2-ALERTA-W          PIC 9(3).
          02 OXIGENO-ALERTA-W        PIC X.
          02 TENS1-ALERTA-W          PIC 9(3).
          02 FCARD-ALERTA-W          PIC 9(3).
          02 GLASGOW-ALERTA-W        PIC 99.
          02 TEMP-ALERTA-W           PIC 99V99.


       01 NUMERO-EDIT.
                   G-URIN-EDIT, OXIMETRIA-EVO-W, GLUCOMETRIA-EVO-W, PESO-GRAMOS-EVO-W, CL-MACRO-EVO-W, COD-MACRO-EVO-W, VIA-EVO-W, COD-DIAGN-W, EMBAR-EVO-W, CAUSA-EVO-W,
                   FINALID-EVO-W, LIQ-ADM-ORAL-EVO-W, LIQ-ADM-VENA-EVO-W, LIQ-ADM-TRAN-EVO-W, LIQ-ELI-ORIN-EVO-W, LIQ-ELI-DIAR-EVO-W, LIQ-ELI-SOND-EVO-W, LIQ-ELI-OTR1-EVO-W,
                   LIQ-ELI-DET-EVO-W, REV-CITO-EVO-W, SINTOM-RESPI-EVO-W, 1RA-VEZ-EVO-W, SINTOM-PIEL-EVO-W, PER-TORA-EDIT, CRONICO-EVO-W, VICTI-MALTRATO-EVO-W, VICTI-VIOLENCIA-EVO-W,
                   ENFER-MENTAL-EVO-W, ENFER-ITS-EVO-W, CANCER-SENO-EVO-W, CANCER-CERVIS-EVO-W, EDU-AUTOEXA-SENO-EVO-W, PER-ABDO-EVO-W,
                   DIETA-ORDEN-W, OBSERV-DIETA-W, SET-ORDEN-W,
                   DECISION-SET-W, MOTIVO-LLEGAD-W
           END-UNSTRING


                        GO TO ENVIAR-ERROR
           END-READ

           PERFORM REGISTRAR-ACCESO-HC

           IF ESTADO-HC = 1
              CONTINUE
           ELSE
              VARYING IX-DIAG-SIVIG-W FROM 1 BY 1
              UNTIL IX-DIAG-SIVIG-W > 10.

           PERFORM CALCULAR-ALERTA-TEMPRANA.

           PERFORM ORDENAR-DIETA-EVO.

           PERFORM REGISTRAR-USO-SET.


10700  PAGINA-CONFIG.  
010720     MOVE "datosrecibidos" TO COBW3-CNV-NAME
                                 USUARIO-SIVIG-W RESULT-SIVIG-W
           END-IF.

      * LA TOMA DE SIGNOS SE CALIFICA CON NEWS2 O PEWS (HC138). CON
      * OXIGENO FORMULADO O METODO DE OXIGENO SE CUENTA COMO
      * SUPLEMENTARIO.
       CALCULAR-ALERTA-TEMPRANA.
           MOVE FRESP-EVO-W      TO FRESP-ALERTA-W.
           MOVE OXIMETRIA-EVO-W  TO SATO2-ALERTA-W.
           IF DOSIS-OXIGENO-EVO-W > 0 OR TIPO-MET-OXI-EVO-W > 0
              MOVE "S" TO OXIGENO-ALERTA-W
           ELSE
              MOVE "N" TO OXIGENO-ALERTA-W
           END-IF.
           MOVE TENS1-EVO-W      TO TENS1-ALERTA-W.
           MOVE FCARD-EVO-W      TO FCARD-ALERTA-W.
           MOVE VLR-GLASG-EVO-W  TO GLASGOW-ALERTA-W.
           MOVE TEMP-EVO-W       TO TEMP-ALERTA-W.
           MOVE FECHA-EVO-W      TO FECHA-ALERTA-W.
           MOVE HORA-EVO-W       TO HORA-ALERTA-W.
           CALL "HC138" USING MODO-ALERTA-W ID-EVO-W FOLIO-EVO-W
                              FECHA-ALERTA-W HORA-ALERTA-W
                              SIGNOS-ALERTA-W MED-ALERTA-NULO-W
                              CONDUCTA-ALERTA-NULA-W
                              NOTA-ALERTA-NULA-W OPER-ELAB-EVO-W
                              PUNTAJE-ALERTA-W NIVEL-ALERTA-W
                              RESULT-ALERTA-W.

      * LA ORDEN DE DIETA DE LA NOTA QUEDA EN HC141 CON LA FECHA Y
      * HORA DE LA EVOLUCION; LA ANTERIOR SE CIERRA AHI MISMO.
       ORDENAR-DIETA-EVO.
           IF DIETA-ORDEN-W NOT = SPACES
              IF DIETA-ORDEN-W = "SU"
                 MOVE "S" TO MODO-DIETA-W
              ELSE
                 MOVE "O" TO MODO-DIETA-W
              END-IF
              MOVE FECHA-EVO-W TO FECHA-DIETA-W
              MOVE HORA-EVO-W  TO HORA-DIETA-W
              CALL "HC141" USING MODO-DIETA-W ID-EVO-W FOLIO-EVO-W
                                 FECHA-DIETA-W HORA-DIETA-W
                                 DIETA-ORDEN-W OBSERV-DIETA-W
                                 OPER-ELAB-EVO-W RESULT-DIETA-W
           END-IF.

      * EL PAQUETE SE VUELVE A PROPONER EN HC146 (MISMOS ITEMS, EN EL
      * MISMO ORDEN QUE VIO EL MEDICO) Y SOBRE ESA TABLA SE MARCA LA
      * DECISION QUE LLEGO POR ITEM ANTES DE REGISTRAR EL USO.
       REGISTRAR-USO-SET.
           IF SET-ORDEN-W NOT = SPACES
              INITIALIZE DATOS-SET-W
              MOVE SET-ORDEN-W          TO COD-SET-W
              MOVE ID-EVO-W             TO PACI-SET-W
              MOVE FECHA-EVO-W          TO FECHA-SET-W
              COMPUTE HORA-SET-W = HR-EVO-W * 10000 + MN-EVO-W * 100
              MOVE MED-EVO-W            TO MEDICO-SET-W
              MOVE OPER-ELAB-EVO-W      TO OPER-SET-W
              MOVE "P" TO MODO-SET-W
              CALL "HC146" USING MODO-SET-W DATOS-SET-W
                                 TABLA-ITEMS-SET-W RESULT-SET-W
              IF RESULT-SET-W = "S" OR RESULT-SET-W = "A"
                 MOVE COD-DIAGN-EVO-W (1) TO CIE-SET-W
                 PERFORM MARCAR-DECISION-SET
                    VARYING IX-SET-W FROM 1 BY 1
                    UNTIL IX-SET-W > NRO-ITEMS-SET-W
                 MOVE "A" TO MODO-SET-W
                 CALL "HC146" USING MODO-SET-W DATOS-SET-W
                                    TABLA-ITEMS-SET-W RESULT-SET-W
              END-IF
              CANCEL "HC146"
           END-IF.

       MARCAR-DECISION-SET.
           IF DECISION-SET-W (IX-SET-W:1) NOT = SPACE
              MOVE DECISION-SET-W (IX-SET-W:1)
                TO DECISION-ITEM-SET-W (IX-SET-W)
           END-IF.

      * BITACORA DE ACCESO A LA HISTORIA (HC152): SIN RELACION DE
      * TRATANTE O DE SERVICIO HC152 PIDE EL MOTIVO ("M").
       REGISTRAR-ACCESO-HC.
           INITIALIZE DATOS-ACC-W
           MOVE OPER-ELAB-EVO-W      TO USUARIO-ACC-W
           MOVE ID-HC                TO PACI-ACC-W
           MOVE FOLIO-HC             TO FOLIO-ACC-W
           MOVE "H"                  TO ORIGEN-ACC-W
           MOVE MOTIVO-LLEGAD-W      TO MOTIVO-ACC-W
           MOVE "A"                  TO MODO-ACC-W
           MOVE SPACE                TO RESULT-ACC-W
           CALL "HC152" USING MODO-ACC-W DATOS-ACC-W RESULT-ACC-W

           EVALUATE RESULT-ACC-W
              WHEN "S"
                   CONTINUE
              WHEN "M"
                   MOVE "98"                   TO MENSAJE1-HTML
                   MOVE "Digite el motivo de acceso a la historia"
                                               TO MENSAJE2-HTML
                   MOVE "HC003"                TO MENSAJE3-HTML
                   GO TO ENVIAR-ERROR
              WHEN OTHER
                   MOVE "99"                   TO MENSAJE1-HTML
                   MOVE "No se registro el acceso a la historia"
                                               TO MENSAJE2-HTML
                   MOVE "HC003"                TO MENSAJE3-HTML
                   GO TO ENVIAR-ERROR
           END-EVALUATE.


007990
008040 COPY "P:\PROG\PROYECT\FUENTES\SC-WEB.CBL".
