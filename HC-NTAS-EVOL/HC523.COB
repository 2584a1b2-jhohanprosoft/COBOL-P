004820*=================================================================
004830* GUARDA EVOLUCIONES DE GLUCOMETRIA
004840*=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - LA LECTURA DE LA HISTORIA QUEDA
      *         EN LA BITACORA DE ACCESO (HC152 MODO "A", ORIGEN "H").
      *         COMO LOS DATOS TERMINAN EN EL BLOQUE VARIABLE DE LA
      *         GLUCOMETRIA, EL MOTIVO DE RUPTURA DE CRISTAL LLEGA EN EL
      *         VALOR "motivo"; SI HC152 LO EXIGE SE DEVUELVE EL ERROR
      *         "98" PARA QUE LA PANTALLA LO PIDA Y REENVIE.
004850 IDENTIFICATION DIVISION.
004860 PROGRAM-ID. "HttpExtensionProc".
004870 ENVIRONMENT DIVISION.
       77 SERV-W                     PIC 99.
       77 GLUCOMETRIA-W              PIC 9(3).
       77 DOSIS-OXIGENO-W            PIC 99.
       77 MODO-ACC-W                 PIC X VALUE "A".
       77 RESULT-ACC-W               PIC X.
       77 MOTIVO-LLEGAD-W            PIC X(60).

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


       01 EDAD-W.
                        GO TO ENVIAR-ERROR
           END-READ

           PERFORM REGISTRAR-ACCESO-HC

           IF ESTADO-HC = 1
              CONTINUE
           ELSE
               MOVE DATOS-TMP-LLEGAD-W (I)  TO CM-W(K)
           END-IF.

      * BITACORA DE ACCESO A LA HISTORIA (HC152): SIN RELACION DE
      * TRATANTE O DE SERVICIO HC152 PIDE EL MOTIVO ("M").
       REGISTRAR-ACCESO-HC.
           MOVE SPACES               TO COBW3-GET-DATA
           MOVE "motivo"             TO COBW3-SEARCH-DATA
           CALL "COBW3_GET_VALUE" USING COBW3
           MOVE COBW3-GET-DATA       TO MOTIVO-LLEGAD-W

           INITIALIZE DATOS-ACC-W
           MOVE OPER-LLEGAD-W        TO USUARIO-ACC-W
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
                   MOVE "HC523"                TO MENSAJE3-HTML
                   GO TO ENVIAR-ERROR
              WHEN OTHER
                   MOVE "99"                   TO MENSAJE1-HTML
                   MOVE "No se registro el acceso a la historia"
                                               TO MENSAJE2-HTML
                   MOVE "HC523"                TO MENSAJE3-HTML
                   GO TO ENVIAR-ERROR
           END-EVALUATE.


       EDITAR-NUMERO.

