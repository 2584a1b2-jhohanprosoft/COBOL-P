       77 RESULT-ENVIO-W                  PIC X.
          88 ENVIOFAC-OK-W                VALUE "S".
          88 ENVIOFAC-NO-OK-W             VALUE "N".
          88 ENVIOFAC-SIN-AUTORIZ-W       VALUE "A".

       01 DATOS-ENVIO.
          02 SW-INVALID-ENV               PIC XX.
                                      CORREO-ALTERNO-LLEGADA-W
                                      OPERADOR-LLEGADA-W
                                      CORREO-USADO-W
                                      ID-PAC-NUM-J
                                      RESULT-ENVIO-W
           END-IF
           MOVE CORREO-USADO-W     TO CORREO-ENVIO-J
