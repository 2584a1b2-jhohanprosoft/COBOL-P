      * PO -> 22/08/2026 PABLO OLGUIN - REG-TERCERO IGUALADO CON
      *         CON123: NOMBRE-TER NOMBRADO DENTRO DEL AREA QUE ESTABA
      *         EN FILLER (MISMA LONGITUD DE REGISTRO).
      * PO -> 15/10/2026 PABLO OLGUIN - HABEAS DATA: NUEVO PARAMETRO
      *         PACI-LNK (PACIENTE DE LA FACTURA). SI EL TERCERO A
      *         QUIEN SE ENVIA ES EL MISMO PACIENTE, SOLO SE ENVIA SI
      *         AUTORIZO LA FINALIDAD RESULTADOS Y DOCUMENTOS POR
      *         CORREO (SAL7C37 MODO "C"); SI NO, DEVUELVE "A" Y NO
      *         DEJA CONSTANCIA DE ENVIO.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-18.
000030 ENVIRONMENT DIVISION.
000470     VALUE "D:\progelect\DATOS\SC-ENVIOFAC.DAT".
000480 77  OTR-STAT                    PIC XX.
000490 77  SW-FIN-SEC-W                PIC 9 VALUE 0.
000491 77  SECUEN-W                    PIC 9(3).
000492 77  NIT-X-W                     PIC X(10).
000493 77  NIT-ALFA-W                  PIC X(15).
000494 77  CEROS-W                     PIC 9(2).

      * PARAMETROS PARA SAL7C37 (CONSULTAR AUTORIZACION DE DATOS)
000495 77  MODO-AUT-W                  PIC X VALUE "C".
000496 01  DATOS-AUT-W.
000497     02 PACI-AUT-W               PIC X(15).
000498     02 FINALIDAD-AUT-W          PIC X VALUE "D".
000499     02 CANAL-AUT-W              PIC X VALUE "E".
000500     02 MEDIO-CAPTURA-AUT-W      PIC X VALUE SPACE.
000501     02 FECHA-AUT-W              PIC 9(8) VALUE 0.
000502     02 SOPORTE-AUT-W            PIC X(30) VALUE SPACES.
000503     02 OPER-AUT-W               PIC X(4) VALUE SPACES.
000504 77  RESULT-AUT-W                PIC X.
000505     88 AUT-CORREO-OK-W          VALUE "S".

000510 LINKAGE SECTION.
000520 01  PREFIJO-LNK                 PIC X.
000550 01  CORREO-ALTERNO-LNK          PIC X(60).
000560 01  OPERADOR-LNK                PIC X(4).
000570 01  CORREO-USADO-LNK            PIC X(60).
000571 01  PACI-LNK                    PIC X(15).
000580 01  RESULT-LNK                  PIC X.
000590     88 ENVIOFAC-OK              VALUE "S".
000600     88 ENVIOFAC-NO-OK           VALUE "N".
000601     88 ENVIOFAC-SIN-AUTORIZ     VALUE "A".

000610 PROCEDURE DIVISION USING PREFIJO-LNK NRO-LNK NIT-TERCERO-LNK
000620                          CORREO-ALTERNO-LNK OPERADOR-LNK
000630                          CORREO-USADO-LNK PACI-LNK
000631                          RESULT-LNK.

000640 MAINLINE.
000650     MOVE "S" TO RESULT-LNK.
000660     PERFORM ABRIR-ARCHIVOS.
000670     PERFORM DETERMINAR-CORREO.
000671     IF ENVIOFAC-OK AND PACI-LNK NOT = SPACES
000672        PERFORM VALIDAR-AUTORIZACION
000673     END-IF.
000680     IF ENVIOFAC-OK
000690        PERFORM OBTENER-SECUENCIA
000700        PERFORM GRABAR-ENVIO
000940              MOVE E-MAIL-TER TO CORREO-USADO-LNK
000950           END-IF
000960        END-IF
000961     END-IF.

      *    EL PACIENTE SE COMPARA CON EL NIT SIN CEROS A LA IZQUIERDA;
      *    SI LA FACTURA VA A LA ENTIDAD NO SE CONSULTA AUTORIZACION.
000962 VALIDAR-AUTORIZACION.
000963     MOVE NIT-TERCERO-LNK TO NIT-X-W.
000964     MOVE 0 TO CEROS-W.
000965     INSPECT NIT-X-W TALLYING CEROS-W FOR LEADING "0".
000966     MOVE SPACES TO NIT-ALFA-W.
000967     IF CEROS-W < 10
000968        MOVE NIT-X-W (CEROS-W + 1:) TO NIT-ALFA-W
000969     END-IF.
000970     IF NIT-ALFA-W = PACI-LNK
000971        MOVE PACI-LNK TO PACI-AUT-W
000972        CALL "SAL7C37" USING MODO-AUT-W DATOS-AUT-W
000973                             RESULT-AUT-W
000974        IF NOT AUT-CORREO-OK-W
000975           MOVE "A" TO RESULT-LNK
000976        END-IF
000977     END-IF.

000980 OBTENER-SECUENCIA.
000990     MOVE PREFIJO-LNK  TO PREFIJO-ENVIOFAC.
