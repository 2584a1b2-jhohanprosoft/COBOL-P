      *         CONFIRMACION QUE SAL7C28 ENTREGO AL PACIENTE
      *         (COD-CONFIRMA-LNK); SI NO COINCIDE EL CHECK-IN SE
      *         RECHAZA CON CONFIRMA-ESTADO-LNK = "N".
      * PO -> 15/10/2026 PABLO OLGUIN - JUNTO CON LA BDUA SE EVALUA LA
      *         CALIDAD DEL DATO DEL PACIENTE (CALL SER114-02 MODO "E");
      *         EL PUNTAJE Y LOS AVISOS SE DEVUELVEN EN
      *         CALIDAD-PUNTAJE-LNK / CALIDAD-AVISOS-LNK PARA QUE
      *         RECEPCION CORRIJA EL DATO MIENTRAS EL PACIENTE ESTA AL
      *         FRENTE. NO DETIENE EL CHECK-IN.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C12-02.
000030 ENVIRONMENT DIVISION.

000505 77  ENTIDAD-BDUA-W             PIC X(6) VALUE SPACES.

000506 77  MODO-CALIDAD-W             PIC X VALUE "E".
000507 01  DATOS-RIPS-W.
000508     02 TIPO-ID-RIPS-W          PIC XX.
000509     02 MUNICIPIO-RIPS-W        PIC 9(5).
000510     02 ZONA-RIPS-W             PIC X.
000511 77  USUARIO-CALIDAD-W          PIC X(4) VALUE SPACES.
000512 01  FALLAS-CALIDAD-W.
000513     02 FALLA-CALIDAD-W         PIC X OCCURS 8.
000514 77  RESULT-CALIDAD-W           PIC X.

000515 LINKAGE SECTION.
000520 01  LLAVE-CIT-LNK              PIC X(9).
000530 01  COD-RESULT-LNK             PIC 9.
000540 01  TIPO-SERV-LNK              PIC XX.
000570     88 COBRO-COPAGO            VALUE "C".
000580     88 COBRO-CUOTA-MODER       VALUE "M".
000590 01  ACUMULADO-ANO-LNK          PIC 9(11)V99.
000591 01  COD-CONFIRMA-LNK           PIC 9(6).
000592 01  CONFIRMA-ESTADO-LNK        PIC X.
000593     88 CONFIRMA-OK             VALUE "S".
000594     88 CONFIRMA-NO-COINCIDE    VALUE "N".
000595 01  BDUA-ESTADO-LNK            PIC X.
000596     88 BDUA-CHECK-OK           VALUE "S".
000597     88 BDUA-CHECK-OTRA-EPS     VALUE "D".
000598     88 BDUA-CHECK-RETIRADO     VALUE "R".
000599     88 BDUA-CHECK-SIN-DATO     VALUE "N".
000600 01  CALIDAD-PUNTAJE-LNK        PIC 9(3).
000601 01  CALIDAD-AVISOS-LNK         PIC X(120).
000602 01  RESULT-COPAGO-LNK          PIC X.
000610     88 COPAGO-LIQUIDADO        VALUE "S".
000620     88 COPAGO-SIN-REGLA        VALUE "R".
000630     88 COPAGO-NO-LIQUIDADO     VALUE "N".
000670 PROCEDURE DIVISION USING LLAVE-CIT-LNK COD-RESULT-LNK
000680                          TIPO-SERV-LNK VALOR-COBRAR-LNK
000690                          TIPO-COBRO-LNK ACUMULADO-ANO-LNK
000691                          BDUA-ESTADO-LNK
000692                          CALIDAD-PUNTAJE-LNK CALIDAD-AVISOS-LNK
000696                          COD-CONFIRMA-LNK CONFIRMA-ESTADO-LNK
000700                          RESULT-COPAGO-LNK RESULT-OK-LNK.

000720     MOVE "N" TO RESULT-OK-LNK RESULT-COPAGO-LNK.
000725     MOVE "S" TO CONFIRMA-ESTADO-LNK.
000730     MOVE 0 TO VALOR-COBRAR-LNK ACUMULADO-ANO-LNK.
000731     MOVE 100 TO CALIDAD-PUNTAJE-LNK.
000732     MOVE SPACES TO CALIDAD-AVISOS-LNK.
000740     PERFORM LEER-PACIENTE-DE-CITA.
000745     PERFORM VERIFICAR-CODIGO-CONFIRMA.
000746     IF CONFIRMA-NO-COINCIDE
000748     END-IF.
000750     IF SW-CITA-LEIDA-W = 1
000755        PERFORM VERIFICAR-BDUA
000756        PERFORM VERIFICAR-CALIDAD
000760        PERFORM REGISTRAR-DESENLACE
000770        IF RESULTADO-REGISTRADO
000780           PERFORM LIQUIDAR-COPAGO
000957        END-IF
000958     END-IF.

000959 VERIFICAR-BDUA.
000960     CALL "SER114-01" USING PACI-CITA-W ENTIDAD-BDUA-W
000961                            BDUA-ESTADO-LNK.

      * SIN EVALUACION (PACIENTE INEXISTENTE O FUSIONADO) SE DEJA 100
      * PARA NO MOSTRAR AVISOS QUE NO APLICAN.
000962 VERIFICAR-CALIDAD.
000963     CALL "SER114-02" USING MODO-CALIDAD-W PACI-CITA-W
000964                            DATOS-RIPS-W USUARIO-CALIDAD-W
000965                            CALIDAD-PUNTAJE-LNK FALLAS-CALIDAD-W
000966                            CALIDAD-AVISOS-LNK RESULT-CALIDAD-W.
000967     IF RESULT-CALIDAD-W NOT = "S"
000968        MOVE 100 TO CALIDAD-PUNTAJE-LNK
000969        MOVE SPACES TO CALIDAD-AVISOS-LNK
000970     END-IF.

000971 REGISTRAR-DESENLACE.
000972     CALL "SAL7C12" USING LLAVE-CIT-LNK COD-RESULT-LNK
000980                          RESULT-OK-LNK.

000990 LIQUIDAR-COPAGO.
