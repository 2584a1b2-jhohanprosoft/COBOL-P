      * MODO "D" - DEPURA DEL INDICE LO QUE YA CUMPLIO LA RETENCION
      *            DE SU TIPO.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - LA EXPORTACION DE RUTAS PASA
      *         POR EL CONTROL DE ACCESO DE HC152 (ORIGEN "D"): EN
      *         MODO "E" SI EL USUARIO NO ES TRATANTE NI DEL SERVICIO
      *         DEBE TRAER EL MOTIVO EN DESCRIP-LNK (SI NO, DEVUELVE
      *         "M" SIN EXPORTAR). NUEVO MODO "R" PARA LOS PROCESOS
      *         (RADICACION DE SER108-21): EXPORTA Y DEJA EL ACCESO
      *         REGISTRADO CON EL MOTIVO QUE TRAE DESCRIP-LNK.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC137.
000030 ENVIRONMENT DIVISION.
000700 77  FECHA-HOY-W                PIC 9(8).
000710 77  SECU-SIG-W                 PIC 9(2) VALUE 0.
000720 77  FECHA-CORTE-W              PIC 9(8) VALUE 0.
000721 77  TOT-DEPURADOS-W            PIC 9(5) VALUE 0.

      * PARAMETROS PARA HC152 (CONTROL DE ACCESO A LA HISTORIA)
000722 77  MODO-ACC-W                 PIC X.
000723 77  RESULT-ACC-W               PIC X.
000724 01  DATOS-ACC-W.
000725     02 USUARIO-ACC-W           PIC X(4).
000726     02 PACI-ACC-W              PIC X(15).
000727     02 FOLIO-ACC-W             PIC X(8).
000728     02 ORIGEN-ACC-W            PIC X.
000729     02 MOTIVO-ACC-W            PIC X(60).
000730     02 PROF-ACC-W              PIC X(6).
000731     02 SERVHO-ACC-W            PIC X(4).
000732     02 ID-PERSONA-ACC-W        PIC X(15).
000733     02 ESTADO-ACC-W            PIC X.

000740 LINKAGE SECTION.
000750 01  MODO-LNK                   PIC X.
000780     88 MODO-INDEXAR            VALUE "I".
000790     88 MODO-VERIFICAR          VALUE "V".
000800     88 MODO-EXPORTAR           VALUE "E".
000801     88 MODO-EXPORTAR-PROCESO   VALUE "R".
000810     88 MODO-DEPURAR            VALUE "D".
000820 01  COD-TIPODOC-LNK            PIC X(6).
000830 01  DESCRIP-LNK                PIC X(30).
000920     88 DOCIDX-OK               VALUE "S".
000930     88 DOCIDX-FALTAN           VALUE "F".
000940     88 DOCIDX-NO-OK            VALUE "N".
000941     88 DOCIDX-PIDE-MOTIVO      VALUE "M".

000950 PROCEDURE DIVISION USING MODO-LNK COD-TIPODOC-LNK
000960                          DESCRIP-LNK RETENCION-LNK
001090                               THRU FIN-VERIFICAR
001100        WHEN MODO-EXPORTAR  PERFORM EXPORTAR-RUTAS
001110                               THRU FIN-EXPORTAR
001111        WHEN MODO-EXPORTAR-PROCESO
001112                            PERFORM EXPORTAR-RUTAS
001113                               THRU FIN-EXPORTAR
001120        WHEN MODO-DEPURAR   PERFORM DEPURAR-VENCIDOS
001130                               THRU FIN-DEPURAR
001140     END-EVALUATE.
002380     END-READ.

002390 EXPORTAR-RUTAS.
002391     PERFORM VALIDAR-ACCESO.
002392     IF RESULT-ACC-W NOT = "S"
002393        IF RESULT-ACC-W = "M"
002394           MOVE "M" TO RESULT-LNK
002395        END-IF
002396        GO TO FIN-EXPORTAR
002397     END-IF.
002400     PERFORM ABRIR-INDICE.
002410     IF OTR-STAT NOT = "00"
002420        GO TO FIN-EXPORTAR
002540     MOVE "S" TO RESULT-LNK.

002550 FIN-EXPORTAR.
002551     CONTINUE.

      * CONTROL DE ACCESO A LA HISTORIA (HC152): EL USUARIO EN LINEA
      * SE VALIDA; EL PROCESO SOLO SE REGISTRA CON SU MOTIVO.
002552 VALIDAR-ACCESO.
002553     IF MODO-EXPORTAR-PROCESO
002554        MOVE "R" TO MODO-ACC-W
002555     ELSE
002556        MOVE "A" TO MODO-ACC-W
002557     END-IF.
002558     INITIALIZE DATOS-ACC-W.
002559     MOVE USUARIO-LNK TO USUARIO-ACC-W.
002560     MOVE ID-PACI-LNK TO PACI-ACC-W.
002561     MOVE FOLIO-LNK   TO FOLIO-ACC-W.
002562     MOVE "D"         TO ORIGEN-ACC-W.
002563     MOVE DESCRIP-LNK TO MOTIVO-ACC-W.
002564     MOVE SPACE       TO RESULT-ACC-W.
002565     CALL "HC152" USING MODO-ACC-W DATOS-ACC-W RESULT-ACC-W.

002570 EXPORTAR-UNA-RUTA.
002580     READ ARCHIVO-DOC-IDX NEXT
