      *=================================================================
      * HISTORIA CLINICA - CONSULTA Y REACTIVACION DE RDA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * COMPONENTE SOBRE LA COLA ARCHIVO-RDA QUE ALIMENTA HC147:
      * MODO "C" - CONSULTA: DEVUELVE EL ESTADO DEL RESUMEN DIGITAL
      *            DE LA ATENCION, LOS INTENTOS Y LA ULTIMA RESPUESTA
      *            DE LA PLATAFORMA.
      * MODO "R" - REACTIVAR: UNA VEZ CORREGIDO EL DATO QUE MOTIVO
      *            EL RECHAZO (ESTADO "R") O LA CAUSA DE LOS
      *            REINTENTOS AGOTADOS (ESTADO "X"), LA ATENCION
      *            VUELVE A PENDIENTE PARA QUE HC147 ARME UN BUNDLE
      *            NUEVO ESA NOCHE. EL INTENTO SIGUE CONTANDO, ASI LA
      *            BITACORA CONSERVA LOS ENVIOS ANTERIORES.
      * RESULT-LNK: "S" OK, "N" NO EXISTE O NO ESTA RECHAZADA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC147-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-RDA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-RDA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-RDA
000140         ALTERNATE RECORD KEY IS ESTADO-RDA WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160 DATA DIVISION.
000170 FILE SECTION.

000180 FD  ARCHIVO-RDA
000190     LABEL RECORD STANDARD.
000200 01  REG-RDA.
000210     02 LLAVE-RDA.
000220        03 ID-RDA               PIC X(15).
000230        03 FOLIO-RDA.
000240           04 FOLIO-SUC-RDA     PIC XX.
000250           04 FOLIO-NRO-RDA     PIC 9(6).
000260     02 TIPO-ATEN-RDA           PIC X.
000270     02 FECHA-CIERRE-RDA        PIC 9(8).
000280     02 HORA-CIERRE-RDA         PIC 9(6).
000290     02 ESTADO-RDA              PIC X.
000300        88 RDA-PENDIENTE        VALUE "P".
000310        88 RDA-RECHAZADO        VALUE "R".
000320        88 RDA-AGOTADO          VALUE "X".
000330     02 INTENTOS-RDA            PIC 99.
000340     02 FECHA-ENVIO-RDA         PIC 9(8).
000350     02 HORA-ENVIO-RDA          PIC 9(6).
000360     02 FECHA-RESP-RDA          PIC 9(8).
000370     02 COD-RESP-RDA            PIC X(10).
000380     02 MOTIVO-RESP-RDA         PIC X(80).
000390     02 ID-BUNDLE-RDA           PIC X(27).
000400     02 FECHA-ENCOLA-RDA        PIC 9(8).

000410 WORKING-STORAGE SECTION.

000420 77  NOM-RDA-W                  PIC X(60)
000430     VALUE "D:\progelect\DATOS\SC-RDA.DAT".
000440 77  OTR-STAT                   PIC XX.

000450 LINKAGE SECTION.
000460 01  MODO-LNK                   PIC X.
000470     88 MODO-CONSULTAR          VALUE "C".
000480     88 MODO-REACTIVAR          VALUE "R".
000490 01  ID-LNK                     PIC X(15).
000500 01  FOLIO-LNK                  PIC X(8).
000510 01  DATOS-RDA-LNK.
000520     02 TIPO-ATEN-LNK           PIC X.
000530     02 ESTADO-LNK              PIC X.
000540     02 INTENTOS-LNK            PIC 99.
000550     02 FECHA-RESP-LNK          PIC 9(8).
000560     02 COD-RESP-LNK            PIC X(10).
000570     02 MOTIVO-RESP-LNK         PIC X(80).
000580 01  RESULT-LNK                 PIC X.

000590 PROCEDURE DIVISION USING MODO-LNK ID-LNK FOLIO-LNK
000600                          DATOS-RDA-LNK RESULT-LNK.

000610 MAINLINE.
000620     MOVE "N" TO RESULT-LNK.
000630     OPEN I-O ARCHIVO-RDA.
000640     IF OTR-STAT NOT = "00"
000650        EXIT PROGRAM
000660     END-IF.
000670     EVALUATE TRUE
000680        WHEN MODO-CONSULTAR
000690           PERFORM CONSULTAR-RDA THRU FIN-CONSULTAR-RDA
000700        WHEN MODO-REACTIVAR
000710           PERFORM REACTIVAR-RDA THRU FIN-REACTIVAR-RDA
000720     END-EVALUATE.
000730     CLOSE ARCHIVO-RDA.
000740     EXIT PROGRAM.

000750 CONSULTAR-RDA.
000760     MOVE ID-LNK    TO ID-RDA.
000770     MOVE FOLIO-LNK TO FOLIO-RDA.
000780     READ ARCHIVO-RDA
000790          INVALID KEY GO TO FIN-CONSULTAR-RDA
000800     END-READ.
000810     PERFORM DEVOLVER-DATOS.
000820     MOVE "S" TO RESULT-LNK.

000830 FIN-CONSULTAR-RDA.
000840     EXIT.

000850 REACTIVAR-RDA.
000860     MOVE ID-LNK    TO ID-RDA.
000870     MOVE FOLIO-LNK TO FOLIO-RDA.
000880     READ ARCHIVO-RDA
000890          INVALID KEY GO TO FIN-REACTIVAR-RDA
000900     END-READ.
000910     IF NOT RDA-RECHAZADO AND NOT RDA-AGOTADO
000920        PERFORM DEVOLVER-DATOS
000930        GO TO FIN-REACTIVAR-RDA
000940     END-IF.
000950     MOVE "P"    TO ESTADO-RDA.
000960     MOVE 0      TO FECHA-RESP-RDA.
000970     MOVE SPACES TO COD-RESP-RDA MOTIVO-RESP-RDA.
000980     REWRITE REG-RDA
000990             INVALID KEY GO TO FIN-REACTIVAR-RDA
001000     END-REWRITE.
001010     PERFORM DEVOLVER-DATOS.
001020     MOVE "S" TO RESULT-LNK.

001030 FIN-REACTIVAR-RDA.
001040     EXIT.

001050 DEVOLVER-DATOS.
001060     MOVE TIPO-ATEN-RDA   TO TIPO-ATEN-LNK.
001070     MOVE ESTADO-RDA      TO ESTADO-LNK.
001080     MOVE INTENTOS-RDA    TO INTENTOS-LNK.
001090     MOVE FECHA-RESP-RDA  TO FECHA-RESP-LNK.
001100     MOVE COD-RESP-RDA    TO COD-RESP-LNK.
001110     MOVE MOTIVO-RESP-RDA TO MOTIVO-RESP-LNK.
