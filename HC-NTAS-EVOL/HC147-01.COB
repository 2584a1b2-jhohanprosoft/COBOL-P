      *=================================================================
      * HISTORIA CLINICA - INFORME DE RDA RECHAZADOS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * INFORME DIARIO PARA ESTADISTICA Y AUDITORIA MEDICA DE LOS
      * RESUMENES DIGITALES DE ATENCION QUE LA PLATAFORMA RECHAZO
      * (ESTADO "R", CON EL CODIGO Y EL MOTIVO QUE DEVOLVIO O
      * "LOCAL" SI HC147 NO PUDO ARMAR EL BUNDLE) O QUE AGOTARON LOS
      * REINTENTOS (ESTADO "X"), PARA CORREGIR EL DATO Y REACTIVARLOS
      * CON HC147-02. RECORRE LA BITACORA ARCHIVO-RDA-LOG POR LA
      * FECHA DE RESPUESTA Y DEJA EL INFORME EN SC-INFRDARECH.TXT.
      * PARA EL INFORME DEL DIA SE PASA LA MISMA FECHA EN LOS DOS
      * PARAMETROS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC147-01.
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

000160     SELECT ARCHIVO-RDA-LOG LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-RDALOG-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-RDAL
000210         ALTERNATE RECORD KEY IS FECHA-RESP-RDAL WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-PACIE-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS COD-PACI
000280         FILE STATUS IS OTR-STAT.

000290     SELECT REPORTE-RDA-RECH
000300         ASSIGN NOM-INFRDA-W
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS OTR-STAT.

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  ARCHIVO-RDA
000360     LABEL RECORD STANDARD.
000370 01  REG-RDA.
000380     02 LLAVE-RDA.
000390        03 ID-RDA               PIC X(15).
000400        03 FOLIO-RDA.
000410           04 FOLIO-SUC-RDA     PIC XX.
000420           04 FOLIO-NRO-RDA     PIC 9(6).
000430     02 TIPO-ATEN-RDA           PIC X.
000440     02 FECHA-CIERRE-RDA        PIC 9(8).
000450     02 HORA-CIERRE-RDA         PIC 9(6).
000460     02 ESTADO-RDA              PIC X.
000470     02 INTENTOS-RDA            PIC 99.
000480     02 FECHA-ENVIO-RDA         PIC 9(8).
000490     02 HORA-ENVIO-RDA          PIC 9(6).
000500     02 FECHA-RESP-RDA          PIC 9(8).
000510     02 COD-RESP-RDA            PIC X(10).
000520     02 MOTIVO-RESP-RDA         PIC X(80).
000530     02 ID-BUNDLE-RDA           PIC X(27).
000540     02 FECHA-ENCOLA-RDA        PIC 9(8).

000550 FD  ARCHIVO-RDA-LOG
000560     LABEL RECORD STANDARD.
000570 01  REG-RDAL.
000580     02 LLAVE-RDAL.
000590        03 ID-RDAL              PIC X(15).
000600        03 FOLIO-RDAL           PIC X(8).
000610        03 INTENTO-RDAL         PIC 99.
000620     02 ID-BUNDLE-RDAL          PIC X(27).
000630     02 FECHA-ENVIO-RDAL        PIC 9(8).
000640     02 HORA-ENVIO-RDAL         PIC 9(6).
000650     02 ESTADO-RDAL             PIC X.
000660        88 RDAL-RECHAZADO       VALUE "R".
000670        88 RDAL-AGOTADO         VALUE "X".
000680     02 FECHA-RESP-RDAL         PIC 9(8).
000690     02 COD-RESP-RDAL           PIC X(10).
000700     02 MOTIVO-RESP-RDAL        PIC X(80).

000710 FD  ARCHIVO-PACIENTES
000720     LABEL RECORD STANDARD.
000730 01  REG-PACI.
000740     02 COD-PACI                PIC X(15).
000750     02 DESCRIP-PACI            PIC X(40).
000760     02 FILLER                  PIC X(81).

000770 FD  REPORTE-RDA-RECH
000780     LABEL RECORD STANDARD.
000790 01  LIN-RDA-RECH               PIC X(200).

000800 WORKING-STORAGE SECTION.

000810 77  NOM-RDA-W                  PIC X(60)
000820     VALUE "D:\progelect\DATOS\SC-RDA.DAT".
000830 77  NOM-RDALOG-W               PIC X(60)
000840     VALUE "D:\progelect\DATOS\SC-RDALOG.DAT".
000850 77  NOM-PACIE-W                PIC X(60)
000860     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000870 77  NOM-INFRDA-W               PIC X(60)
000880     VALUE "D:\progelect\DATOS\SC-INFRDARECH.TXT".
000890 77  OTR-STAT                   PIC XX.
000900 77  SW-FIN-W                   PIC 9 VALUE 0.
000910 77  TOT-RECHAZADOS-W           PIC 9(5) VALUE 0.
000920 77  TOT-AGOTADOS-W             PIC 9(5) VALUE 0.

000930 01  LIN-TITULO-REP.
000940     02 FILLER                  PIC X(15) VALUE "DOCUMENTO".
000950     02 FILLER                  PIC X(31) VALUE "PACIENTE".
000960     02 FILLER                  PIC X(9)  VALUE "FOLIO".
000970     02 FILLER                  PIC X(5)  VALUE "TIPO".
000980     02 FILLER                  PIC X(4)  VALUE "INT".
000990     02 FILLER                  PIC X(9)  VALUE "FECHA".
001000     02 FILLER                  PIC X(3)  VALUE "ES".
001010     02 FILLER                  PIC X(11) VALUE "CODIGO".
001020     02 FILLER                  PIC X(6)  VALUE "MOTIVO".

001030 01  LIN-DETALLE-REP.
001040     02 ID-REP                  PIC X(15).
001050     02 NOMBRE-REP              PIC X(30).
001060     02 FILLER                  PIC X VALUE " ".
001070     02 FOLIO-REP               PIC X(8).
001080     02 FILLER                  PIC XX VALUE SPACES.
001090     02 TIPO-REP                PIC X.
001100     02 FILLER                  PIC XX VALUE SPACES.
001110     02 INTENTO-REP             PIC Z9.
001120     02 FILLER                  PIC XX VALUE SPACES.
001130     02 FECHA-REP               PIC 9(8).
001140     02 FILLER                  PIC X VALUE " ".
001150     02 ESTADO-REP              PIC X.
001160     02 FILLER                  PIC XX VALUE SPACES.
001170     02 COD-RESP-REP            PIC X(10).
001180     02 FILLER                  PIC X VALUE " ".
001190     02 MOTIVO-REP              PIC X(80).

001200 01  LIN-TOTAL-REP.
001210     02 FILLER                  PIC X(12) VALUE "RECHAZADOS: ".
001220     02 TOT-RECHAZADOS-REP      PIC ZZZZ9.
001230     02 FILLER                  PIC X(25)
001240        VALUE "   REINTENTOS AGOTADOS: ".
001250     02 TOT-AGOTADOS-REP        PIC ZZZZ9.

001260 LINKAGE SECTION.
001270 01  FECHA-INI-LNK              PIC 9(8).
001280 01  FECHA-FIN-LNK              PIC 9(8).

001290 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

001300 MAINLINE.
001310     OPEN INPUT ARCHIVO-RDA-LOG.
001320     IF OTR-STAT NOT = "00"
001330        EXIT PROGRAM
001340     END-IF.
001350     OPEN INPUT ARCHIVO-RDA ARCHIVO-PACIENTES.
001360     OPEN OUTPUT REPORTE-RDA-RECH.
001370     MOVE SPACES TO LIN-RDA-RECH.
001380     STRING "RESUMENES DIGITALES DE ATENCION RECHAZADOS "
001390            FECHA-INI-LNK " A " FECHA-FIN-LNK
001400            DELIMITED BY SIZE INTO LIN-RDA-RECH.
001410     WRITE LIN-RDA-RECH.
001420     MOVE SPACES TO LIN-RDA-RECH.
001430     WRITE LIN-RDA-RECH.
001440     WRITE LIN-RDA-RECH FROM LIN-TITULO-REP.
001450     MOVE 0 TO SW-FIN-W.
001460     MOVE FECHA-INI-LNK TO FECHA-RESP-RDAL.
001470     START ARCHIVO-RDA-LOG KEY IS >= FECHA-RESP-RDAL
001480           INVALID KEY MOVE 1 TO SW-FIN-W.
001490     PERFORM LEER-BITACORA UNTIL SW-FIN-W = 1.
001500     MOVE TOT-RECHAZADOS-W TO TOT-RECHAZADOS-REP.
001510     MOVE TOT-AGOTADOS-W   TO TOT-AGOTADOS-REP.
001520     MOVE SPACES TO LIN-RDA-RECH.
001530     WRITE LIN-RDA-RECH.
001540     WRITE LIN-RDA-RECH FROM LIN-TOTAL-REP.
001550     CLOSE ARCHIVO-RDA-LOG ARCHIVO-RDA ARCHIVO-PACIENTES
001560           REPORTE-RDA-RECH.
001570     DISPLAY "RDA RECHAZADOS:      " TOT-RECHAZADOS-W.
001580     DISPLAY "REINTENTOS AGOTADOS: " TOT-AGOTADOS-W.
001590     EXIT PROGRAM.

001600 LEER-BITACORA.
001610     READ ARCHIVO-RDA-LOG NEXT
001620          AT END MOVE 1 TO SW-FIN-W
001630     END-READ.
001640     IF SW-FIN-W = 0
001650        IF FECHA-RESP-RDAL > FECHA-FIN-LNK
001660           MOVE 1 TO SW-FIN-W
001670        ELSE
001680           IF RDAL-RECHAZADO OR RDAL-AGOTADO
001690              PERFORM LISTAR-RECHAZO
001700           END-IF
001710        END-IF
001720     END-IF.

001730 LISTAR-RECHAZO.
001740     MOVE ID-RDAL    TO ID-RDA COD-PACI.
001750     MOVE FOLIO-RDAL TO FOLIO-RDA.
001760     READ ARCHIVO-RDA
001770          INVALID KEY MOVE SPACE TO TIPO-ATEN-RDA
001780     END-READ.
001790     READ ARCHIVO-PACIENTES
001800          INVALID KEY MOVE SPACES TO DESCRIP-PACI
001810     END-READ.
001820     MOVE ID-RDAL          TO ID-REP.
001830     MOVE DESCRIP-PACI     TO NOMBRE-REP.
001840     MOVE FOLIO-RDAL       TO FOLIO-REP.
001850     MOVE TIPO-ATEN-RDA    TO TIPO-REP.
001860     MOVE INTENTO-RDAL     TO INTENTO-REP.
001870     MOVE FECHA-RESP-RDAL  TO FECHA-REP.
001880     MOVE ESTADO-RDAL      TO ESTADO-REP.
001890     MOVE COD-RESP-RDAL    TO COD-RESP-REP.
001900     MOVE MOTIVO-RESP-RDAL TO MOTIVO-REP.
001910     WRITE LIN-RDA-RECH FROM LIN-DETALLE-REP.
001920     IF RDAL-RECHAZADO
001930        ADD 1 TO TOT-RECHAZADOS-W
001940     ELSE
001950        ADD 1 TO TOT-AGOTADOS-W
001960     END-IF.
