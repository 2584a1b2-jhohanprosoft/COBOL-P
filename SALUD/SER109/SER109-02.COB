      *         REG-CIERRE LAS SESIONES ABIERTAS Y LOS RECIBOS SIN
      *         ASIENTO DEL DIA; EL MODO "Q" SOLO MARCA "C" SI LA
      *         DIFERENCIA Y AMBOS CONTADORES ESTAN EN CERO.
      * PO -> 15/10/2026 PABLO OLGUIN - EL MODO "Q" NO CUADRA EL DIA
      *         DE UNA SEDE CON CONTINGENCIA SIN CONCILIAR (SER108-50
      *         A SER108-52) QUE EMPEZO ESE DIA O ANTES: RESULTADO "K".
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER109-02.
000030 ENVIRONMENT DIVISION.
000540         RECORD KEY IS LLAVE-CIERRE
000550         FILE STATUS IS OTR-STAT.

000551     SELECT ARCHIVO-CONTING-SUC LOCK MODE IS AUTOMATIC
000552         ASSIGN NOM-CONTSUC-W
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS DYNAMIC
000555         RECORD KEY IS SUC-CTG
000556         FILE STATUS IS OTR-STAT.

000560     SELECT REPORTE-CIERRE
000570         ASSIGN NOM-REPCIERRE-W
000580         ORGANIZATION IS LINE SEQUENTIAL.
000910     02 ESTADO-RBO              PIC X.
000920        88 RBO-ACTIVO           VALUE "A".
000930        88 RBO-ANULADO          VALUE "N".
000931     02 VOUCHER-RBO             PIC X(15).

001070 FD  ARCHIVO-FACTURAS
001080     LABEL RECORD STANDARD.
001520     02 NIT-MOV                 PIC 9(10).
001530     02 SECUENCIA-MOV           PIC 9(8).
001540     02 SUCURSAL-MOV            PIC XX.
001541     02 NIT-EMPRESA-MOV         PIC 9(10).

001550 FD  ARCHIVO-CIERRE-DIA
001560     LABEL RECORD STANDARD.
001702     02 SESIONES-ABIER-CIERRE   PIC 9(3).
001704     02 RECIBOS-SINASI-CIERRE   PIC 9(5).

001705 FD  ARCHIVO-CONTING-SUC
001706     LABEL RECORD STANDARD.
001707 01  REG-CTG.
001708     02 SUC-CTG                 PIC XX.
001709     02 ESTADO-CTG              PIC X.
001710        88 CTG-NORMAL           VALUE "N" " ".
001711     02 FECHA-INI-CTG           PIC 9(8).
001712     02 HORA-INI-CTG            PIC 9(4).
001713     02 USUARIO-INI-CTG         PIC X(4).
001714     02 FECHA-FIN-CTG           PIC 9(8).
001715     02 HORA-FIN-CTG            PIC 9(4).
001716     02 USUARIO-FIN-CTG         PIC X(4).
001717     02 RESOL-CTG               PIC X(20).
001718     02 VIGENCIA-CTG            PIC 9(8).
001719     02 BLOQUE-INI-CTG          PIC 9(8).
001720     02 BLOQUE-FIN-CTG          PIC 9(8).
001721     02 ULT-USADO-CTG           PIC 9(8).
001722     02 PRIMERO-EVENTO-CTG      PIC 9(8).
001723     02 ULT-SECUEN-CTG          PIC 9(6).
001724     02 FECHA-SINC-CTG          PIC 9(8).
001725     02 TOT-CARGADOS-CTG        PIC 9(5).
001726     02 TOT-CONFLICTOS-CTG      PIC 9(5).
001727     02 FECHA-CONCIL-CTG        PIC 9(8).
001728     02 USUARIO-CONCIL-CTG      PIC X(4).
001729     02 FILLER                  PIC X(20).

001730 FD  REPORTE-CIERRE
001731     LABEL RECORD STANDARD.
001732 01  LIN-CIERRE                 PIC X(120).

001740 WORKING-STORAGE SECTION.

001880     VALUE "D:\progelect\DATOS\SC-CIERREDIA.DAT".
001890 77  NOM-REPCIERRE-W            PIC X(60)
001900     VALUE "D:\progelect\DATOS\SC-CIERREDIA.TXT".
001901 77  NOM-CONTSUC-W              PIC X(60)
001902     VALUE "D:\progelect\DATOS\SC-CONTSUC.DAT".
001910 77  OTR-STAT                   PIC XX.
001920 77  SW-FIN-W                   PIC 9 VALUE 0.
001930 77  SW-HALLADO-W               PIC 9 VALUE 0.
002190     88 CIERRE-OK               VALUE "S".
002200     88 CIERRE-CON-DIFERENCIA   VALUE "D".
002210     88 CIERRE-NO-OK            VALUE "N".
002211     88 CIERRE-CONTINGENCIA     VALUE "K".

002220 PROCEDURE DIVISION USING MODO-LNK SUC-LNK FECHA-LNK
002230                          USUARIO-LNK RESULT-LNK.
004460        CLOSE ARCHIVO-CIERRE-DIA
004470        GO TO FIN-MARCAR
004480     END-IF.
004481     PERFORM VERIFICAR-CONTINGENCIA.
004482     IF RESULT-LNK = "K"
004483        CLOSE ARCHIVO-CIERRE-DIA
004484        GO TO FIN-MARCAR
004485     END-IF.
004490     MOVE "C" TO ESTADO-CIERRE.
004500     MOVE USUARIO-LNK TO USUARIO-CIERRE.
004510     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-MARCA-CIERRE.
004560     CLOSE ARCHIVO-CIERRE-DIA.

004570 FIN-MARCAR.
004571     CONTINUE.

      * LA SEDE QUE ESTUVO EN CONTINGENCIA DESDE ESE DIA O ANTES NO
      * CIERRA HASTA QUE SER108-52 LA DE POR CONCILIADA.
004572 VERIFICAR-CONTINGENCIA.
004573     OPEN INPUT ARCHIVO-CONTING-SUC.
004574     IF OTR-STAT = "00"
004575        MOVE SUC-LNK TO SUC-CTG
004576        READ ARCHIVO-CONTING-SUC
004577             INVALID KEY MOVE "N" TO ESTADO-CTG
004578        END-READ
004579        IF NOT CTG-NORMAL AND FECHA-INI-CTG NOT > FECHA-LNK
004580           MOVE "K" TO RESULT-LNK
004581        END-IF
004582        CLOSE ARCHIVO-CONTING-SUC
004583     END-IF.

004590 CERRAR-ARCHIVOS.
004600     CLOSE ARCHIVO-SESION-CAJA ARCHIVO-RECIBO-CAJA
