      *=================================================================
      * INVENTARIOS - AUDITORIA MENSUAL DE BOTIQUINES DE PISO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * TOMA EL ULTIMO CONTEO RAPIDO DE CADA BOTIQUIN HECHO EN LOS
      * ULTIMOS 30 DIAS (ARCHIVO-CONTEO-BOT, VER INV437 MODO "T"),
      * LO SUMA POR ARTICULO Y LO COMPARA CONTRA LA EXISTENCIA TEORICA
      * DE ARCHIVO-BOTIQUIN: TEORICO, CONTADO Y DIFERENCIA. EL
      * BOTIQUIN SIN CONTEO EN EL PERIODO SALE "SIN CONTEO". AL FINAL
      * LISTA LOS LOTES CONTADOS QUE YA ESTAN VENCIDOS SEGUN
      * ARCHIVO-LOTE-FARM, PARA RETIRARLOS DEL PISO.
      * SALIDA: SC-AUDBOT.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV437-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-BOTIQUIN LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-BOTIQ-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-BOT
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CONTEO-BOT LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CONTBOT-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-KBT
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-LOTE-FARM LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-LOTE-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS COD-LTF
000260         ALTERNATE RECORD KEY IS ART-LTF WITH DUPLICATES
000270         ALTERNATE RECORD KEY IS VENCE-LTF WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT REPORTE-AUDITORIA
000300         ASSIGN NOM-AUDBOT-W
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  ARCHIVO-BOTIQUIN
000350     LABEL RECORD STANDARD.
000360 01  REG-BOT.
000370     02 LLAVE-BOT.
000380        03 DIV-BOT              PIC XX.
000390        03 COD-ART-BOT          PIC X(8).
000400     02 COD-COSTO-BOT           PIC X(4).
000410     02 DIV-SURTE-BOT           PIC XX.
000420     02 PAR-BOT                 PIC 9(7)V99.
000430     02 STOCK-BOT               PIC S9(7)V99 SIGN IS TRAILING.
000440     02 ESTADO-BOT              PIC X.
000450        88 BOT-ACTIVO           VALUE "A".
000460        88 BOT-INACTIVO         VALUE "I".
000470     02 ULT-RECIBO-BOT          PIC 9(8).
000480     02 ULT-CONSUMO-BOT         PIC 9(8).
000490     02 OPER-BOT                PIC X(4).
000500     02 FECHA-ACT-BOT           PIC 9(8).
000510     02 FILLER                  PIC X(15).

000520 FD  ARCHIVO-CONTEO-BOT
000530     LABEL RECORD STANDARD.
000540 01  REG-KBT.
000550     02 LLAVE-KBT.
000560        03 DIV-KBT              PIC XX.
000570        03 FECHA-KBT            PIC 9(8).
000580        03 COD-ART-KBT          PIC X(8).
000590        03 COD-LTF-KBT          PIC X(10).
000600     02 CANT-KBT                PIC 9(7)V99.
000610     02 OPER-KBT                PIC X(4).
000620     02 FILLER                  PIC X(10).

000630 FD  ARCHIVO-LOTE-FARM
000640     LABEL RECORD STANDARD.
000650 01  REG-LTF.
000660     02 COD-LTF                 PIC X(10).
000670     02 ART-LTF                 PIC X(8).
000680     02 DESCRIP-LTF             PIC X(30).
000690     02 LOTE-LTF                PIC X(10).
000700     02 VENCE-LTF               PIC 9(8).
000710     02 EXIST-LTF               PIC 9(9)V99.
000720     02 ESTADO-LTF              PIC X.
000730        88 LOTE-ACTIVO          VALUE "A" " ".
000740        88 LOTE-EN-CUARENTENA   VALUE "Q".
000750     02 FILLER                  PIC X(8).

000760 FD  REPORTE-AUDITORIA
000770     LABEL RECORD STANDARD.
000780 01  LIN-AUDITORIA              PIC X(100).

000790 WORKING-STORAGE SECTION.

000800 77  NOM-BOTIQ-W                PIC X(60)
000810     VALUE "D:\progelect\DATOS\SC-BOTIQUIN.DAT".
000820 77  NOM-CONTBOT-W              PIC X(60)
000830     VALUE "D:\progelect\DATOS\SC-CONTBOT.DAT".
000840 77  NOM-LOTE-W                 PIC X(60)
000850     VALUE "D:\progelect\DATOS\SC-LOTEFARM.DAT".
000860 77  NOM-AUDBOT-W               PIC X(60)
000870     VALUE "D:\progelect\DATOS\SC-AUDBOT.TXT".
000880 77  OTR-STAT                   PIC XX.
000890 77  SW-FIN-W                   PIC 9 VALUE 0.
000900 77  SW-HALLADO-W               PIC 9 VALUE 0.
000910 77  SW-SIN-BOTIQ-W             PIC 9 VALUE 0.
000920 77  SW-SIN-CONTEO-W            PIC 9 VALUE 0.
000930 77  SW-SIN-LOTE-W              PIC 9 VALUE 0.
000940 77  FECHA-HOY-W                PIC 9(8).
000950 77  FECHA-DESDE-W              PIC 9(8).
000960 77  MAX-DIV-W                  PIC 99 VALUE 50.
000970 77  TOT-DIV-W                  PIC 99 VALUE 0.
000980 77  K                          PIC 99.
000990 77  MAX-CONT-W                 PIC 9(4) VALUE 1000.
001000 77  TOT-CONT-W                 PIC 9(4) VALUE 0.
001010 77  J                          PIC 9(4).
001020 77  MAX-VENC-W                 PIC 9(3) VALUE 200.
001030 77  TOT-VENC-W                 PIC 9(3) VALUE 0.
001040 77  I                          PIC 9(3).
001050 77  CONTADO-W                  PIC 9(9)V99.
001060 77  DIFERENCIA-W               PIC S9(9)V99 SIGN IS TRAILING.
001070 77  TOT-CON-DIF-W              PIC 9(5) VALUE 0.

001080 01  TABLA-DIV-W.
001090     02 DIV-CONTEO-W OCCURS 50 TIMES.
001100        03 DIV-DC-W             PIC XX.
001110        03 FECHA-DC-W           PIC 9(8).

001120 01  TABLA-CONTADO-W.
001130     02 CONTADO-T-W OCCURS 1000 TIMES.
001140        03 DIV-CT-W             PIC XX.
001150        03 ART-CT-W             PIC X(8).
001160        03 CANT-CT-W            PIC 9(9)V99.

001170 01  TABLA-VENCIDO-W.
001180     02 VENCIDO-W OCCURS 200 TIMES.
001190        03 DIV-VE-W             PIC XX.
001200        03 ART-VE-W             PIC X(8).
001210        03 LTF-VE-W             PIC X(10).
001220        03 LOTE-VE-W            PIC X(10).
001230        03 VENCE-VE-W           PIC 9(8).
001240        03 CANT-VE-W            PIC 9(7)V99.

001250 01  LIN-TITULO-AUD.
001260     02 FILLER                  PIC X(34) VALUE
001270        "AUDITORIA DE BOTIQUINES DE PISO - ".
001280     02 FILLER                  PIC X(6) VALUE "CORTE ".
001290     02 CORTE-TIT               PIC 9(8).

001300 01  LIN-DETALLE-AUD.
001310     02 DIV-REP                 PIC XX.
001320     02 FILLER                  PIC X VALUE SPACE.
001330     02 ART-REP                 PIC X(8).
001340     02 FILLER                  PIC X(6) VALUE " TEOR ".
001350     02 TEORICO-REP             PIC -ZZZZZZ9.99.
001360     02 FILLER                  PIC X(6) VALUE " CONT ".
001370     02 CONTADO-REP             PIC ZZZZZZZ9.99.
001380     02 FILLER                  PIC X(5) VALUE " DIF ".
001390     02 DIFERENCIA-REP          PIC -ZZZZZZ9.99.
001400     02 FILLER                  PIC X VALUE SPACE.
001410     02 FECHA-CONTEO-REP        PIC 9(8).
001420     02 FILLER                  PIC X VALUE SPACE.
001430     02 MARCA-REP               PIC X(10).

001440 01  LIN-VENCIDO-AUD.
001450     02 DIV-VEN-REP             PIC XX.
001460     02 FILLER                  PIC X VALUE SPACE.
001470     02 ART-VEN-REP             PIC X(8).
001480     02 FILLER                  PIC X VALUE SPACE.
001490     02 LTF-VEN-REP             PIC X(10).
001500     02 FILLER                  PIC X(6) VALUE " LOTE ".
001510     02 LOTE-VEN-REP            PIC X(10).
001520     02 FILLER                  PIC X(7) VALUE " VENCE ".
001530     02 VENCE-VEN-REP           PIC 9(8).
001540     02 FILLER                  PIC X(6) VALUE " CANT ".
001550     02 CANT-VEN-REP            PIC ZZZZZZ9.99.

001560 PROCEDURE DIVISION.

001570 MAINLINE.
001580     PERFORM ABRIR-ARCHIVOS.
001590     IF SW-SIN-CONTEO-W = 0
001600        PERFORM LEER-FECHA-CONTEO UNTIL SW-FIN-W = 1
001610        MOVE 0 TO SW-FIN-W
001620        MOVE LOW-VALUES TO LLAVE-KBT
001630        START ARCHIVO-CONTEO-BOT KEY IS > LLAVE-KBT
001640              INVALID KEY MOVE 1 TO SW-FIN-W
001650        END-START
001660        PERFORM ACUMULAR-CONTEO UNTIL SW-FIN-W = 1
001670     END-IF.
001680     IF SW-SIN-BOTIQ-W = 0
001690        MOVE 0 TO SW-FIN-W
001700        PERFORM COMPARAR-BOTIQUIN UNTIL SW-FIN-W = 1
001710     END-IF.
001720     PERFORM IMPRIMIR-VENCIDOS.
001730     PERFORM CERRAR-ARCHIVOS.
001740     STOP RUN.

001750 ABRIR-ARCHIVOS.
001760     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001770     COMPUTE FECHA-DESDE-W =
001780         FUNCTION DATE-OF-INTEGER(
001790         FUNCTION INTEGER-OF-DATE(FECHA-HOY-W) - 30).
001800     MOVE 0 TO SW-FIN-W.
001810     OPEN INPUT ARCHIVO-BOTIQUIN.
001820     IF OTR-STAT NOT = "00"
001830        MOVE 1 TO SW-SIN-BOTIQ-W
001840     END-IF.
001850     OPEN INPUT ARCHIVO-CONTEO-BOT.
001860     IF OTR-STAT NOT = "00"
001870        MOVE 1 TO SW-SIN-CONTEO-W
001880     END-IF.
001890     OPEN INPUT ARCHIVO-LOTE-FARM.
001900     IF OTR-STAT NOT = "00"
001910        MOVE 1 TO SW-SIN-LOTE-W
001920     END-IF.
001930     OPEN OUTPUT REPORTE-AUDITORIA.
001940     MOVE FECHA-HOY-W TO CORTE-TIT.
001950     MOVE LIN-TITULO-AUD TO LIN-AUDITORIA.
001960     WRITE LIN-AUDITORIA.
001970     MOVE SPACES TO LIN-AUDITORIA.
001980     WRITE LIN-AUDITORIA.

      * PRIMERA PASADA: FECHA DEL ULTIMO CONTEO DE CADA BOTIQUIN
001990 LEER-FECHA-CONTEO.
002000     READ ARCHIVO-CONTEO-BOT NEXT
002010          AT END MOVE 1 TO SW-FIN-W
002020     END-READ.
002030     IF SW-FIN-W = 0 AND FECHA-KBT NOT < FECHA-DESDE-W
002040        PERFORM UBICAR-DIVISION
002050        IF SW-HALLADO-W = 0 AND TOT-DIV-W < MAX-DIV-W
002060           ADD 1 TO TOT-DIV-W
002070           MOVE TOT-DIV-W TO K
002080           MOVE DIV-KBT   TO DIV-DC-W (K)
002090           MOVE 1 TO SW-HALLADO-W
002100        END-IF
002110        IF SW-HALLADO-W = 1 AND FECHA-KBT > FECHA-DC-W (K)
002120           MOVE FECHA-KBT TO FECHA-DC-W (K)
002130        END-IF
002140     END-IF.

002150 UBICAR-DIVISION.
002160     MOVE 0 TO SW-HALLADO-W.
002170     PERFORM BUSCAR-DIVISION
002180             VARYING K FROM 1 BY 1
002190             UNTIL K > TOT-DIV-W OR SW-HALLADO-W = 1.

002200 BUSCAR-DIVISION.
002210     IF DIV-DC-W (K) = DIV-KBT
002220        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
002230        SUBTRACT 1 FROM K
002240     END-IF.

      * SEGUNDA PASADA: SOLO LAS LINEAS DEL ULTIMO CONTEO
002250 ACUMULAR-CONTEO.
002260     READ ARCHIVO-CONTEO-BOT NEXT
002270          AT END MOVE 1 TO SW-FIN-W
002280     END-READ.
002290     IF SW-FIN-W = 0
002300        PERFORM UBICAR-DIVISION
002310        IF SW-HALLADO-W = 1 AND FECHA-KBT = FECHA-DC-W (K)
002320           PERFORM SUMAR-CONTADO
002330           IF COD-LTF-KBT NOT = SPACES
002340              PERFORM REVISAR-LOTE
002350           END-IF
002360        END-IF
002370     END-IF.

002380 SUMAR-CONTADO.
002390     MOVE DIV-KBT     TO DIV-BOT.
002400     MOVE COD-ART-KBT TO COD-ART-BOT.
002410     PERFORM UBICAR-CONTADO.
002420     IF SW-HALLADO-W = 0 AND TOT-CONT-W < MAX-CONT-W
002430        ADD 1 TO TOT-CONT-W
002440        MOVE TOT-CONT-W  TO J
002450        MOVE DIV-KBT     TO DIV-CT-W (J)
002460        MOVE COD-ART-KBT TO ART-CT-W (J)
002470        MOVE 0           TO CANT-CT-W (J)
002480        MOVE 1 TO SW-HALLADO-W
002490     END-IF.
002500     IF SW-HALLADO-W = 1
002510        ADD CANT-KBT TO CANT-CT-W (J)
002520     END-IF.

002530 UBICAR-CONTADO.
002540     MOVE 0 TO SW-HALLADO-W.
002550     PERFORM BUSCAR-CONTADO
002560             VARYING J FROM 1 BY 1
002570             UNTIL J > TOT-CONT-W OR SW-HALLADO-W = 1.

002580 BUSCAR-CONTADO.
002590     IF DIV-CT-W (J) = DIV-BOT AND ART-CT-W (J) = COD-ART-BOT
002600        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
002610        SUBTRACT 1 FROM J
002620     END-IF.

002630 REVISAR-LOTE.
002640     IF SW-SIN-LOTE-W = 0
002650        MOVE COD-LTF-KBT TO COD-LTF
002660        READ ARCHIVO-LOTE-FARM
002670             INVALID KEY MOVE 0 TO VENCE-LTF
002680        END-READ
002690        IF VENCE-LTF > 0 AND VENCE-LTF < FECHA-HOY-W
002700           AND TOT-VENC-W < MAX-VENC-W
002710           ADD 1 TO TOT-VENC-W
002720           MOVE DIV-KBT     TO DIV-VE-W (TOT-VENC-W)
002730           MOVE COD-ART-KBT TO ART-VE-W (TOT-VENC-W)
002740           MOVE COD-LTF-KBT TO LTF-VE-W (TOT-VENC-W)
002750           MOVE LOTE-LTF    TO LOTE-VE-W (TOT-VENC-W)
002760           MOVE VENCE-LTF   TO VENCE-VE-W (TOT-VENC-W)
002770           MOVE CANT-KBT    TO CANT-VE-W (TOT-VENC-W)
002780        END-IF
002790     END-IF.

002800 COMPARAR-BOTIQUIN.
002810     READ ARCHIVO-BOTIQUIN NEXT
002820          AT END MOVE 1 TO SW-FIN-W
002830     END-READ.
002840     IF SW-FIN-W = 0 AND BOT-ACTIVO
002850        MOVE DIV-BOT     TO DIV-REP DIV-KBT
002860        MOVE COD-ART-BOT TO ART-REP
002870        MOVE STOCK-BOT   TO TEORICO-REP
002880        MOVE SPACES      TO MARCA-REP
002890        PERFORM UBICAR-DIVISION
002900        IF SW-HALLADO-W = 0
002910           MOVE 0 TO CONTADO-REP DIFERENCIA-REP FECHA-CONTEO-REP
002920           MOVE "SIN CONTEO" TO MARCA-REP
002930        ELSE
002940           MOVE FECHA-DC-W (K) TO FECHA-CONTEO-REP
002950           PERFORM UBICAR-CONTADO
002960           MOVE 0 TO CONTADO-W
002970           IF SW-HALLADO-W = 1
002980              MOVE CANT-CT-W (J) TO CONTADO-W
002990           END-IF
003000           COMPUTE DIFERENCIA-W = CONTADO-W - STOCK-BOT
003010           MOVE CONTADO-W    TO CONTADO-REP
003020           MOVE DIFERENCIA-W TO DIFERENCIA-REP
003030           IF DIFERENCIA-W NOT = 0
003040              MOVE "DIFERENCIA" TO MARCA-REP
003050              ADD 1 TO TOT-CON-DIF-W
003060           END-IF
003070        END-IF
003080        MOVE LIN-DETALLE-AUD TO LIN-AUDITORIA
003090        WRITE LIN-AUDITORIA
003100     END-IF.

003110 IMPRIMIR-VENCIDOS.
003120     MOVE SPACES TO LIN-AUDITORIA.
003130     WRITE LIN-AUDITORIA.
003140     MOVE "LOTES VENCIDOS ENCONTRADOS EN BOTIQUINES"
003150       TO LIN-AUDITORIA.
003160     WRITE LIN-AUDITORIA.
003170     PERFORM IMPRIMIR-UN-VENCIDO
003180             VARYING I FROM 1 BY 1 UNTIL I > TOT-VENC-W.

003190 IMPRIMIR-UN-VENCIDO.
003200     MOVE DIV-VE-W (I)   TO DIV-VEN-REP.
003210     MOVE ART-VE-W (I)   TO ART-VEN-REP.
003220     MOVE LTF-VE-W (I)   TO LTF-VEN-REP.
003230     MOVE LOTE-VE-W (I)  TO LOTE-VEN-REP.
003240     MOVE VENCE-VE-W (I) TO VENCE-VEN-REP.
003250     MOVE CANT-VE-W (I)  TO CANT-VEN-REP.
003260     MOVE LIN-VENCIDO-AUD TO LIN-AUDITORIA.
003270     WRITE LIN-AUDITORIA.

003280 CERRAR-ARCHIVOS.
003290     IF SW-SIN-BOTIQ-W = 0
003300        CLOSE ARCHIVO-BOTIQUIN
003310     END-IF.
003320     IF SW-SIN-CONTEO-W = 0
003330        CLOSE ARCHIVO-CONTEO-BOT
003340     END-IF.
003350     IF SW-SIN-LOTE-W = 0
003360        CLOSE ARCHIVO-LOTE-FARM
003370     END-IF.
003380     CLOSE REPORTE-AUDITORIA.
003390     DISPLAY "ARTICULOS CON DIFERENCIA: " TOT-CON-DIF-W.
003400     DISPLAY "LOTES VENCIDOS EN PISO  : " TOT-VENC-W.
