      *=================================================================
      * INVENTARIOS - REPOSICION NOCTURNA DE BOTIQUINES AL NIVEL PAR
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-BOTIQUIN (VER INV437) Y PARA CADA ARTICULO
      * ACTIVO CALCULA LO QUE FALTA PARA VOLVER AL NIVEL PAR:
      * PAR - EXISTENCIA TEORICA - LO YA PEDIDO A FARMACIA QUE AUN NO
      * LLEGA (TRASLADOS PENDIENTES O APROBADOS HACIA EL BOTIQUIN EN
      * ARCHIVO-TRASLADO-ALM). LO QUE FALTE SE PIDE COMO SOLICITUD DE
      * TRASLADO DESDE LA DIVISION QUE SURTE (INV810 MODO "S"), A
      * NOMBRE DEL OPERADOR QUE DEFINIO EL BOTIQUIN, CON DOCUMENTO
      * "BQ" + FECHA. AL EJECUTARSE EL TRASLADO INV810 SUBE LA
      * EXISTENCIA DEL BOTIQUIN. DEJA EL DETALLE EN SC-REPOBOT.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV437-01.
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

000150     SELECT ARCHIVO-TRASLADO-ALM LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-TRASLADO-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-TRASLADO
000200         ALTERNATE RECORD KEY IS DIV-DESTINO-TRASLADO
000210            WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT REPORTE-REPOSICION
000240         ASSIGN NOM-REPOBOT-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-BOTIQUIN
000290     LABEL RECORD STANDARD.
000300 01  REG-BOT.
000310     02 LLAVE-BOT.
000320        03 DIV-BOT              PIC XX.
000330        03 COD-ART-BOT          PIC X(8).
000340     02 COD-COSTO-BOT           PIC X(4).
000350     02 DIV-SURTE-BOT           PIC XX.
000360     02 PAR-BOT                 PIC 9(7)V99.
000370     02 STOCK-BOT               PIC S9(7)V99 SIGN IS TRAILING.
000380     02 ESTADO-BOT              PIC X.
000390        88 BOT-ACTIVO           VALUE "A".
000400        88 BOT-INACTIVO         VALUE "I".
000410     02 ULT-RECIBO-BOT          PIC 9(8).
000420     02 ULT-CONSUMO-BOT         PIC 9(8).
000430     02 OPER-BOT                PIC X(4).
000440     02 FECHA-ACT-BOT           PIC 9(8).
000450     02 FILLER                  PIC X(15).

000460 FD  ARCHIVO-TRASLADO-ALM
000470     LABEL RECORD STANDARD.
000480 01  REG-TRASLADO.
000490     02 LLAVE-TRASLADO.
000500        03 FECHA-TRASLADO       PIC 9(8).
000510        03 HORA-TRASLADO        PIC 9(6).
000520        03 SECUEN-TRASLADO      PIC 9(3).
000530     02 COD-ART-TRASLADO        PIC X(8).
000540     02 CANT-TRASLADO           PIC 9(9)V99.
000550     02 DIV-ORIGEN-TRASLADO     PIC XX.
000560     02 DIV-DESTINO-TRASLADO    PIC XX.
000570     02 DOCUMENTO-TRASLADO      PIC X(10).
000580     02 SOLICITANTE-TRASLADO    PIC X(4).
000590     02 ESTADO-TRASLADO         PIC X.
000600        88 TRASLADO-PENDIENTE   VALUE "P".
000610        88 TRASLADO-APROBADO    VALUE "A".
000620        88 TRASLADO-RECHAZADO   VALUE "R".
000630        88 TRASLADO-EJECUTADO   VALUE "E".
000640     02 APROBADOR-TRASLADO      PIC X(4).
000650     02 FECHA-DECIDE-TRASLADO   PIC 9(8).

000660 FD  REPORTE-REPOSICION
000670     LABEL RECORD STANDARD.
000680 01  LIN-REPOSICION             PIC X(100).

000690 WORKING-STORAGE SECTION.

000700 77  NOM-BOTIQ-W                PIC X(60)
000710     VALUE "D:\progelect\DATOS\SC-BOTIQUIN.DAT".
000720 77  NOM-TRASLADO-W             PIC X(60)
000730     VALUE "D:\progelect\DATOS\SC-TRASLADO.DAT".
000740 77  NOM-REPOBOT-W              PIC X(60)
000750     VALUE "D:\progelect\DATOS\SC-REPOBOT.TXT".
000760 77  OTR-STAT                   PIC XX.
000770 77  SW-FIN-W                   PIC 9 VALUE 0.
000780 77  SW-FIN-TRA-W               PIC 9 VALUE 0.
000790 77  SW-SIN-ARCHIVO-W           PIC 9 VALUE 0.
000800 77  SW-SIN-TRASLADO-W          PIC 9 VALUE 0.
000810 77  FECHA-HOY-W                PIC 9(8).
000820 77  EN-CAMINO-W                PIC 9(9)V99.
000830 77  FALTANTE-W                 PIC S9(9)V99 SIGN IS TRAILING.
000840 77  MAX-PEDIDO-W               PIC 9(3) VALUE 500.
000850 77  TOT-PEDIDO-W               PIC 9(3) VALUE 0.
000860 77  I                          PIC 9(3).
000870 77  TOT-SOLICITADO-W           PIC 9(5) VALUE 0.
000880 77  TOT-FALLIDO-W              PIC 9(5) VALUE 0.
000890 77  MODO-TRASLADO-W            PIC X VALUE "S".
000900 77  CANT-TRASLADO-W            PIC 9(9)V99.
000910 77  RESULT-TRASLADO-W          PIC X.

000920 01  LLAVE-TRASLADO-W.
000930     02 FECHA-TRASLADO-W        PIC 9(8).
000940     02 HORA-TRASLADO-W         PIC 9(6).
000950     02 SECUEN-TRASLADO-W       PIC 9(3).

000960 01  DOCUMENTO-REPOS-W.
000970     02 FILLER                  PIC XX VALUE "BQ".
000980     02 FECHA-DOC-W             PIC 9(8).

000990 01  TABLA-PEDIDO-W.
001000     02 PEDIDO-W OCCURS 500 TIMES.
001010        03 DIV-PED-W            PIC XX.
001020        03 ART-PED-W            PIC X(8).
001030        03 SURTE-PED-W          PIC XX.
001040        03 CANT-PED-W           PIC 9(9)V99.
001050        03 OPER-PED-W           PIC X(4).

001060 01  LIN-DETALLE-REP.
001070     02 DIV-REP                 PIC XX.
001080     02 FILLER                  PIC X VALUE SPACE.
001090     02 ART-REP                 PIC X(8).
001100     02 FILLER                  PIC X(7) VALUE " SURTE ".
001110     02 SURTE-REP               PIC XX.
001120     02 FILLER                  PIC X(6) VALUE " CANT ".
001130     02 CANT-REP                PIC ZZZZZZZZ9.99.
001140     02 FILLER                  PIC X VALUE SPACE.
001150     02 ESTADO-REP              PIC X(30).

001160 PROCEDURE DIVISION.

001170 MAINLINE.
001180     PERFORM ABRIR-ARCHIVOS.
001190     IF SW-SIN-ARCHIVO-W = 0
001200        PERFORM LEER-BOTIQUIN UNTIL SW-FIN-W = 1
001210        CLOSE ARCHIVO-BOTIQUIN
001220        IF SW-SIN-TRASLADO-W = 0
001230           CLOSE ARCHIVO-TRASLADO-ALM
001240        END-IF
001250        PERFORM SOLICITAR-REPOSICION
001260                VARYING I FROM 1 BY 1 UNTIL I > TOT-PEDIDO-W
001270     END-IF.
001280     CLOSE REPORTE-REPOSICION.
001290     DISPLAY "TRASLADOS SOLICITADOS: " TOT-SOLICITADO-W.
001300     DISPLAY "TRASLADOS FALLIDOS   : " TOT-FALLIDO-W.
001310     STOP RUN.

001320 ABRIR-ARCHIVOS.
001330     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001340     MOVE FECHA-HOY-W TO FECHA-DOC-W.
001350     OPEN OUTPUT REPORTE-REPOSICION.
001360     OPEN INPUT ARCHIVO-BOTIQUIN.
001370     IF OTR-STAT NOT = "00"
001380        MOVE 1 TO SW-SIN-ARCHIVO-W
001390     END-IF.
001400     OPEN INPUT ARCHIVO-TRASLADO-ALM.
001410     IF OTR-STAT NOT = "00"
001420        MOVE 1 TO SW-SIN-TRASLADO-W
001430     END-IF.

001440 LEER-BOTIQUIN.
001450     READ ARCHIVO-BOTIQUIN NEXT
001460          AT END MOVE 1 TO SW-FIN-W
001470     END-READ.
001480     IF SW-FIN-W = 0 AND BOT-ACTIVO
001490        PERFORM SUMAR-EN-CAMINO
001500        COMPUTE FALTANTE-W = PAR-BOT - STOCK-BOT - EN-CAMINO-W
001510        IF FALTANTE-W > 0
001520           PERFORM AGREGAR-PEDIDO
001530        END-IF
001540     END-IF.

      * LO PEDIDO QUE AUN NO SE EJECUTA YA CUENTA PARA EL PAR
001550 SUMAR-EN-CAMINO.
001560     MOVE 0 TO EN-CAMINO-W SW-FIN-TRA-W.
001570     IF SW-SIN-TRASLADO-W = 1
001580        MOVE 1 TO SW-FIN-TRA-W
001590     ELSE
001600        MOVE DIV-BOT TO DIV-DESTINO-TRASLADO
001610        START ARCHIVO-TRASLADO-ALM
001620              KEY IS = DIV-DESTINO-TRASLADO
001630              INVALID KEY MOVE 1 TO SW-FIN-TRA-W
001640        END-START
001650     END-IF.
001660     PERFORM LEER-TRASLADO UNTIL SW-FIN-TRA-W = 1.

001670 LEER-TRASLADO.
001680     READ ARCHIVO-TRASLADO-ALM NEXT
001690          AT END MOVE 1 TO SW-FIN-TRA-W
001700     END-READ.
001710     IF SW-FIN-TRA-W = 0
001720        IF DIV-DESTINO-TRASLADO NOT = DIV-BOT
001730           MOVE 1 TO SW-FIN-TRA-W
001740        ELSE
001750           IF COD-ART-TRASLADO = COD-ART-BOT
001760              AND (TRASLADO-PENDIENTE OR TRASLADO-APROBADO)
001770              ADD CANT-TRASLADO TO EN-CAMINO-W
001780           END-IF
001790        END-IF
001800     END-IF.

001810 AGREGAR-PEDIDO.
001820     IF TOT-PEDIDO-W < MAX-PEDIDO-W
001830        ADD 1 TO TOT-PEDIDO-W
001840        MOVE DIV-BOT       TO DIV-PED-W (TOT-PEDIDO-W)
001850        MOVE COD-ART-BOT   TO ART-PED-W (TOT-PEDIDO-W)
001860        MOVE DIV-SURTE-BOT TO SURTE-PED-W (TOT-PEDIDO-W)
001870        MOVE FALTANTE-W    TO CANT-PED-W (TOT-PEDIDO-W)
001880        MOVE OPER-BOT      TO OPER-PED-W (TOT-PEDIDO-W)
001890     ELSE
001900        MOVE DIV-BOT       TO DIV-REP
001910        MOVE COD-ART-BOT   TO ART-REP
001920        MOVE DIV-SURTE-BOT TO SURTE-REP
001930        MOVE FALTANTE-W    TO CANT-REP
001940        MOVE "TABLA LLENA - PEDIR A MANO" TO ESTADO-REP
001950        MOVE LIN-DETALLE-REP TO LIN-REPOSICION
001960        WRITE LIN-REPOSICION
001970        ADD 1 TO TOT-FALLIDO-W
001980     END-IF.

001990 SOLICITAR-REPOSICION.
002000     INITIALIZE LLAVE-TRASLADO-W.
002010     MOVE CANT-PED-W (I) TO CANT-TRASLADO-W.
002020     CALL "INV810" USING MODO-TRASLADO-W LLAVE-TRASLADO-W
002030                         ART-PED-W (I) CANT-TRASLADO-W
002040                         SURTE-PED-W (I) DIV-PED-W (I)
002050                         DOCUMENTO-REPOS-W OPER-PED-W (I)
002060                         RESULT-TRASLADO-W.
002070     CANCEL "INV810".
002080     MOVE DIV-PED-W (I)   TO DIV-REP.
002090     MOVE ART-PED-W (I)   TO ART-REP.
002100     MOVE SURTE-PED-W (I) TO SURTE-REP.
002110     MOVE CANT-PED-W (I)  TO CANT-REP.
002120     IF RESULT-TRASLADO-W = "S"
002130        MOVE "SOLICITADO" TO ESTADO-REP
002140        ADD 1 TO TOT-SOLICITADO-W
002150     ELSE
002160        MOVE "NO SE PUDO SOLICITAR" TO ESTADO-REP
002170        ADD 1 TO TOT-FALLIDO-W
002180     END-IF.
002190     MOVE LIN-DETALLE-REP TO LIN-REPOSICION.
002200     WRITE LIN-REPOSICION.
