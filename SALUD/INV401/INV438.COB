      *=================================================================
      * INVENTARIOS - CLASIFICACION ABC-VEN POR ALMACEN
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * COMPRAS TRATABA IGUAL UN ANTIBIOTICO DE ALTO CONSUMO Y UN
      * INSUMO QUE NADIE PIDE. CADA ARTICULO LLEVA EN EL MAESTRO SU
      * MARCA VEN (VEN-ART: V VITAL, E ESENCIAL, N NO ESENCIAL; SIN
      * MARCA CUENTA COMO E) Y CADA TRIMESTRE INV438-01 LO CLASIFICA
      * POR ALMACEN EN A/B/C SEGUN EL VALOR DE SU CONSUMO, DEJANDO EL
      * RESULTADO EN ARCHIVO-CLASE-ABC. EL CRUCE ABC-VEN FIJA CADA
      * CUANTOS DIAS SE CUENTA EL ARTICULO EN LA TOMA FISICA:
      *   CATEGORIA I   (AV AE AN BV CV) - CADA  30 DIAS
      *   CATEGORIA II  (BE BN CE)       - CADA  90 DIAS
      *   CATEGORIA III (CN)             - CADA 180 DIAS
      * SE INVOCA ASI:
      * MODO "V" - MARCA VEN DEL ARTICULO EN EL MAESTRO ("I" SI LA
      *            MARCA NO ES V, E NI N).
      * MODO "C" - CONSULTA LA CLASE, EL VALOR DE CONSUMO Y LA
      *            FRECUENCIA DE CONTEO DEL ARTICULO EN EL ALMACEN.
      * MODO "K" - CONTEO CICLICO (LO LLAMA INV420): "S" SI AL
      *            ARTICULO YA LE TOCA CONTEO (Y LO DEJA FECHADO),
      *            "X" SI TODAVIA NO. SIN CLASIFICAR SIEMPRE TOCA.
      * MODO "M" - MARCA EL CONTEO HECHO EN UNA TOMA COMPLETA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV438.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ART-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-ART
000140         ALTERNATE RECORD KEY IS DESCRIP-ART WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-CLASE-ABC LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-CLASEABC-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-CAB
000210         ALTERNATE RECORD KEY IS LLAVE-VALOR-CAB
000220            WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240 DATA DIVISION.
000250 FILE SECTION.

000260 FD  MAESTRO-ARTICULOS
000270     LABEL RECORD STANDARD.
000280 01  REG-ART.
000290     02 COD-ART                 PIC X(8).
000300     02 DESCRIP-ART             PIC X(50).
000310     02 STOCK-MIN-ART           PIC 9(6).
000320     02 STOCK-MAX-ART           PIC 9(6).
000330     02 STOCK-ALMAC-ART         PIC 9(5).
000340     02 ESTADO-ART              PIC 9.
000350        88 ARTICULO-ACTIVO      VALUE 1.
000360     02 UNIDAD-ART              PIC X(4).
000370     02 COD-BARRAS-ART          PIC X(13).
000380     02 CONTROL-ESP-ART         PIC X.
000390     02 VR-VENTA-ART            PIC 9(9)V99.
000400     02 EXISTENCIA-ART          PIC S9(9)V99 SIGN IS TRAILING.
000410     02 GRUPO-ALERG-ART         PIC X(4).
000420     02 VEN-ART                 PIC X.
000430        88 VEN-VALIDO           VALUE "V" "E" "N".
000440     02 FILLER                  PIC X(5).

000450 FD  ARCHIVO-CLASE-ABC
000460     LABEL RECORD STANDARD.
000470 01  REG-CAB.
000480     02 LLAVE-CAB.
000490        03 ALM-CAB              PIC XX.
000500        03 COD-ART-CAB          PIC X(8).
000510     02 LLAVE-VALOR-CAB.
000520        03 ALM-VAL-CAB          PIC XX.
000530        03 VALOR-CONS-CAB       PIC 9(13)V99.
000540     02 ANO-CAB                 PIC 9(4).
000550     02 TRIM-CAB                PIC 9.
000560     02 CANT-CONS-CAB           PIC 9(9)V99.
000570     02 PORC-ACUM-CAB           PIC 9(3)V99.
000580     02 CLASE-CAB               PIC X.
000590        88 CLASE-A              VALUE "A".
000600        88 CLASE-B              VALUE "B".
000610        88 CLASE-C              VALUE "C".
000620     02 VEN-CAB                 PIC X.
000630        88 VEN-VITAL            VALUE "V".
000640        88 VEN-NO-ESENCIAL      VALUE "N".
000650     02 STOCK-CAB               PIC S9(9)V99 SIGN IS TRAILING.
000660     02 COSTO-PROM-CAB          PIC 9(9)V99.
000670     02 ULT-SALIDA-CAB          PIC 9(8).
000680     02 ULT-COMPRA-CAB          PIC 9(8).
000690     02 NIT-PROV-CAB            PIC X(12).
000700     02 ALM-SUGERIDO-CAB        PIC XX.
000710     02 ULT-CONTEO-CAB          PIC 9(8).
000720     02 FILLER                  PIC X(15).

000730 WORKING-STORAGE SECTION.

000740 77  NOM-ART-W                  PIC X(60)
000750     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
000760 77  NOM-CLASEABC-W             PIC X(60)
000770     VALUE "D:\progelect\DATOS\SC-CLASEABC.DAT".
000780 77  OTR-STAT                   PIC XX.
000790 77  FECHA-HOY-W                PIC 9(8).
000800 77  DIAS-DESDE-W               PIC 9(5).
000810 77  FRECUENCIA-W               PIC 9(3).

000820 LINKAGE SECTION.
000830 01  MODO-LNK                   PIC X.
000840     88 MODO-MARCAR-VEN         VALUE "V".
000850     88 MODO-CONSULTAR          VALUE "C".
000860     88 MODO-CICLICO            VALUE "K".
000870     88 MODO-MARCAR-CONTEO      VALUE "M".
000880 01  COD-ART-LNK                PIC X(8).
000890 01  ALMACEN-LNK                PIC XX.
000900 01  VEN-LNK                    PIC X.
000910 01  DATOS-CLASE-LNK.
000920     02 CLASE-LNK               PIC X.
000930     02 VALOR-CONS-LNK          PIC 9(13)V99.
000940     02 PORC-ACUM-LNK           PIC 9(3)V99.
000950     02 FRECUENCIA-LNK          PIC 9(3).
000960     02 ULT-CONTEO-LNK          PIC 9(8).
000970 01  RESULT-LNK                 PIC X.
000980     88 CLASE-OK                VALUE "S".
000990     88 VEN-INVALIDO            VALUE "I".
001000     88 CONTEO-NO-TOCA          VALUE "X".
001010     88 CLASE-NO-OK             VALUE "N".

001020 PROCEDURE DIVISION USING MODO-LNK COD-ART-LNK ALMACEN-LNK
001030                          VEN-LNK DATOS-CLASE-LNK RESULT-LNK.

001040 MAINLINE.
001050     MOVE "N" TO RESULT-LNK.
001060     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001070     EVALUATE TRUE
001080        WHEN MODO-MARCAR-VEN
001090             PERFORM MARCAR-VEN THRU FIN-MARCAR-VEN
001100        WHEN MODO-CONSULTAR
001110             PERFORM CONSULTAR-CLASE THRU FIN-CONSULTAR-CLASE
001120        WHEN MODO-CICLICO OR MODO-MARCAR-CONTEO
001130             PERFORM MARCAR-CONTEO THRU FIN-MARCAR-CONTEO
001140     END-EVALUATE.
001150     EXIT PROGRAM.

001160 MARCAR-VEN.
001170     MOVE VEN-LNK TO VEN-ART.
001180     IF NOT VEN-VALIDO
001190        MOVE "I" TO RESULT-LNK
001200        GO TO FIN-MARCAR-VEN
001210     END-IF.
001220     OPEN I-O MAESTRO-ARTICULOS.
001230     IF OTR-STAT NOT = "00"
001240        GO TO FIN-MARCAR-VEN
001250     END-IF.
001260     MOVE COD-ART-LNK TO COD-ART.
001270     READ MAESTRO-ARTICULOS
001280          INVALID KEY CLOSE MAESTRO-ARTICULOS
001290                      GO TO FIN-MARCAR-VEN
001300     END-READ.
001310     MOVE VEN-LNK TO VEN-ART.
001320     REWRITE REG-ART
001330         INVALID KEY CONTINUE
001340         NOT INVALID KEY MOVE "S" TO RESULT-LNK
001350     END-REWRITE.
001360     CLOSE MAESTRO-ARTICULOS.

001370 FIN-MARCAR-VEN.
001380     EXIT.

001390 CONSULTAR-CLASE.
001400     INITIALIZE DATOS-CLASE-LNK.
001410     OPEN INPUT ARCHIVO-CLASE-ABC.
001420     IF OTR-STAT NOT = "00"
001430        GO TO FIN-CONSULTAR-CLASE
001440     END-IF.
001450     MOVE ALMACEN-LNK TO ALM-CAB.
001460     MOVE COD-ART-LNK TO COD-ART-CAB.
001470     READ ARCHIVO-CLASE-ABC
001480          INVALID KEY CLOSE ARCHIVO-CLASE-ABC
001490                      GO TO FIN-CONSULTAR-CLASE
001500     END-READ.
001510     PERFORM CALCULAR-FRECUENCIA.
001520     MOVE CLASE-CAB      TO CLASE-LNK.
001530     MOVE VALOR-CONS-CAB TO VALOR-CONS-LNK.
001540     MOVE PORC-ACUM-CAB  TO PORC-ACUM-LNK.
001550     MOVE FRECUENCIA-W   TO FRECUENCIA-LNK.
001560     MOVE ULT-CONTEO-CAB TO ULT-CONTEO-LNK.
001570     MOVE VEN-CAB        TO VEN-LNK.
001580     CLOSE ARCHIVO-CLASE-ABC.
001590     MOVE "S" TO RESULT-LNK.

001600 FIN-CONSULTAR-CLASE.
001610     EXIT.

      * SIN ARCHIVO O SIN CLASIFICAR EL ARTICULO SIEMPRE SE CUENTA.
001620 MARCAR-CONTEO.
001630     MOVE "S" TO RESULT-LNK.
001640     OPEN I-O ARCHIVO-CLASE-ABC.
001650     IF OTR-STAT NOT = "00"
001660        GO TO FIN-MARCAR-CONTEO
001670     END-IF.
001680     MOVE ALMACEN-LNK TO ALM-CAB.
001690     MOVE COD-ART-LNK TO COD-ART-CAB.
001700     READ ARCHIVO-CLASE-ABC
001710          INVALID KEY CLOSE ARCHIVO-CLASE-ABC
001720                      GO TO FIN-MARCAR-CONTEO
001730     END-READ.
001740     IF MODO-CICLICO AND ULT-CONTEO-CAB > 0
001750        PERFORM CALCULAR-FRECUENCIA
001760        COMPUTE DIAS-DESDE-W =
001770                FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
001780              - FUNCTION INTEGER-OF-DATE (ULT-CONTEO-CAB)
001790        IF DIAS-DESDE-W < FRECUENCIA-W
001800           MOVE "X" TO RESULT-LNK
001810           CLOSE ARCHIVO-CLASE-ABC
001820           GO TO FIN-MARCAR-CONTEO
001830        END-IF
001840     END-IF.
001850     MOVE FECHA-HOY-W TO ULT-CONTEO-CAB.
001860     REWRITE REG-CAB INVALID KEY CONTINUE END-REWRITE.
001870     CLOSE ARCHIVO-CLASE-ABC.

001880 FIN-MARCAR-CONTEO.
001890     EXIT.

      * MATRIZ ABC-VEN: CATEGORIA I CADA 30 DIAS, II CADA 90 Y III
      * (C NO ESENCIAL) CADA 180.
001900 CALCULAR-FRECUENCIA.
001910     EVALUATE TRUE
001920        WHEN CLASE-A OR VEN-VITAL
001930             MOVE 30  TO FRECUENCIA-W
001940        WHEN CLASE-C AND VEN-NO-ESENCIAL
001950             MOVE 180 TO FRECUENCIA-W
001960        WHEN OTHER
001970             MOVE 90  TO FRECUENCIA-W
001980     END-EVALUATE.
