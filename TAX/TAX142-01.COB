      *=================================================================
      * TAXIMETROS - PRECIO DE VENTA CONTRA PERITAJE POR MODELO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-PERITAJE (VER TAX142) POR MARCA, LINEA Y
      * MODELO Y, PARA LOS VEHICULOS YA VENDIDOS, LISTA EL PRECIO
      * PACTADO EN EL PERITAJE, EL RANGO SUGERIDO Y EL PRECIO DE
      * VENTA, CON EL PROMEDIO DE VENTA CONTRA EL PROMEDIO PACTADO Y
      * LA DIFERENCIA EN PORCENTAJE POR MODELO Y EN TOTAL, PARA
      * AFINAR LOS PERITAJES. SALIDA: SC-REPPERIT.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX142-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PERITAJE LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PERITAJE-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS CODIGO-CAR-PER
000140         ALTERNATE RECORD KEY IS LLAVE-MODELO-PER
000150                   WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT REPORTE-PERITAJE
000180         ASSIGN NOM-REPPERIT-W
000190         ORGANIZATION IS LINE SEQUENTIAL.

000200 DATA DIVISION.
000210 FILE SECTION.

000220 FD  ARCHIVO-PERITAJE
000230     LABEL RECORD STANDARD.
000240 01  REG-PER.
000250     02 CODIGO-CAR-PER          PIC 9(5).
000260     02 PLACA-PER               PIC X(6).
000270     02 LLAVE-MODELO-PER.
000280        03 MARCA-PER            PIC X(15).
000290        03 LINEA-PER            PIC X(20).
000300        03 ANO-MODELO-PER       PIC 9(4).
000310     02 FECHA-PERITAJE-PER      PIC 9(8).
000320     02 ODOMETRO-PER            PIC 9(7).
000330     02 ITEM-PER                OCCURS 4.
000340        03 CALIF-PER            PIC X.
000350        03 OBSERV-PER           PIC X(40).
000360     02 FOTO-PER                PIC X(30) OCCURS 8.
000370     02 PERITO-PER              PIC X(4).
000380     02 FIRMA-PERITO-PER        PIC X.
000390     02 FECHA-FIRMA-PERITO-PER  PIC 9(8).
000400     02 FIRMA-PROPIET-PER       PIC X.
000410     02 FECHA-FIRMA-PROPIET-PER PIC 9(8).
000420     02 PRECIO-PACTADO-PER      PIC 9(12).
000430     02 SUGERIDO-MIN-PER        PIC 9(12).
000440     02 SUGERIDO-MAX-PER        PIC 9(12).
000450     02 NRO-COMPARABLES-PER     PIC 9(3).
000460     02 PRECIO-VENTA-PER        PIC 9(12).
000470     02 FECHA-VENTA-PER         PIC 9(8).
000480     02 USUARIO-PER             PIC X(4).
000490     02 FILLER                  PIC X(20).

000500 FD  REPORTE-PERITAJE
000510     LABEL RECORD STANDARD.
000520 01  LIN-REPPERIT               PIC X(120).

000530 WORKING-STORAGE SECTION.

000540 77  NOM-PERITAJE-W             PIC X(60)
000550     VALUE "D:\progelect\DATOS\SC-PERITAJE.DAT".
000560 77  NOM-REPPERIT-W             PIC X(60)
000570     VALUE "D:\progelect\DATOS\SC-REPPERIT.TXT".
000580 77  OTR-STAT                   PIC XX.
000590 77  SW-FIN-PER-W               PIC 9 VALUE 0.
000600 77  SW-PRIMERO-W               PIC 9 VALUE 1.
000610 77  VENDIDOS-MOD-W             PIC 9(5) VALUE 0.
000620 77  SUMA-PACTADO-MOD-W         PIC 9(14) VALUE 0.
000630 77  SUMA-VENTA-MOD-W           PIC 9(14) VALUE 0.
000640 77  VENDIDOS-TOT-W             PIC 9(5) VALUE 0.
000650 77  SUMA-PACTADO-TOT-W         PIC 9(15) VALUE 0.
000660 77  SUMA-VENTA-TOT-W           PIC 9(15) VALUE 0.
000670 77  DIF-PORC-W                 PIC S9(5)V99 VALUE 0.

000680 01  MODELO-ANT-W.
000690     02 MARCA-ANT-W             PIC X(15).
000700     02 LINEA-ANT-W             PIC X(20).
000710     02 ANO-ANT-W               PIC 9(4).

000720 01  LIN-TITULO-PR.
000730     02 FILLER                  PIC X(50) VALUE
000740        "PRECIO DE VENTA CONTRA PERITAJE DE RECEPCION".
000750 01  LIN-MODELO-PR.
000760     02 FILLER                  PIC X(8) VALUE "MODELO: ".
000770     02 MARCA-PR                PIC X(15).
000780     02 FILLER                  PIC X VALUE SPACE.
000790     02 LINEA-PR                PIC X(20).
000800     02 FILLER                  PIC X VALUE SPACE.
000810     02 ANO-PR                  PIC 9(4).
000820 01  LIN-DETALLE-PR.
000830     02 FILLER                  PIC X(3) VALUE SPACES.
000840     02 PLACA-PR                PIC X(6).
000850     02 FILLER                  PIC X VALUE SPACE.
000860     02 ODOMETRO-PR             PIC ZZZZZZ9.
000870     02 FILLER                  PIC X(9) VALUE " PACTADO ".
000880     02 PACTADO-PR              PIC ZZZZZZZZZZZ9.
000890     02 FILLER                  PIC X(7) VALUE " RANGO ".
000900     02 SUGERIDO-MIN-PR         PIC ZZZZZZZZZZZ9.
000910     02 FILLER                  PIC X VALUE "-".
000920     02 SUGERIDO-MAX-PR         PIC ZZZZZZZZZZZ9.
000930     02 FILLER                  PIC X(7) VALUE " VENTA ".
000940     02 VENTA-PR                PIC ZZZZZZZZZZZ9.
000950     02 FILLER                  PIC X VALUE SPACE.
000960     02 FECHA-VENTA-PR          PIC 9(8).
000970 01  LIN-PROMEDIO-PR.
000980     02 TITULO-PROM-PR          PIC X(20).
000990     02 FILLER                  PIC X(10) VALUE "VENDIDOS ".
001000     02 VENDIDOS-PR             PIC ZZZZ9.
001010     02 FILLER                  PIC X(18) VALUE
001020        "  PROMEDIO PACTADO".
001030     02 PROM-PACTADO-PR         PIC ZZZZZZZZZZZ9.
001040     02 FILLER                  PIC X(16) VALUE
001050        "  PROMEDIO VENTA".
001060     02 PROM-VENTA-PR           PIC ZZZZZZZZZZZ9.
001070     02 FILLER                  PIC X(7) VALUE "  DIF% ".
001080     02 DIF-PORC-PR             PIC -ZZZZ9.99.

001090 PROCEDURE DIVISION.

001100 MAINLINE.
001110     PERFORM ABRIR-ARCHIVOS.
001120     PERFORM LEER-PERITAJE.
001130     PERFORM EVALUAR-PERITAJE UNTIL SW-FIN-PER-W = 1.
001140     IF SW-PRIMERO-W = 0
001150        PERFORM ESCRIBIR-PROMEDIO-MODELO
001160     END-IF.
001170     PERFORM CERRAR-ARCHIVOS.
001180     STOP RUN.

001190 ABRIR-ARCHIVOS.
001200     OPEN INPUT ARCHIVO-PERITAJE.
001210     IF OTR-STAT NOT = "00"
001220        MOVE 1 TO SW-FIN-PER-W
001230     END-IF.
001240     OPEN OUTPUT REPORTE-PERITAJE.
001250     MOVE LIN-TITULO-PR TO LIN-REPPERIT.
001260     WRITE LIN-REPPERIT.
001270     IF SW-FIN-PER-W = 0
001280        MOVE LOW-VALUES TO LLAVE-MODELO-PER
001290        START ARCHIVO-PERITAJE KEY IS >= LLAVE-MODELO-PER
001300              INVALID KEY MOVE 1 TO SW-FIN-PER-W
001310        END-START
001320     END-IF.

001330 LEER-PERITAJE.
001340     IF SW-FIN-PER-W = 0
001350        READ ARCHIVO-PERITAJE NEXT
001360             AT END MOVE 1 TO SW-FIN-PER-W
001370        END-READ
001380     END-IF.

001390 EVALUAR-PERITAJE.
001400     IF PRECIO-VENTA-PER > 0
001410        IF SW-PRIMERO-W = 1
001420           OR LLAVE-MODELO-PER NOT = MODELO-ANT-W
001430           IF SW-PRIMERO-W = 0
001440              PERFORM ESCRIBIR-PROMEDIO-MODELO
001450           END-IF
001460           PERFORM ESCRIBIR-ENCAB-MODELO
001470        END-IF
001480        PERFORM ESCRIBIR-DETALLE
001490     END-IF.
001500     PERFORM LEER-PERITAJE.

001510 ESCRIBIR-ENCAB-MODELO.
001520     MOVE 0 TO SW-PRIMERO-W VENDIDOS-MOD-W SUMA-PACTADO-MOD-W
001530               SUMA-VENTA-MOD-W.
001540     MOVE LLAVE-MODELO-PER TO MODELO-ANT-W.
001550     MOVE MARCA-PER      TO MARCA-PR.
001560     MOVE LINEA-PER      TO LINEA-PR.
001570     MOVE ANO-MODELO-PER TO ANO-PR.
001580     MOVE SPACES TO LIN-REPPERIT.
001590     WRITE LIN-REPPERIT.
001600     MOVE LIN-MODELO-PR TO LIN-REPPERIT.
001610     WRITE LIN-REPPERIT.

001620 ESCRIBIR-DETALLE.
001630     MOVE PLACA-PER          TO PLACA-PR.
001640     MOVE ODOMETRO-PER       TO ODOMETRO-PR.
001650     MOVE PRECIO-PACTADO-PER TO PACTADO-PR.
001660     MOVE SUGERIDO-MIN-PER   TO SUGERIDO-MIN-PR.
001670     MOVE SUGERIDO-MAX-PER   TO SUGERIDO-MAX-PR.
001680     MOVE PRECIO-VENTA-PER   TO VENTA-PR.
001690     MOVE FECHA-VENTA-PER    TO FECHA-VENTA-PR.
001700     MOVE LIN-DETALLE-PR TO LIN-REPPERIT.
001710     WRITE LIN-REPPERIT.
001720     ADD 1                  TO VENDIDOS-MOD-W VENDIDOS-TOT-W.
001730     ADD PRECIO-PACTADO-PER TO SUMA-PACTADO-MOD-W
001740                               SUMA-PACTADO-TOT-W.
001750     ADD PRECIO-VENTA-PER   TO SUMA-VENTA-MOD-W
001760                               SUMA-VENTA-TOT-W.

001770 ESCRIBIR-PROMEDIO-MODELO.
001780     MOVE "  PROMEDIO MODELO" TO TITULO-PROM-PR.
001790     MOVE VENDIDOS-MOD-W TO VENDIDOS-PR.
001800     COMPUTE PROM-PACTADO-PR ROUNDED =
001810         SUMA-PACTADO-MOD-W / VENDIDOS-MOD-W.
001820     COMPUTE PROM-VENTA-PR ROUNDED =
001830         SUMA-VENTA-MOD-W / VENDIDOS-MOD-W.
001840     MOVE 0 TO DIF-PORC-W.
001850     IF SUMA-PACTADO-MOD-W > 0
001860        COMPUTE DIF-PORC-W ROUNDED =
001870            (SUMA-VENTA-MOD-W - SUMA-PACTADO-MOD-W) * 100
001880            / SUMA-PACTADO-MOD-W
001890     END-IF.
001900     MOVE DIF-PORC-W TO DIF-PORC-PR.
001910     MOVE LIN-PROMEDIO-PR TO LIN-REPPERIT.
001920     WRITE LIN-REPPERIT.

001930 CERRAR-ARCHIVOS.
001940     IF VENDIDOS-TOT-W > 0
001950        MOVE "TOTAL GENERAL" TO TITULO-PROM-PR
001960        MOVE VENDIDOS-TOT-W TO VENDIDOS-PR
001970        COMPUTE PROM-PACTADO-PR ROUNDED =
001980            SUMA-PACTADO-TOT-W / VENDIDOS-TOT-W
001990        COMPUTE PROM-VENTA-PR ROUNDED =
002000            SUMA-VENTA-TOT-W / VENDIDOS-TOT-W
002010        MOVE 0 TO DIF-PORC-W
002020        IF SUMA-PACTADO-TOT-W > 0
002030           COMPUTE DIF-PORC-W ROUNDED =
002040               (SUMA-VENTA-TOT-W - SUMA-PACTADO-TOT-W) * 100
002050               / SUMA-PACTADO-TOT-W
002060        END-IF
002070        MOVE DIF-PORC-W TO DIF-PORC-PR
002080        MOVE SPACES TO LIN-REPPERIT
002090        WRITE LIN-REPPERIT
002100        MOVE LIN-PROMEDIO-PR TO LIN-REPPERIT
002110        WRITE LIN-REPPERIT
002120     END-IF.
002130     CLOSE ARCHIVO-PERITAJE REPORTE-PERITAJE.
002170     DISPLAY "VEHICULOS VENDIDOS CON PERITAJE: " VENDIDOS-TOT-W.
