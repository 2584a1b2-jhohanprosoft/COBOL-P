      *=================================================================
      * INVENTARIOS - REGISTROS SANITARIOS POR VENCER (MENSUAL)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-REG-SANIT (VER INV435) POR FECHA DE
      * VENCIMIENTO Y LISTA LOS ARTICULOS VIGENTES O EN TRAMITE CUYO
      * REGISTRO VENCE DENTRO DE LOS PROXIMOS 90 DIAS, CON SU TITULAR
      * Y LOS DIAS QUE LE QUEDAN, PARA QUE COMPRAS PIDA A TIEMPO EL
      * CERTIFICADO RENOVADO. AL FINAL LISTA LOS QUE YA VENCIERON Y
      * SIGUEN MARCADOS VIGENTES (SE BLOQUEAN AL MOVERLOS).
      * SALIDA: SC-REGSANVEN.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV435-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-REG-SANIT LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-REGSANIT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-ART-RSA
000140         ALTERNATE RECORD KEY IS VENCE-RSA WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-ART-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-ART
000210         ALTERNATE RECORD KEY IS DESCRIP-ART WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT REPORTE-REGSAN
000240         ASSIGN NOM-REPRSA-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-REG-SANIT
000290     LABEL RECORD STANDARD.
000300 01  REG-RSA.
000310     02 COD-ART-RSA             PIC X(8).
000320     02 REGISTRO-RSA            PIC X(20).
000330     02 TITULAR-RSA             PIC X(40).
000340     02 VENCE-RSA               PIC 9(8).
000350     02 ESTADO-RSA              PIC X.
000360        88 RSA-VIGENTE          VALUE "V".
000370        88 RSA-EN-TRAMITE       VALUE "T".
000380        88 RSA-VENCIDO          VALUE "X".
000390        88 RSA-SUSPENDIDO       VALUE "S".
000400     02 OPER-RSA                PIC X(4).
000410     02 FECHA-ACT-RSA           PIC 9(8).
000420     02 EXCEPCION-RSA.
000430        03 SOLICITA-EXC-RSA     PIC X(4).
000440        03 AUTORIZA-EXC-RSA     PIC X(4).
000450        03 HASTA-EXC-RSA        PIC 9(8).
000460     02 FILLER                  PIC X(15).

000470 FD  MAESTRO-ARTICULOS
000480     LABEL RECORD STANDARD.
000490 01  REG-ART.
000500     02 COD-ART                 PIC X(8).
000510     02 DESCRIP-ART             PIC X(50).
000520     02 STOCK-MIN-ART           PIC 9(6).
000530     02 STOCK-MAX-ART           PIC 9(6).
000540     02 STOCK-ALMAC-ART         PIC 9(5).
000550     02 ESTADO-ART              PIC 9.
000560        88 ARTICULO-ACTIVO      VALUE 1.
000570     02 UNIDAD-ART              PIC X(4).
000580     02 COD-BARRAS-ART          PIC X(13).
000590     02 CONTROL-ESP-ART         PIC X.
000600     02 VR-VENTA-ART            PIC 9(9)V99.
000610     02 EXISTENCIA-ART          PIC S9(9)V99 SIGN IS TRAILING.
000620     02 FILLER                  PIC X(10).

000630 FD  REPORTE-REGSAN
000640     LABEL RECORD STANDARD.
000650 01  LIN-REGSAN                 PIC X(132).

000660 WORKING-STORAGE SECTION.

000670 77  NOM-REGSANIT-W             PIC X(60)
000680     VALUE "D:\progelect\DATOS\SC-REGSANIT.DAT".
000690 77  NOM-ART-W                  PIC X(60)
000700     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
000710 77  NOM-REPRSA-W               PIC X(60)
000720     VALUE "D:\progelect\DATOS\SC-REGSANVEN.TXT".
000730 77  OTR-STAT                   PIC XX.
000740 77  SW-FIN-W                   PIC 9 VALUE 0.
000750 77  SW-SIN-ARCHIVO-W           PIC 9 VALUE 0.
000760 77  FECHA-HOY-W                PIC 9(8).
000770 77  FECHA-LIMITE-W             PIC 9(8).
000780 77  TOT-POR-VENCER-W           PIC 9(5) VALUE 0.
000790 77  TOT-VENCIDOS-W             PIC 9(5) VALUE 0.

000800 01  LIN-TITULO-RSA.
000810     02 FILLER                  PIC X(44) VALUE
000820        "REGISTROS SANITARIOS QUE VENCEN EN 90 DIAS -".
000830     02 FILLER                  PIC X(7) VALUE " CORTE ".
000840     02 CORTE-TIT               PIC 9(8).

000850 01  LIN-DETALLE-RSA.
000860     02 ART-REP                 PIC X(8).
000870     02 FILLER                  PIC X VALUE SPACE.
000880     02 DESCRIP-REP             PIC X(40).
000890     02 FILLER                  PIC X VALUE SPACE.
000900     02 REGISTRO-REP            PIC X(20).
000910     02 FILLER                  PIC X VALUE SPACE.
000920     02 TITULAR-REP             PIC X(30).
000930     02 FILLER                  PIC X(7) VALUE " VENCE ".
000940     02 VENCE-REP               PIC 9(8).
000950     02 FILLER                  PIC X VALUE SPACE.
000960     02 DIAS-REP                PIC ---9.
000970     02 FILLER                  PIC X(5) VALUE " DIAS".
000980     02 FILLER                  PIC X VALUE SPACE.
000990     02 MARCA-REP               PIC X(5).

001000 PROCEDURE DIVISION.

001010 MAINLINE.
001020     PERFORM ABRIR-ARCHIVOS.
001030     IF SW-SIN-ARCHIVO-W = 0
001040        MOVE FECHA-HOY-W TO VENCE-RSA
001050        START ARCHIVO-REG-SANIT KEY IS >= VENCE-RSA
001060              INVALID KEY MOVE 1 TO SW-FIN-W
001070        END-START
001080        PERFORM LEER-POR-VENCER UNTIL SW-FIN-W = 1
001090        PERFORM ESCRIBIR-TITULO-VENCIDOS
001100        MOVE 0 TO SW-FIN-W
001110        MOVE 1 TO VENCE-RSA
001120        START ARCHIVO-REG-SANIT KEY IS >= VENCE-RSA
001130              INVALID KEY MOVE 1 TO SW-FIN-W
001140        END-START
001150        PERFORM LEER-VENCIDO UNTIL SW-FIN-W = 1
001160     END-IF.
001170     PERFORM CERRAR-ARCHIVOS.
001180     STOP RUN.

001190 ABRIR-ARCHIVOS.
001200     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001210     COMPUTE FECHA-LIMITE-W =
001220         FUNCTION DATE-OF-INTEGER(
001230         FUNCTION INTEGER-OF-DATE(FECHA-HOY-W) + 90).
001240     MOVE 0 TO SW-FIN-W.
001250     OPEN INPUT ARCHIVO-REG-SANIT.
001260     IF OTR-STAT NOT = "00"
001270        MOVE 1 TO SW-SIN-ARCHIVO-W
001280     END-IF.
001290     OPEN INPUT MAESTRO-ARTICULOS.
001300     OPEN OUTPUT REPORTE-REGSAN.
001310     MOVE FECHA-HOY-W TO CORTE-TIT.
001320     MOVE LIN-TITULO-RSA TO LIN-REGSAN.
001330     WRITE LIN-REGSAN.
001340     MOVE SPACES TO LIN-REGSAN.
001350     WRITE LIN-REGSAN.

001360 LEER-POR-VENCER.
001370     READ ARCHIVO-REG-SANIT NEXT
001380          AT END MOVE 1 TO SW-FIN-W
001390     END-READ.
001400     IF SW-FIN-W = 0
001410        IF VENCE-RSA > FECHA-LIMITE-W
001420           MOVE 1 TO SW-FIN-W
001430        ELSE
001440           IF RSA-VIGENTE OR RSA-EN-TRAMITE
001450              ADD 1 TO TOT-POR-VENCER-W
001460              PERFORM ESCRIBIR-LINEA-RSA
001470           END-IF
001480        END-IF
001490     END-IF.

001500 ESCRIBIR-TITULO-VENCIDOS.
001510     MOVE SPACES TO LIN-REGSAN.
001520     WRITE LIN-REGSAN.
001530     MOVE "VENCIDOS QUE SIGUEN MARCADOS VIGENTES O EN TRAMITE"
001540       TO LIN-REGSAN.
001550     WRITE LIN-REGSAN.
001560     MOVE SPACES TO LIN-REGSAN.
001570     WRITE LIN-REGSAN.

001580 LEER-VENCIDO.
001590     READ ARCHIVO-REG-SANIT NEXT
001600          AT END MOVE 1 TO SW-FIN-W
001610     END-READ.
001620     IF SW-FIN-W = 0
001630        IF VENCE-RSA NOT < FECHA-HOY-W
001640           MOVE 1 TO SW-FIN-W
001650        ELSE
001660           IF RSA-VIGENTE OR RSA-EN-TRAMITE
001670              ADD 1 TO TOT-VENCIDOS-W
001680              PERFORM ESCRIBIR-LINEA-RSA
001690           END-IF
001700        END-IF
001710     END-IF.

001720 ESCRIBIR-LINEA-RSA.
001730     MOVE COD-ART-RSA TO ART-REP COD-ART.
001740     READ MAESTRO-ARTICULOS
001750          INVALID KEY MOVE SPACES TO DESCRIP-ART
001760     END-READ.
001770     MOVE DESCRIP-ART  TO DESCRIP-REP.
001780     MOVE REGISTRO-RSA TO REGISTRO-REP.
001790     MOVE TITULAR-RSA  TO TITULAR-REP.
001800     MOVE VENCE-RSA    TO VENCE-REP.
001810     COMPUTE DIAS-REP = FUNCTION INTEGER-OF-DATE(VENCE-RSA)
001820                      - FUNCTION INTEGER-OF-DATE(FECHA-HOY-W).
001830     IF RSA-EN-TRAMITE
001840        MOVE "TRAM." TO MARCA-REP
001850     ELSE
001860        MOVE SPACES TO MARCA-REP
001870     END-IF.
001880     MOVE LIN-DETALLE-RSA TO LIN-REGSAN.
001890     WRITE LIN-REGSAN.

001900 CERRAR-ARCHIVOS.
001910     IF SW-SIN-ARCHIVO-W = 0
001920        CLOSE ARCHIVO-REG-SANIT
001930     END-IF.
001940     CLOSE MAESTRO-ARTICULOS REPORTE-REGSAN.
001950     DISPLAY "REGISTROS POR VENCER (90 DIAS): " TOT-POR-VENCER-W.
001960     DISPLAY "VENCIDOS AUN MARCADOS VIGENTES: " TOT-VENCIDOS-W.
