      * DE CONSIGNACION, CON EL NOMBRE Y CORREO DEL PROPIETARIO DE
      * ARCHIVO-TERCEROS PARA RENEGOCIAR O DEVOLVER A TIEMPO.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - CADA VEHICULO SALE CON EL
      *         PRECIO PACTADO EN EL PERITAJE DE RECEPCION Y EL RANGO
      *         SUGERIDO (ARCHIVO-PERITAJE, VER TAX142); "FUERA" SI
      *         EL PACTADO NO CAE EN EL RANGO, "S/P" SIN PERITAJE.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX137.
000030 ENVIRONMENT DIVISION.
000240         ASSIGN NOM-REPANT-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000251     SELECT ARCHIVO-PERITAJE LOCK MODE IS AUTOMATIC
000252         ASSIGN NOM-PERITAJE-W
000253         ORGANIZATION IS INDEXED
000254         ACCESS MODE IS DYNAMIC
000255         RECORD KEY IS CODIGO-CAR-PER
000256         ALTERNATE RECORD KEY IS LLAVE-MODELO-PER
000257                   WITH DUPLICATES
000258         FILE STATUS IS OTR-STAT.

000260 DATA DIVISION.
000270 FILE SECTION.

000490     02 NOMBRE-TER             PIC X(40).
000500     02 FILLER                 PIC X(10).

000501 FD  REPORTE-ANTIG
000502     LABEL RECORD STANDARD.
000503 01  LIN-ANTIG                  PIC X(160).

000504 FD  ARCHIVO-PERITAJE
000505     LABEL RECORD STANDARD.
000506 01  REG-PER.
000507     02 CODIGO-CAR-PER          PIC 9(5).
000508     02 PLACA-PER               PIC X(6).
000509     02 LLAVE-MODELO-PER.
000510        03 MARCA-PER            PIC X(15).
000511        03 LINEA-PER            PIC X(20).
000512        03 ANO-MODELO-PER       PIC 9(4).
000513     02 FECHA-PERITAJE-PER      PIC 9(8).
000514     02 ODOMETRO-PER            PIC 9(7).
000515     02 ITEM-PER                OCCURS 4.
000516        03 CALIF-PER            PIC X.
000517        03 OBSERV-PER           PIC X(40).
000518     02 FOTO-PER                PIC X(30) OCCURS 8.
000519     02 PERITO-PER              PIC X(4).
000520     02 FIRMA-PERITO-PER        PIC X.
000521     02 FECHA-FIRMA-PERITO-PER  PIC 9(8).
000522     02 FIRMA-PROPIET-PER       PIC X.
000523     02 FECHA-FIRMA-PROPIET-PER PIC 9(8).
000524     02 PRECIO-PACTADO-PER      PIC 9(12).
000525     02 SUGERIDO-MIN-PER        PIC 9(12).
000526     02 SUGERIDO-MAX-PER        PIC 9(12).
000527     02 NRO-COMPARABLES-PER     PIC 9(3).
000528     02 PRECIO-VENTA-PER        PIC 9(12).
000529     02 FECHA-VENTA-PER         PIC 9(8).
000530     02 USUARIO-PER             PIC X(4).
000531     02 FILLER                  PIC X(20).

000540 WORKING-STORAGE SECTION.

000580     VALUE "D:\progelect\DATOS\SC-ARCHTER.DAT".
000590 77  NOM-REPANT-W               PIC X(60)
000600     VALUE "D:\progelect\DATOS\SC-ANTIGLOTE.TXT".
000601 77  NOM-PERITAJE-W             PIC X(60)
000602     VALUE "D:\progelect\DATOS\SC-PERITAJE.DAT".
000603 77  SW-PERITAJE-W              PIC 9 VALUE 0.
000610 77  OTR-STAT                   PIC XX.
000620 77  SW-FIN-CAR-W               PIC 9 VALUE 0.
000630 77  FECHA-HOY-W                PIC 9(8).
000820     02 NOMBRE-REP              PIC X(30).
000830     02 FILLER                  PIC X VALUE SPACE.
000840     02 CORREO-REP              PIC X(40).
000841     02 FILLER                  PIC X VALUE SPACE.
000842     02 PACTADO-REP             PIC ZZZZZZZZZZZ9.
000843     02 FILLER                  PIC X VALUE SPACE.
000844     02 SUGERIDO-MIN-REP        PIC ZZZZZZZZZZZ9.
000845     02 FILLER                  PIC X VALUE "-".
000846     02 SUGERIDO-MAX-REP        PIC ZZZZZZZZZZZ9.
000847     02 FILLER                  PIC X VALUE SPACE.
000848     02 MARCA-RANGO-REP         PIC X(5).

000850 PROCEDURE DIVISION.

000930     OPEN INPUT ARCHIVO-CARROS.
000940     OPEN INPUT ARCHIVO-TERCEROS.
000950     OPEN OUTPUT REPORTE-ANTIG.
000951     OPEN INPUT ARCHIVO-PERITAJE.
000952     IF OTR-STAT = "00"
000953        MOVE 1 TO SW-PERITAJE-W
000954     END-IF.

000960 RECORRER-CARROS.
000970     MOVE 0 TO SW-FIN-CAR-W.
001320     MOVE MARCA-PLAZO-W TO MARCA-REP.
001330     MOVE NOMBRE-PROP-W TO NOMBRE-REP.
001340     MOVE CORREO-PROP-W TO CORREO-REP.
001341     PERFORM BUSCAR-PERITAJE.
001350     MOVE LIN-ANTIG-DET TO LIN-ANTIG.
001360     WRITE LIN-ANTIG.
001370     ADD 1 TO TOT-LISTADOS-W.
001440          INVALID KEY CONTINUE
001450          NOT INVALID KEY
001460             MOVE NOMBRE-TER TO NOMBRE-PROP-W
001461             MOVE E-MAIL-TER (1:40) TO CORREO-PROP-W
001462     END-READ.

      * PRECIO PACTADO EN EL PERITAJE CONTRA EL RANGO SUGERIDO.
001463 BUSCAR-PERITAJE.
001464     MOVE 0      TO PACTADO-REP SUGERIDO-MIN-REP
001465                    SUGERIDO-MAX-REP.
001466     MOVE "S/P"  TO MARCA-RANGO-REP.
001467     IF SW-PERITAJE-W = 1
001468        MOVE CODIGO-CAR TO CODIGO-CAR-PER
001469        READ ARCHIVO-PERITAJE
001470             INVALID KEY CONTINUE
001471             NOT INVALID KEY PERFORM MARCAR-RANGO
001472        END-READ
001473     END-IF.

001474 MARCAR-RANGO.
001475     MOVE PRECIO-PACTADO-PER TO PACTADO-REP.
001476     MOVE SUGERIDO-MIN-PER   TO SUGERIDO-MIN-REP.
001477     MOVE SUGERIDO-MAX-PER   TO SUGERIDO-MAX-REP.
001478     MOVE SPACES TO MARCA-RANGO-REP.
001479     IF SUGERIDO-MAX-PER > 0
001480        AND (PRECIO-PACTADO-PER < SUGERIDO-MIN-PER
001481             OR PRECIO-PACTADO-PER > SUGERIDO-MAX-PER)
001482        MOVE "FUERA" TO MARCA-RANGO-REP
001483     END-IF.

001490 CERRAR-ARCHIVOS.
001500     CLOSE ARCHIVO-CARROS ARCHIVO-TERCEROS REPORTE-ANTIG.
001501     IF SW-PERITAJE-W = 1
001502        CLOSE ARCHIVO-PERITAJE
001503     END-IF.
001510     DISPLAY "VEHICULOS LISTADOS:      " TOT-LISTADOS-W.
001520     DISPLAY "PASADOS DEL PLAZO:       " TOT-VENCIDOS-W.
