      * PO -> 02/09/2026 PABLO OLGUIN - REG-FACT IGUALADO CON
      *         SER108-28: VALOR-NOTAS-FACT (NOTAS CREDITO/DEBITO
      *         APLICADAS A LA FACTURA) AGREGADO AL FINAL.
      * PO -> 15/10/2026 PABLO OLGUIN - AP CON DIAGNOSTICO Y FINALIDAD:
      *         SI EL CUPS FACTURADO ES UN PROCEDIMIENTO ODONTOLOGICO
      *         REALIZADO AL PACIENTE (ARCHIVO-TRAT-ODONTO, HC153) SE
      *         AGREGAN SU DIAGNOSTICO CIE-10 Y SU FINALIDAD; SI NO,
      *         VAN EN BLANCO. EL PROCEDIMIENTO QUEDA MARCADO CON LA
      *         FACTURA PARA NO REPORTARLO EN OTRA.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-16.
000030 ENVIRONMENT DIVISION.
000200         RECORD KEY IS LLAVE-FACTDET
000210         FILE STATUS IS OTR-STAT.

000211     SELECT ARCHIVO-TRAT-ODONTO LOCK MODE IS AUTOMATIC
000212         ASSIGN NOM-TRATODO-W
000213         ORGANIZATION IS INDEXED
000214         ACCESS MODE IS DYNAMIC
000215         RECORD KEY IS LLAVE-TTO
000216         ALTERNATE RECORD KEY IS LLAVE-CUPS-TTO WITH DUPLICATES
000217         FILE STATUS IS OTR-STAT.

000220     SELECT RIPS-AC
000230         ASSIGN NOM-RIPS-AC-W
000240         ORGANIZATION IS LINE SEQUENTIAL.
000404     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
000405     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
000406     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
000407     02 VALOR-NOTAS-FACT        PIC S9(11)V99
000408                                    SIGN IS TRAILING.

000410 FD  ARCHIVO-FACT-DET
000420     LABEL RECORD STANDARD.
000480     02 DESCRIP-CUP-FACTDET     PIC X(40).
000490     02 TIPO-SER-FACTDET        PIC X.
000500        88 ES-CONSULTA          VALUE "C".
000501        88 ES-PROCEDIMIENTO     VALUE "P".
000502     02 VALOR-FACTDET           PIC 9(9)V99.

000503 FD  ARCHIVO-TRAT-ODONTO
000504     LABEL RECORD STANDARD.
000505 01  REG-TTO.
000506     02 LLAVE-TTO.
000507        03 PACI-TTO             PIC X(15).
000508        03 PLAN-TTO             PIC 9(3).
000509        03 FASE-TTO             PIC 9.
000510        03 ITEM-TTO             PIC 9(3).
000511     02 LLAVE-CUPS-TTO.
000512        03 PACI-CUPS-TTO        PIC X(15).
000513        03 CUPS-TTO             PIC X(12).
000514     02 DIENTE-TTO              PIC 99.
000515     02 SUPERF-TTO              PIC X(5).
000516     02 DIAG-TTO                PIC X(4).
000517     02 FINALIDAD-TTO           PIC XX.
000518     02 ESTADO-TTO              PIC X.
000519        88 TRAT-REALIZADO       VALUE "R".
000520     02 CUBIERTO-TTO            PIC X.
000521     02 VALOR-PRESUP-TTO        PIC 9(9)V99.
000522     02 FECHA-REAL-TTO          PIC 9(8).
000523     02 PROF-REAL-TTO           PIC 9(10).
000524     02 LLAVE-NUM-TTO           PIC X(7).
000525     02 RIPS-FACT-TTO           PIC X(12).

000530 FD  RIPS-AC
000540     LABEL RECORD STANDARD.
000700     VALUE "D:\progelect\DATOS\RIPS-AP.TXT".
000710 77  NOM-RIPS-AU-W              PIC X(50)
000720     VALUE "D:\progelect\DATOS\RIPS-AU.TXT".
000721 77  NOM-TRATODO-W              PIC X(50)
000722     VALUE "D:\progelect\DATOS\SC-TRATODO.DAT".
000730 77  OTR-STAT                   PIC XX.
000740 77  SW-FIN-FACT                PIC 9 VALUE 0.
000750 77  SW-FIN-DET                 PIC 9 VALUE 0.
000751 77  SW-FIN-TTO                 PIC 9 VALUE 0.
000752 77  SW-TRATODO                 PIC 9 VALUE 0.
000760 77  SEP-W                      PIC X VALUE ",".
000761 77  DIAG-AP                    PIC X(4).
000762 77  FINALIDAD-AP               PIC XX.

000770 LINKAGE SECTION.
000780 01  FECHA-DESDE-LNK            PIC 9(8).
000890     OPEN OUTPUT RIPS-AC.
000900     OPEN OUTPUT RIPS-AP.
000910     OPEN OUTPUT RIPS-AU.
000911     MOVE 0 TO SW-TRATODO.
000912     OPEN I-O ARCHIVO-TRAT-ODONTO.
000913     IF OTR-STAT = "00"
000914        MOVE 1 TO SW-TRATODO
000915     END-IF.

000920 GENERAR-RIPS.
000930     MOVE 0 TO SW-FIN-FACT.
001380     WRITE LIN-RIPS-AC.

001390 ESCRIBIR-AP.
001391     MOVE SPACES TO DIAG-AP FINALIDAD-AP.
001392     IF SW-TRATODO = 1
001393        PERFORM BUSCAR-TRAT-ODONTO
001394     END-IF.
001400     STRING LLAVE-FACT-FD  SEP-W COD-CUP-FACTDET
001401            SEP-W VALOR-FACTDET
001402            SEP-W DIAG-AP SEP-W FINALIDAD-AP
001403       DELIMITED BY SIZE INTO LIN-RIPS-AP.
001404     WRITE LIN-RIPS-AP.

      *--- PRIMER PROCEDIMIENTO DEL PACIENTE CON ESE CUPS, REALIZADO
      *--- HASTA LA FECHA DE LA FACTURA Y NO REPORTADO EN OTRA
001405 BUSCAR-TRAT-ODONTO.
001406     MOVE 0 TO SW-FIN-TTO.
001407     MOVE PACI-FACT       TO PACI-CUPS-TTO.
001408     MOVE COD-CUP-FACTDET TO CUPS-TTO.
001409     START ARCHIVO-TRAT-ODONTO KEY IS >= LLAVE-CUPS-TTO
001410           INVALID KEY MOVE 1 TO SW-FIN-TTO
001411     END-START.
001412     PERFORM LEER-TRAT-ODONTO UNTIL SW-FIN-TTO = 1.

001413 LEER-TRAT-ODONTO.
001414     READ ARCHIVO-TRAT-ODONTO NEXT AT END MOVE 1 TO SW-FIN-TTO
001415     END-READ.
001416     IF SW-FIN-TTO = 0
001417        IF PACI-CUPS-TTO NOT = PACI-FACT
001418           OR CUPS-TTO NOT = COD-CUP-FACTDET
001419           MOVE 1 TO SW-FIN-TTO
001420        ELSE
001421           IF TRAT-REALIZADO AND FECHA-REAL-TTO <= FECHA-FACT
001422              AND (RIPS-FACT-TTO = SPACES
001423                   OR RIPS-FACT-TTO = LLAVE-FACT)
001424              MOVE DIAG-TTO      TO DIAG-AP
001425              MOVE FINALIDAD-TTO TO FINALIDAD-AP
001426              IF RIPS-FACT-TTO = SPACES
001427                 MOVE LLAVE-FACT TO RIPS-FACT-TTO
001428                 REWRITE REG-TTO
001429              END-IF
001430              MOVE 1 TO SW-FIN-TTO
001431           END-IF
001432        END-IF
001433     END-IF.

001440 CERRAR-ARCHIVOS.
001450     CLOSE ARCHIVO-FACTURAS ARCHIVO-FACT-DET
001460           RIPS-AC RIPS-AP RIPS-AU.
001461     IF SW-TRATODO = 1
001462        CLOSE ARCHIVO-TRAT-ODONTO
001463     END-IF.
