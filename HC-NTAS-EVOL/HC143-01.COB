      *=================================================================
      * HISTORIA CLINICA - INDICADOR MENSUAL DE CONCILIACION
      * MEDICAMENTOSA DENTRO DE LAS 24 HORAS DEL INGRESO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE EL PERIODO AAAAMM Y RECORRE LOS ENCABEZADOS DE INGRESO
      * DE ARCHIVO-CONCILIA (VER HC143) CUYO EVENTO CAE EN EL MES.
      * UN INGRESO CUENTA COMO CONCILIADO A TIEMPO SI QUEDO SIN
      * DISCREPANCIAS A MAS TARDAR 24 HORAS DESPUES DEL EVENTO. DEJA
      * EN SC-CONCIL24.TXT POR SERVICIO: INGRESOS, CONCILIADOS EN 24
      * HORAS, CONCILIADOS DESPUES, SIN CONCILIAR Y PORCENTAJE, CON
      * LA LINEA DE TOTAL INSTITUCIONAL.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC143-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CONCILIA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CONCILIA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-CON
000140         ALTERNATE RECORD KEY IS FECHA-EVE-CON WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT INDICADOR-CONCILIA
000170         ASSIGN NOM-CONCIL24-W
000180         ORGANIZATION IS LINE SEQUENTIAL.

000190 DATA DIVISION.
000200 FILE SECTION.

000210 FD  ARCHIVO-CONCILIA
000220     LABEL RECORD STANDARD.
000230 01  REG-CON.
000240     02 LLAVE-CON.
000250        03 PACI-CON             PIC X(15).
000260        03 FOLIO-CON            PIC X(8).
000270        03 MOMENTO-CON          PIC X.
000280           88 MOMENTO-INGRESO   VALUE "I".
000290        03 FECHA-EVE-CON.
000300           05 ANO-MES-EVE-CON   PIC 9(6).
000310           05 DIA-EVE-CON       PIC 99.
000320        03 HORA-EVE-CON         PIC 9(6).
000330        03 SECU-CON             PIC 9(3).
000340     02 DATOS-CON               PIC X(90).
000350     02 ENCAB-CON REDEFINES DATOS-CON.
000360        03 SERVHO-CON           PIC X(4).
000370        03 ESTADO-CON           PIC X.
000380           88 MOMENTO-CONCILIADO VALUE "C".
000390        03 PENDIENTES-CON       PIC 9(3).
000400        03 FECHA-CONC-CON       PIC 9(8).
000410        03 HORA-CONC-CON        PIC 9(6).
000420        03 FILLER               PIC X(68).

000430 FD  INDICADOR-CONCILIA
000440     LABEL RECORD STANDARD.
000450 01  LIN-CONCIL24               PIC X(100).

000460 WORKING-STORAGE SECTION.

000470 77  NOM-CONCILIA-W             PIC X(60)
000480     VALUE "D:\progelect\DATOS\SC-CONCMED.DAT".
000490 77  NOM-CONCIL24-W             PIC X(60)
000500     VALUE "D:\progelect\DATOS\SC-CONCIL24.TXT".
000510 77  OTR-STAT                   PIC XX.
000520 77  SW-FIN-W                   PIC 9 VALUE 0.
000530 77  IX-SER-W                   PIC 99.
000540 77  POS-SER-W                  PIC 99.
000550 77  TOTAL-SER-W                PIC 99 VALUE 0.
000560 77  MAX-SER-W                  PIC 99 VALUE 50.
000570 77  MINUTOS-W                  PIC S9(9).
000580 77  MIN-EVENTO-W               PIC 9(4).
000590 77  MIN-CONC-W                 PIC 9(4).
000600 77  FECHA-EVE-W                PIC 9(8).

000610 01  TABLA-SERVICIOS-W.
000620     02 SERVICIO-TAB-W OCCURS 51 TIMES.
000630        03 SERVHO-TAB-W         PIC X(4).
000640        03 INGRESOS-TAB-W       PIC 9(5).
000650        03 A-TIEMPO-TAB-W       PIC 9(5).
000660        03 TARDE-TAB-W          PIC 9(5).
000670        03 SIN-CONC-TAB-W       PIC 9(5).

000680 01  HORA-PARTES-W.
000690     02 HH-W                    PIC 99.
000700     02 MM-W                    PIC 99.
000710     02 SS-W                    PIC 99.
000720 01  HORA-NUM-W REDEFINES HORA-PARTES-W PIC 9(6).

000730 01  LIN-INDICADOR-REP.
000740     02 SERVHO-REP              PIC X(10).
000750     02 INGRESOS-REP            PIC ZZ,ZZ9.
000760     02 FILLER                  PIC X(4) VALUE SPACES.
000770     02 A-TIEMPO-REP            PIC ZZ,ZZ9.
000780     02 FILLER                  PIC X(4) VALUE SPACES.
000790     02 TARDE-REP               PIC ZZ,ZZ9.
000800     02 FILLER                  PIC X(4) VALUE SPACES.
000810     02 SIN-CONC-REP            PIC ZZ,ZZ9.
000820     02 FILLER                  PIC X(4) VALUE SPACES.
000830     02 PORCENTAJE-REP          PIC ZZ9.99.
000840     02 FILLER                  PIC X VALUE "%".

000850 LINKAGE SECTION.
000860 01  ANO-MES-LNK                PIC 9(6).

000870 PROCEDURE DIVISION USING ANO-MES-LNK.

000880 MAINLINE.
000890     MOVE 0 TO SW-FIN-W TOTAL-SER-W.
000900     INITIALIZE TABLA-SERVICIOS-W.
000910     OPEN OUTPUT INDICADOR-CONCILIA.
000920     MOVE SPACES TO LIN-CONCIL24.
000930     STRING "CONCILIACION MEDICAMENTOSA EN 24 HORAS - PERIODO "
000940            ANO-MES-LNK DELIMITED BY SIZE INTO LIN-CONCIL24.
000950     WRITE LIN-CONCIL24.
000960     MOVE SPACES TO LIN-CONCIL24.
000970     STRING "SERVICIO    INGRESOS  EN 24 HRS   DESPUES  SIN CONC."
000980            "        %" DELIMITED BY SIZE INTO LIN-CONCIL24.
000990     WRITE LIN-CONCIL24.
001000     OPEN INPUT ARCHIVO-CONCILIA.
001010     IF OTR-STAT = "00"
001020        MOVE ANO-MES-LNK TO ANO-MES-EVE-CON
001030        MOVE 0           TO DIA-EVE-CON
001040        START ARCHIVO-CONCILIA KEY IS >= FECHA-EVE-CON
001050              INVALID KEY MOVE 1 TO SW-FIN-W
001060        END-START
001070        PERFORM LEER-ENCABEZADO UNTIL SW-FIN-W = 1
001080        CLOSE ARCHIVO-CONCILIA
001090     END-IF.
001100     PERFORM LISTAR-SERVICIO
001110             VARYING IX-SER-W FROM 1 BY 1
001120             UNTIL IX-SER-W > TOTAL-SER-W.
001130     PERFORM SUMAR-TOTAL
001140             VARYING IX-SER-W FROM 1 BY 1
001150             UNTIL IX-SER-W > TOTAL-SER-W.
001160     MOVE 51 TO IX-SER-W.
001170     MOVE "TOTAL" TO SERVHO-TAB-W (51).
001180     PERFORM LISTAR-SERVICIO.
001190     CLOSE INDICADOR-CONCILIA.
001200     EXIT PROGRAM.

001210 LEER-ENCABEZADO.
001220     READ ARCHIVO-CONCILIA NEXT
001230          AT END MOVE 1 TO SW-FIN-W
001240     END-READ.
001250     IF SW-FIN-W = 0
001260        IF ANO-MES-EVE-CON NOT = ANO-MES-LNK
001270           MOVE 1 TO SW-FIN-W
001280        ELSE
001290           IF MOMENTO-INGRESO AND SECU-CON = 0
001300              PERFORM CONTAR-INGRESO THRU FIN-CONTAR
001310           END-IF
001320        END-IF
001330     END-IF.

001340 CONTAR-INGRESO.
001350     PERFORM UBICAR-SERVICIO.
001360     IF POS-SER-W = 0
001370        GO TO FIN-CONTAR
001380     END-IF.
001390     ADD 1 TO INGRESOS-TAB-W (POS-SER-W).
001400     IF NOT MOMENTO-CONCILIADO
001410        ADD 1 TO SIN-CONC-TAB-W (POS-SER-W)
001420        GO TO FIN-CONTAR
001430     END-IF.
001440     MOVE FECHA-EVE-CON TO FECHA-EVE-W.
001450     MOVE HORA-EVE-CON  TO HORA-NUM-W.
001460     COMPUTE MIN-EVENTO-W = HH-W * 60 + MM-W.
001470     MOVE HORA-CONC-CON TO HORA-NUM-W.
001480     COMPUTE MIN-CONC-W = HH-W * 60 + MM-W.
001490     COMPUTE MINUTOS-W =
001500         (FUNCTION INTEGER-OF-DATE(FECHA-CONC-CON)
001510        - FUNCTION INTEGER-OF-DATE(FECHA-EVE-W)) * 1440
001520        + MIN-CONC-W - MIN-EVENTO-W.
001530     IF MINUTOS-W <= 1440
001540        ADD 1 TO A-TIEMPO-TAB-W (POS-SER-W)
001550     ELSE
001560        ADD 1 TO TARDE-TAB-W (POS-SER-W)
001570     END-IF.

001580 FIN-CONTAR.
001590     EXIT.

001600 UBICAR-SERVICIO.
001610     MOVE 0 TO POS-SER-W.
001620     PERFORM COMPARAR-SERVICIO
001630             VARYING IX-SER-W FROM 1 BY 1
001640             UNTIL IX-SER-W > TOTAL-SER-W OR POS-SER-W > 0.
001650     IF POS-SER-W = 0 AND TOTAL-SER-W < MAX-SER-W
001660        ADD 1 TO TOTAL-SER-W
001670        MOVE TOTAL-SER-W TO POS-SER-W
001680        MOVE SERVHO-CON  TO SERVHO-TAB-W (POS-SER-W)
001690     END-IF.

001700 COMPARAR-SERVICIO.
001710     IF SERVHO-TAB-W (IX-SER-W) = SERVHO-CON
001720        MOVE IX-SER-W TO POS-SER-W
001730     END-IF.

001740 SUMAR-TOTAL.
001750     ADD INGRESOS-TAB-W (IX-SER-W) TO INGRESOS-TAB-W (51).
001760     ADD A-TIEMPO-TAB-W (IX-SER-W) TO A-TIEMPO-TAB-W (51).
001770     ADD TARDE-TAB-W (IX-SER-W)    TO TARDE-TAB-W (51).
001780     ADD SIN-CONC-TAB-W (IX-SER-W) TO SIN-CONC-TAB-W (51).

001790 LISTAR-SERVICIO.
001800     MOVE SERVHO-TAB-W (IX-SER-W)   TO SERVHO-REP.
001810     MOVE INGRESOS-TAB-W (IX-SER-W) TO INGRESOS-REP.
001820     MOVE A-TIEMPO-TAB-W (IX-SER-W) TO A-TIEMPO-REP.
001830     MOVE TARDE-TAB-W (IX-SER-W)    TO TARDE-REP.
001840     MOVE SIN-CONC-TAB-W (IX-SER-W) TO SIN-CONC-REP.
001850     MOVE 0 TO PORCENTAJE-REP.
001860     IF INGRESOS-TAB-W (IX-SER-W) > 0
001870        COMPUTE PORCENTAJE-REP ROUNDED =
001880            A-TIEMPO-TAB-W (IX-SER-W) * 100
001890          / INGRESOS-TAB-W (IX-SER-W)
001900     END-IF.
001910     MOVE LIN-INDICADOR-REP TO LIN-CONCIL24.
001920     WRITE LIN-CONCIL24.
