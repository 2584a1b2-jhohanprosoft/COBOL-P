      *=================================================================
      * CARTERA - CARGUE DEL ESTADO DE CUENTA DE LA EPS (CIRCULAR 030)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CARGA EN ARCHIVO-ESTADO-EPS EL ESTADO DE CARTERA QUE ENVIA LA
      * EPS PARA LA CONCILIACION DE LA CIRCULAR 030 (SER108-48). EL
      * PLANO SC-ESTEPS.CSV TRAE UNA FILA POR FACTURA, CAMPOS
      * SEPARADOS POR ";":
      *   FACTURA;FECHA RADICACION (AAAAMMDD);VALOR FACTURA;
      *   VALOR GLOSADO;VALOR PAGADO;SALDO
      * SE RECIBE LA ENTIDAD, SU NIT Y LA FECHA DE CORTE DEL ESTADO.
      * EL ESTADO ANTERIOR DE LA ENTIDAD SE REEMPLAZA COMPLETO: QUEDA
      * UN REGISTRO DE ENCABEZADO (FACTURA EN BLANCO) CON EL NIT, EL
      * CORTE Y LOS TOTALES, Y UN REGISTRO POR FACTURA. LA FILA SIN
      * FACTURA O CON LOS VALORES NO NUMERICOS SE DESCARTA
      * (ENCABEZADOS INCLUIDOS).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-47.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-ESTADO-EPS
000100         ASSIGN NOM-PLANOEEP-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-ESTADO-EPS LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-ESTEPS-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS LLAVE-EEP
000180         FILE STATUS IS OTR-STAT.

000190 DATA DIVISION.
000200 FILE SECTION.

000210 FD  PLANO-ESTADO-EPS
000220     LABEL RECORD STANDARD.
000230 01  LIN-PLANO-EEP              PIC X(150).

000240 FD  ARCHIVO-ESTADO-EPS
000250     LABEL RECORD STANDARD.
000260 01  REG-EEP.
000270     02 LLAVE-EEP.
000280        03 ENTIDAD-EEP          PIC X(6).
000290        03 LLAVE-FACT-EEP       PIC X(12).
000300     02 DATOS-EEP               PIC X(60).
000310     02 DATOS-FACT-EEP REDEFINES DATOS-EEP.
000320        03 FECHA-RADIC-EEP      PIC 9(8).
000330        03 VALOR-FACT-EEP       PIC 9(11)V99.
000340        03 VALOR-GLOSA-EEP      PIC 9(11)V99.
000350        03 VALOR-PAGADO-EEP     PIC 9(11)V99.
000360        03 SALDO-EEP            PIC 9(11)V99.
000370     02 DATOS-ENC-EEP REDEFINES DATOS-EEP.
000380        03 NIT-EPS-EEP          PIC 9(10).
000390        03 FECHA-CORTE-EEP      PIC 9(8).
000400        03 TOT-FACT-EEP         PIC 9(6).
000410        03 TOT-SALDO-EEP        PIC 9(13)V99.
000420        03 FECHA-CARGUE-EEP     PIC 9(8).
000430        03 OPER-EEP             PIC X(4).
000440        03 FILLER               PIC X(9).
000450     02 FILLER                  PIC X(20).

000460 WORKING-STORAGE SECTION.

000470 77  NOM-PLANOEEP-W             PIC X(60)
000480     VALUE "D:\progelect\DATOS\SC-ESTEPS.CSV".
000490 77  NOM-ESTEPS-W               PIC X(60)
000500     VALUE "D:\progelect\DATOS\SC-ESTEPS.DAT".
000510 77  OTR-STAT                   PIC XX.
000520 77  SW-FIN-W                   PIC 9 VALUE 0.
000530 77  K                          PIC 9 VALUE 0.
000540 77  SW-NUM-MALO-W              PIC 9 VALUE 0.
000550 77  TOT-FACTURAS-W             PIC 9(6) VALUE 0.
000560 77  TOT-DESCARTES-W            PIC 9(6) VALUE 0.
000570 77  TOT-SALDO-W                PIC 9(13)V99 VALUE 0.

000580 01  CAMPOS-CSV-W.
000590     02 CAMPO-CSV-W             OCCURS 6 PIC X(20).

000600 LINKAGE SECTION.
000610 01  ENTIDAD-LNK                PIC X(6).
000620 01  NIT-EPS-LNK                PIC 9(10).
000630 01  FECHA-CORTE-LNK            PIC 9(8).
000640 01  USUARIO-LNK                PIC X(4).
000650 01  RESULT-LNK                 PIC X.
000660     88 CARGUE-OK               VALUE "S".
000670     88 CARGUE-SIN-PLANO        VALUE "X".
000680     88 CARGUE-NO-OK            VALUE "N".

000690 PROCEDURE DIVISION USING ENTIDAD-LNK NIT-EPS-LNK FECHA-CORTE-LNK
000700                          USUARIO-LNK RESULT-LNK.

000710 MAINLINE.
000720     MOVE "N" TO RESULT-LNK.
000730     IF ENTIDAD-LNK NOT = SPACES AND FECHA-CORTE-LNK > 0
000740        PERFORM CARGAR-ESTADO THRU FIN-CARGAR-ESTADO
000750     END-IF.
000760     EXIT PROGRAM.

000770 CARGAR-ESTADO.
000780     OPEN INPUT PLANO-ESTADO-EPS.
000790     IF OTR-STAT NOT = "00"
000800        DISPLAY "NO SE ENCONTRO EL PLANO " NOM-PLANOEEP-W
000810        MOVE "X" TO RESULT-LNK
000820        GO TO FIN-CARGAR-ESTADO
000830     END-IF.
000840     OPEN I-O ARCHIVO-ESTADO-EPS.
000850     IF OTR-STAT = "35"
000860        OPEN OUTPUT ARCHIVO-ESTADO-EPS
000870        CLOSE ARCHIVO-ESTADO-EPS
000880        OPEN I-O ARCHIVO-ESTADO-EPS
000890     END-IF.
000900     PERFORM BORRAR-ESTADO-ANTERIOR.
000910     MOVE 0 TO SW-FIN-W.
000920     PERFORM LEER-FILA.
000930     PERFORM PROCESAR-FILA UNTIL SW-FIN-W = 1.
000940     PERFORM GRABAR-ENCABEZADO.
000950     CLOSE PLANO-ESTADO-EPS ARCHIVO-ESTADO-EPS.
000960     DISPLAY "FACTURAS CARGADAS:   " TOT-FACTURAS-W.
000970     DISPLAY "FILAS DESCARTADAS:   " TOT-DESCARTES-W.
000980     MOVE "S" TO RESULT-LNK.

000990 FIN-CARGAR-ESTADO.
001000     EXIT.

001010 BORRAR-ESTADO-ANTERIOR.
001020     MOVE 0 TO SW-FIN-W.
001030     MOVE ENTIDAD-LNK TO ENTIDAD-EEP.
001040     MOVE LOW-VALUES  TO LLAVE-FACT-EEP.
001050     START ARCHIVO-ESTADO-EPS KEY IS >= LLAVE-EEP
001060           INVALID KEY MOVE 1 TO SW-FIN-W
001070     END-START.
001080     PERFORM BORRAR-REGISTRO UNTIL SW-FIN-W = 1.

001090 BORRAR-REGISTRO.
001100     READ ARCHIVO-ESTADO-EPS NEXT
001110          AT END MOVE 1 TO SW-FIN-W
001120     END-READ.
001130     IF SW-FIN-W = 0
001140        IF ENTIDAD-EEP NOT = ENTIDAD-LNK
001150           MOVE 1 TO SW-FIN-W
001160        ELSE
001170           DELETE ARCHIVO-ESTADO-EPS RECORD
001180        END-IF
001190     END-IF.

001200 LEER-FILA.
001210     READ PLANO-ESTADO-EPS
001220          AT END MOVE 1 TO SW-FIN-W
001230     END-READ.

001240 PROCESAR-FILA.
001250     MOVE SPACES TO CAMPOS-CSV-W.
001260     UNSTRING LIN-PLANO-EEP DELIMITED BY ";"
001270        INTO CAMPO-CSV-W (1) CAMPO-CSV-W (2) CAMPO-CSV-W (3)
001280             CAMPO-CSV-W (4) CAMPO-CSV-W (5) CAMPO-CSV-W (6)
001290     END-UNSTRING.
001300     MOVE 0 TO SW-NUM-MALO-W.
001310     PERFORM VALIDAR-CAMPO VARYING K FROM 3 BY 1 UNTIL K > 6.
001320     IF CAMPO-CSV-W (1) = SPACES OR SW-NUM-MALO-W = 1
001330        ADD 1 TO TOT-DESCARTES-W
001340     ELSE
001350        PERFORM GRABAR-FACTURA
001360     END-IF.
001370     PERFORM LEER-FILA.

001380 VALIDAR-CAMPO.
001390     IF CAMPO-CSV-W (K) = SPACES
001400        MOVE "0" TO CAMPO-CSV-W (K)
001410     END-IF.
001420     IF FUNCTION TEST-NUMVAL (CAMPO-CSV-W (K)) NOT = 0
001430        MOVE 1 TO SW-NUM-MALO-W
001440     END-IF.

001450 GRABAR-FACTURA.
001460     INITIALIZE REG-EEP.
001470     MOVE ENTIDAD-LNK           TO ENTIDAD-EEP.
001480     MOVE CAMPO-CSV-W (1)       TO LLAVE-FACT-EEP.
001490     IF CAMPO-CSV-W (2) (1:8) IS NUMERIC
001500        MOVE CAMPO-CSV-W (2) (1:8) TO FECHA-RADIC-EEP
001510     END-IF.
001520     COMPUTE VALOR-FACT-EEP   = FUNCTION NUMVAL (CAMPO-CSV-W (3)).
001530     COMPUTE VALOR-GLOSA-EEP  = FUNCTION NUMVAL (CAMPO-CSV-W (4)).
001540     COMPUTE VALOR-PAGADO-EEP = FUNCTION NUMVAL (CAMPO-CSV-W (5)).
001550     COMPUTE SALDO-EEP        = FUNCTION NUMVAL (CAMPO-CSV-W (6)).
001560     WRITE REG-EEP
001570           INVALID KEY ADD 1 TO TOT-DESCARTES-W
001580           NOT INVALID KEY
001590               ADD 1 TO TOT-FACTURAS-W
001600               ADD SALDO-EEP TO TOT-SALDO-W
001610     END-WRITE.

      * EL ENCABEZADO VA CON LA FACTURA EN BLANCO: QUEDA PRIMERO
001620 GRABAR-ENCABEZADO.
001630     INITIALIZE REG-EEP.
001640     MOVE ENTIDAD-LNK           TO ENTIDAD-EEP.
001650     MOVE SPACES                TO LLAVE-FACT-EEP.
001660     MOVE NIT-EPS-LNK           TO NIT-EPS-EEP.
001670     MOVE FECHA-CORTE-LNK       TO FECHA-CORTE-EEP.
001680     MOVE TOT-FACTURAS-W        TO TOT-FACT-EEP.
001690     MOVE TOT-SALDO-W           TO TOT-SALDO-EEP.
001700     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-CARGUE-EEP.
001710     MOVE USUARIO-LNK           TO OPER-EEP.
001720     WRITE REG-EEP
001730           INVALID KEY REWRITE REG-EEP END-REWRITE
001740     END-WRITE.
