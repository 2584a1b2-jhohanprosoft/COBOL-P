      *=================================================================
      * ESTADISTICA - CARGUE DE LA TABLA DE AGRUPACION GRD
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CARGA EN ARCHIVO-GRD LA TABLA DE GRUPOS RELACIONADOS POR EL
      * DIAGNOSTICO QUE ENTREGA GERENCIA O LA EPS (PLANO SC-GRD.CSV,
      * CAMPOS SEPARADOS POR ";"). CADA FILA ES UNA REGLA:
      *   ORDEN;GRD;DESCRIPCION;CIE-DESDE;CIE-HASTA;CUP-DESDE;
      *   CUP-HASTA;EDAD-MIN;EDAD-MAX;SEXO;ESTANCIA-ESPERADA;
      *   LIMITE-INF;LIMITE-SUP;PESO-RELATIVO
      * SER108-32 EVALUA LAS REGLAS EN EL ORDEN DEL PRIMER CAMPO Y EL
      * EGRESO QUEDA EN EL GRUPO DE LA PRIMERA QUE CUMPLA, POR ESO LAS
      * REGLAS QUIRURGICAS (CON RANGO DE CUPS) VAN ANTES QUE LAS
      * MEDICAS DEL MISMO DIAGNOSTICO. UN MISMO GRD PUEDE TENER VARIAS
      * REGLAS. LOS RANGOS Y LA EDAD EN BLANCO O CERO NO LIMITAN. LA
      * TABLA SE REEMPLAZA COMPLETA EN CADA CARGUE; UNA FILA SIN
      * ORDEN NUMERICO O SIN GRD SE DESCARTA (ENCABEZADOS INCLUIDOS).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-31.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-GRD
000100         ASSIGN NOM-PLANOGRD-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-GRD LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-GRD-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS ORDEN-GRD
000180         ALTERNATE RECORD KEY IS COD-GRD WITH DUPLICATES
000190         FILE STATUS IS OTR-STAT.

000200 DATA DIVISION.
000210 FILE SECTION.

000220 FD  PLANO-GRD
000230     LABEL RECORD STANDARD.
000240 01  LIN-PLANO-GRD              PIC X(200).

000250 FD  ARCHIVO-GRD
000260     LABEL RECORD STANDARD.
000270 01  REG-GRD.
000280     02 ORDEN-GRD               PIC 9(4).
000290     02 COD-GRD                 PIC X(6).
000300     02 DESCRIP-GRD             PIC X(50).
000310     02 CIE-DESDE-GRD           PIC X(4).
000320     02 CIE-HASTA-GRD           PIC X(4).
000330     02 CUP-DESDE-GRD           PIC X(12).
000340     02 CUP-HASTA-GRD           PIC X(12).
000350     02 EDAD-MIN-GRD            PIC 9(3).
000360     02 EDAD-MAX-GRD            PIC 9(3).
000370     02 SEXO-GRD                PIC X.
000380     02 ESTANCIA-ESP-GRD        PIC 9(3)V9.
000390     02 LIMITE-INF-GRD          PIC 9(3).
000400     02 LIMITE-SUP-GRD          PIC 9(3).
000410     02 PESO-GRD                PIC 99V9(4).

000420 WORKING-STORAGE SECTION.

000430 77  NOM-PLANOGRD-W             PIC X(60)
000440     VALUE "D:\progelect\DATOS\SC-GRD.CSV".
000450 77  NOM-GRD-W                  PIC X(60)
000460     VALUE "D:\progelect\DATOS\SC-GRD.DAT".
000470 77  OTR-STAT                   PIC XX.
000480 77  SW-FIN-PLANO-W             PIC 9 VALUE 0.
000490 77  TOT-REGLAS-W               PIC 9(5) VALUE 0.
000500 77  TOT-DESCARTES-W            PIC 9(5) VALUE 0.

000510 01  CAMPOS-CSV-W.
000520     02 CAMPO-CSV-W             OCCURS 14 PIC X(50).

000530 PROCEDURE DIVISION.

000540 MAINLINE.
000550     OPEN INPUT PLANO-GRD.
000560     IF OTR-STAT NOT = "00"
000570        DISPLAY "NO SE ENCONTRO EL PLANO " NOM-PLANOGRD-W
000580        EXIT PROGRAM
000590     END-IF.
000600     OPEN OUTPUT ARCHIVO-GRD.
000610     PERFORM LEER-FILA.
000620     PERFORM PROCESAR-FILA UNTIL SW-FIN-PLANO-W = 1.
000630     CLOSE PLANO-GRD ARCHIVO-GRD.
000640     DISPLAY "REGLAS GRD CARGADAS: " TOT-REGLAS-W.
000650     DISPLAY "FILAS DESCARTADAS:   " TOT-DESCARTES-W.
000660     EXIT PROGRAM.

000670 LEER-FILA.
000680     READ PLANO-GRD
000690          AT END MOVE 1 TO SW-FIN-PLANO-W
000700     END-READ.

000710 PROCESAR-FILA.
000720     MOVE SPACES TO CAMPOS-CSV-W.
000730     UNSTRING LIN-PLANO-GRD DELIMITED BY ";"
000740        INTO CAMPO-CSV-W (1)  CAMPO-CSV-W (2)
000750             CAMPO-CSV-W (3)  CAMPO-CSV-W (4)
000760             CAMPO-CSV-W (5)  CAMPO-CSV-W (6)
000770             CAMPO-CSV-W (7)  CAMPO-CSV-W (8)
000780             CAMPO-CSV-W (9)  CAMPO-CSV-W (10)
000790             CAMPO-CSV-W (11) CAMPO-CSV-W (12)
000800             CAMPO-CSV-W (13) CAMPO-CSV-W (14)
000810     END-UNSTRING.
000820     IF CAMPO-CSV-W (1) (1: 1) IS NUMERIC
000830        AND CAMPO-CSV-W (2) NOT = SPACES
000840        PERFORM GRABAR-REGLA
000850     ELSE
000860        ADD 1 TO TOT-DESCARTES-W
000870     END-IF.
000880     PERFORM LEER-FILA.

000890 GRABAR-REGLA.
000900     INITIALIZE REG-GRD.
000910     MOVE FUNCTION NUMVAL(CAMPO-CSV-W (1))  TO ORDEN-GRD.
000920     MOVE CAMPO-CSV-W (2)                   TO COD-GRD.
000930     MOVE CAMPO-CSV-W (3)                   TO DESCRIP-GRD.
000940     MOVE CAMPO-CSV-W (4)                   TO CIE-DESDE-GRD.
000950     MOVE CAMPO-CSV-W (5)                   TO CIE-HASTA-GRD.
000960     MOVE CAMPO-CSV-W (6)                   TO CUP-DESDE-GRD.
000970     MOVE CAMPO-CSV-W (7)                   TO CUP-HASTA-GRD.
000980     IF CAMPO-CSV-W (8) NOT = SPACES
000990        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (8))  TO EDAD-MIN-GRD
001000     END-IF.
001010     IF CAMPO-CSV-W (9) NOT = SPACES
001020        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (9))  TO EDAD-MAX-GRD
001030     END-IF.
001040     MOVE CAMPO-CSV-W (10)                  TO SEXO-GRD.
001050     IF CAMPO-CSV-W (11) NOT = SPACES
001060        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (11))
001070          TO ESTANCIA-ESP-GRD
001080     END-IF.
001090     IF CAMPO-CSV-W (12) NOT = SPACES
001100        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (12))
001110          TO LIMITE-INF-GRD
001120     END-IF.
001130     IF CAMPO-CSV-W (13) NOT = SPACES
001140        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (13))
001150          TO LIMITE-SUP-GRD
001160     END-IF.
001170     IF CAMPO-CSV-W (14) NOT = SPACES
001180        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (14)) TO PESO-GRD
001190     END-IF.
001200     WRITE REG-GRD
001210           INVALID KEY ADD 1 TO TOT-DESCARTES-W
001220           NOT INVALID KEY ADD 1 TO TOT-REGLAS-W
001230     END-WRITE.
