      *=================================================================
      * COSTOS - CARGUE DE LA BASE DE DISTRIBUCION DE COSTOS INDIRECTOS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CARGA EN ARCHIVO-BASE-COSTO, DESDE EL PLANO SC-BASECOSTO.CSV
      * (CAMPOS SEPARADOS POR ";"), LO QUE EL COSTEO POR PROCEDIMIENTO
      * (SER108-44) REPARTE COMO COSTO INDIRECTO SOBRE LOS CUPS DEL MES.
      * DOS TIPOS DE FILA:
      *   C;CENTRO COSTO;DIVISION;BASE;VALOR;SERVICIO
      *     UN CENTRO DE COSTO + DIVISION CON EL VALOR DEL MES QUE NO
      *     SALE DE INVENTARIO (NOMINA, SERVICIOS, DEPRECIACION...) Y
      *     LA BASE CON QUE SE REPARTE:
      *       M MINUTOS (CANTIDAD X DURACION DEL CUPS),
      *       A METROS CUADRADOS DEL SERVICIO (VER FILAS "A"),
      *       E ATENCIONES (CANTIDAD DE CUPS REALIZADOS).
      *     LAS SALIDAS DE INVENTARIO DEL MES CON ESE CENTRO Y DIVISION
      *     SE SUMAN AL VALOR AL MOMENTO DEL COSTEO. EL SERVICIO ES
      *     OPCIONAL: SI VIENE, EL CENTRO SOLO SE REPARTE EN ESE
      *     SERVICIO.
      *   A;SERVICIO;METROS CUADRADOS
      *     EL AREA QUE OCUPA CADA SERVICIO, PARA LA BASE "A".
      * LA TABLA SE REEMPLAZA COMPLETA EN CADA CARGUE; UNA FILA QUE NO
      * CUMPLA SE DESCARTA (ENCABEZADOS INCLUIDOS).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-43.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-BASE-COSTO
000100         ASSIGN NOM-PLANOBCO-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-BASE-COSTO LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-BASECOSTO-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS LLAVE-BCO
000180         FILE STATUS IS OTR-STAT.

000190 DATA DIVISION.
000200 FILE SECTION.

000210 FD  PLANO-BASE-COSTO
000220     LABEL RECORD STANDARD.
000230 01  LIN-PLANO-BCO              PIC X(100).

000240 FD  ARCHIVO-BASE-COSTO
000250     LABEL RECORD STANDARD.
000260 01  REG-BCO.
000270     02 LLAVE-BCO.
000280        03 TIPO-BCO             PIC X.
000290           88 BCO-CENTRO        VALUE "C".
000300           88 BCO-AREA          VALUE "A".
000310        03 COD-COSTO-BCO        PIC X(4).
000320        03 COD-DIV-BCO          PIC XX.
000330        03 SERVICIO-BCO         PIC XX.
000340     02 BASE-BCO                PIC X.
000350        88 BASE-MINUTOS         VALUE "M".
000360        88 BASE-AREA            VALUE "A".
000370        88 BASE-ATENCIONES      VALUE "E".
000380     02 VALOR-BCO               PIC 9(11)V99.
000390     02 AREA-BCO                PIC 9(7)V99.
000400     02 FILLER                  PIC X(20).

000410 WORKING-STORAGE SECTION.

000420 77  NOM-PLANOBCO-W             PIC X(60)
000430     VALUE "D:\progelect\DATOS\SC-BASECOSTO.CSV".
000440 77  NOM-BASECOSTO-W            PIC X(60)
000450     VALUE "D:\progelect\DATOS\SC-BASECOSTO.DAT".
000460 77  OTR-STAT                   PIC XX.
000470 77  SW-FIN-PLANO-W             PIC 9 VALUE 0.
000480 77  TOT-CENTROS-W              PIC 9(5) VALUE 0.
000490 77  TOT-AREAS-W                PIC 9(5) VALUE 0.
000500 77  TOT-DESCARTES-W            PIC 9(5) VALUE 0.

000510 01  CAMPOS-CSV-W.
000520     02 CAMPO-CSV-W             OCCURS 6 PIC X(30).

000530 PROCEDURE DIVISION.

000540 MAINLINE.
000550     OPEN INPUT PLANO-BASE-COSTO.
000560     IF OTR-STAT NOT = "00"
000570        DISPLAY "NO SE ENCONTRO EL PLANO " NOM-PLANOBCO-W
000580        EXIT PROGRAM
000590     END-IF.
000600     OPEN OUTPUT ARCHIVO-BASE-COSTO.
000610     PERFORM LEER-FILA.
000620     PERFORM PROCESAR-FILA UNTIL SW-FIN-PLANO-W = 1.
000630     CLOSE PLANO-BASE-COSTO ARCHIVO-BASE-COSTO.
000640     DISPLAY "CENTROS CARGADOS:    " TOT-CENTROS-W.
000650     DISPLAY "AREAS CARGADAS:      " TOT-AREAS-W.
000660     DISPLAY "FILAS DESCARTADAS:   " TOT-DESCARTES-W.
000670     EXIT PROGRAM.

000680 LEER-FILA.
000690     READ PLANO-BASE-COSTO
000700          AT END MOVE 1 TO SW-FIN-PLANO-W
000710     END-READ.

000720 PROCESAR-FILA.
000730     MOVE SPACES TO CAMPOS-CSV-W.
000740     UNSTRING LIN-PLANO-BCO DELIMITED BY ";"
000750        INTO CAMPO-CSV-W (1) CAMPO-CSV-W (2) CAMPO-CSV-W (3)
000760             CAMPO-CSV-W (4) CAMPO-CSV-W (5) CAMPO-CSV-W (6)
000770     END-UNSTRING.
000780     EVALUATE TRUE
000790        WHEN CAMPO-CSV-W (1) = "C"
000800             AND CAMPO-CSV-W (2) NOT = SPACES
000810             AND (CAMPO-CSV-W (4) = "M" OR "A" OR "E")
000820             PERFORM GRABAR-CENTRO
000830        WHEN CAMPO-CSV-W (1) = "A"
000840             AND CAMPO-CSV-W (2) NOT = SPACES
000850             AND CAMPO-CSV-W (3) NOT = SPACES
000860             PERFORM GRABAR-AREA
000870        WHEN OTHER
000880             ADD 1 TO TOT-DESCARTES-W
000890     END-EVALUATE.
000900     PERFORM LEER-FILA.

000910 GRABAR-CENTRO.
000920     INITIALIZE REG-BCO.
000930     MOVE "C"                   TO TIPO-BCO.
000940     MOVE CAMPO-CSV-W (2)       TO COD-COSTO-BCO.
000950     MOVE CAMPO-CSV-W (3)       TO COD-DIV-BCO.
000960     MOVE CAMPO-CSV-W (6)       TO SERVICIO-BCO.
000970     MOVE CAMPO-CSV-W (4)       TO BASE-BCO.
000980     IF CAMPO-CSV-W (5) NOT = SPACES
000990        COMPUTE VALOR-BCO = FUNCTION NUMVAL (CAMPO-CSV-W (5))
001000     END-IF.
001010     WRITE REG-BCO
001020           INVALID KEY ADD 1 TO TOT-DESCARTES-W
001030           NOT INVALID KEY ADD 1 TO TOT-CENTROS-W
001040     END-WRITE.

001050 GRABAR-AREA.
001060     INITIALIZE REG-BCO.
001070     MOVE "A"                   TO TIPO-BCO.
001080     MOVE SPACES                TO COD-COSTO-BCO COD-DIV-BCO.
001090     MOVE CAMPO-CSV-W (2)       TO SERVICIO-BCO.
001100     COMPUTE AREA-BCO = FUNCTION NUMVAL (CAMPO-CSV-W (3)).
001110     IF AREA-BCO = 0
001120        ADD 1 TO TOT-DESCARTES-W
001130     ELSE
001140        WRITE REG-BCO
001150              INVALID KEY ADD 1 TO TOT-DESCARTES-W
001160              NOT INVALID KEY ADD 1 TO TOT-AREAS-W
001170        END-WRITE
001180     END-IF.
