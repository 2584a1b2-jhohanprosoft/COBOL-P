      *=================================================================
      * FACTURACION - CARGUE DE LA TABLA DE ESTANCIAS POR SERVICIO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CARGA EN ARCHIVO-ESTAN-SERV, DESDE EL PLANO SC-ESTANSERV.CSV
      * (CAMPOS SEPARADOS POR ";"), LA CATEGORIA DE CAMA DE CADA
      * SERVICIO HOSPITALARIO Y EL CUPS CON QUE SE COBRA SU DIA DE
      * ESTANCIA:
      *   SERVICIO;CATEGORIA;CUPS
      * CATEGORIA: U CUIDADO INTENSIVO, I CUIDADO INTERMEDIO,
      *            G HOSPITALIZACION GENERAL.
      * EL VALOR NO VA EN LA TABLA: LO PONE LA TARIFA DE LA ENTIDAD
      * DEL PACIENTE PARA ESE CUPS CUANDO SER108-37 CARGA LA ESTANCIA.
      * LA TABLA SE REEMPLAZA COMPLETA EN CADA CARGUE; UNA FILA SIN
      * SERVICIO, CON CATEGORIA DISTINTA DE U/I/G O SIN CUPS SE
      * DESCARTA (ENCABEZADOS INCLUIDOS).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-36.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-ESTAN-SERV
000100         ASSIGN NOM-PLANOEST-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-ESTAN-SERV LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-ESTANSERV-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS SERVHO-ESTS
000180         FILE STATUS IS OTR-STAT.

000190 DATA DIVISION.
000200 FILE SECTION.

000210 FD  PLANO-ESTAN-SERV
000220     LABEL RECORD STANDARD.
000230 01  LIN-PLANO-EST              PIC X(100).

000240 FD  ARCHIVO-ESTAN-SERV
000250     LABEL RECORD STANDARD.
000260 01  REG-ESTS.
000270     02 SERVHO-ESTS             PIC X(4).
000280     02 CATEG-ESTS              PIC X.
000290        88 ESTANCIA-UCI         VALUE "U".
000300        88 ESTANCIA-INTERMEDIA  VALUE "I".
000310        88 ESTANCIA-GENERAL     VALUE "G".
000320     02 COD-CUP-ESTS            PIC X(12).
000330     02 FILLER                  PIC X(20).

000340 WORKING-STORAGE SECTION.

000350 77  NOM-PLANOEST-W             PIC X(60)
000360     VALUE "D:\progelect\DATOS\SC-ESTANSERV.CSV".
000370 77  NOM-ESTANSERV-W            PIC X(60)
000380     VALUE "D:\progelect\DATOS\SC-ESTANSERV.DAT".
000390 77  OTR-STAT                   PIC XX.
000400 77  SW-FIN-PLANO-W             PIC 9 VALUE 0.
000410 77  TOT-SERVICIOS-W            PIC 9(5) VALUE 0.
000420 77  TOT-DESCARTES-W            PIC 9(5) VALUE 0.

000430 01  CAMPOS-CSV-W.
000440     02 CAMPO-CSV-W             OCCURS 3 PIC X(30).

000450 PROCEDURE DIVISION.

000460 MAINLINE.
000470     OPEN INPUT PLANO-ESTAN-SERV.
000480     IF OTR-STAT NOT = "00"
000490        DISPLAY "NO SE ENCONTRO EL PLANO " NOM-PLANOEST-W
000500        EXIT PROGRAM
000510     END-IF.
000520     OPEN OUTPUT ARCHIVO-ESTAN-SERV.
000530     PERFORM LEER-FILA.
000540     PERFORM PROCESAR-FILA UNTIL SW-FIN-PLANO-W = 1.
000550     CLOSE PLANO-ESTAN-SERV ARCHIVO-ESTAN-SERV.
000560     DISPLAY "SERVICIOS CARGADOS:  " TOT-SERVICIOS-W.
000570     DISPLAY "FILAS DESCARTADAS:   " TOT-DESCARTES-W.
000580     EXIT PROGRAM.

000590 LEER-FILA.
000600     READ PLANO-ESTAN-SERV
000610          AT END MOVE 1 TO SW-FIN-PLANO-W
000620     END-READ.

000630 PROCESAR-FILA.
000640     MOVE SPACES TO CAMPOS-CSV-W.
000650     UNSTRING LIN-PLANO-EST DELIMITED BY ";"
000660        INTO CAMPO-CSV-W (1) CAMPO-CSV-W (2) CAMPO-CSV-W (3)
000670     END-UNSTRING.
000680     IF CAMPO-CSV-W (1) NOT = SPACES
000690        AND (CAMPO-CSV-W (2) = "U" OR "I" OR "G")
000700        AND CAMPO-CSV-W (3) NOT = SPACES
000710        PERFORM GRABAR-SERVICIO
000720     ELSE
000730        ADD 1 TO TOT-DESCARTES-W
000740     END-IF.
000750     PERFORM LEER-FILA.

000760 GRABAR-SERVICIO.
000770     INITIALIZE REG-ESTS.
000780     MOVE CAMPO-CSV-W (1)       TO SERVHO-ESTS.
000790     MOVE CAMPO-CSV-W (2)       TO CATEG-ESTS.
000800     MOVE CAMPO-CSV-W (3)       TO COD-CUP-ESTS.
000810     WRITE REG-ESTS
000820           INVALID KEY ADD 1 TO TOT-DESCARTES-W
000830           NOT INVALID KEY ADD 1 TO TOT-SERVICIOS-W
000840     END-WRITE.
