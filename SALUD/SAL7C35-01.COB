      *=================================================================
      * SALUD - CARGUE DE LAS VARIABLES DEL REPORTE DE LA RES. 202
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CARGA EN ARCHIVO-VAR-R202 LA DEFINICION DE LAS 119 VARIABLES
      * (0 A 118) DEL REGISTRO TIPO 2 DE LA RESOLUCION 202, QUE SE
      * ARMA DEL ANEXO TECNICO VIGENTE (PLANO SC-VAR202.CSV, CAMPOS
      * SEPARADOS POR ";"):
      *   NRO;DESCRIPCION;FUENTE;DATO;RESPUESTA;DECIMALES;EDAD-MIN;
      *   EDAD-MAX;SEXO;SOLO-GESTANTE;NO-APLICA;SIN-DATO;TIPO;
      *   LONGITUD;OBLIGATORIA
      * FUENTE DICE DE DONDE SACA SAL7C35 EL DATO:
      *   P PACIENTE   DATO TREG CONS HAB TDOC ID APE1 APE2 NOM1 NOM2
      *                FNAC SEXO EPS
      *   G PRENATAL   DATO GEST FUM FPP FCTL RIES CTRL
      *   V VACUNA     DATO BIOLOGICO (6) + DOSIS (1)
      *   S SISVAN     DATO PESO TALL FECH
      *   R RUTA RPMS  DATO CUPS REALIZADO (DETALLE FACTURADO)
      *   E EXAMEN     DATO PROTOCOLO (7) + SECUENCIA DEL CAMPO (3)
      *   O ODONTOLOG. DATO FODO (FECHA DEL EXAMEN) COPC COPO COPP
      *                COPT CEOC CEOE CEOO CEOT (INDICES COP/CEO)
      *   EN BLANCO    SIEMPRE VA EL CODIGO SIN-DATO.
      * RESPUESTA: F FECHA, D NUMERO DE DOSIS, V VALOR, T TEXTO.
      * LA EDAD (ANOS), EL SEXO Y SOLO-GESTANTE DICEN A QUIEN APLICA;
      * AL QUE NO APLICA SE LE REPORTA NO-APLICA Y AL QUE APLICA SIN
      * DATO SE LE REPORTA SIN-DATO (CODIGOS DE LA NORMA: 0, 21, 22,
      * 1845-01-01, 1800-01-01...). TIPO (F FECHA, N NUMERICO, A
      * ALFANUMERICO), LONGITUD Y OBLIGATORIA SON LAS REGLAS DE
      * ESTRUCTURA QUE REVISA LA VALIDACION ANTES DEL CARGUE A SISPRO.
      * LA TABLA SE REEMPLAZA COMPLETA; UNA FILA SIN NUMERO SE DESCARTA.
      * PO -> 15/10/2026 PABLO OLGUIN - FUENTE "O" ODONTOLOGIA (INDICES
      *         COP/CEO DE HC153) DOCUMENTADA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C35-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-VAR-R202
000100         ASSIGN NOM-PLANOVAR-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-VAR-R202 LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-VAR202-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS NRO-V202
000180         FILE STATUS IS OTR-STAT.

000190 DATA DIVISION.
000200 FILE SECTION.

000210 FD  PLANO-VAR-R202
000220     LABEL RECORD STANDARD.
000230 01  LIN-PLANO-VAR              PIC X(200).

000240 FD  ARCHIVO-VAR-R202
000250     LABEL RECORD STANDARD.
000260 01  REG-V202.
000270     02 NRO-V202                PIC 9(3).
000280     02 DESCRIP-V202            PIC X(40).
000290     02 FUENTE-V202             PIC X.
000300     02 DATO-V202               PIC X(12).
000310     02 RESPUESTA-V202          PIC X.
000320     02 DECIMALES-V202          PIC 9.
000330     02 EDAD-MIN-V202           PIC 9(3).
000340     02 EDAD-MAX-V202           PIC 9(3).
000350     02 SEXO-V202               PIC X.
000360     02 SOLO-GEST-V202          PIC X.
000370     02 NO-APLICA-V202          PIC X(10).
000380     02 SIN-DATO-V202           PIC X(10).
000390     02 TIPO-V202               PIC X.
000400     02 LONGITUD-V202           PIC 99.
000410     02 OBLIGATORIA-V202        PIC X.

000420 WORKING-STORAGE SECTION.

000430 77  NOM-PLANOVAR-W             PIC X(60)
000440     VALUE "D:\progelect\DATOS\SC-VAR202.CSV".
000450 77  NOM-VAR202-W               PIC X(60)
000460     VALUE "D:\progelect\DATOS\SC-VAR202.DAT".
000470 77  OTR-STAT                   PIC XX.
000480 77  SW-FIN-PLANO-W             PIC 9 VALUE 0.
000490 77  TOT-VARIABLES-W            PIC 9(5) VALUE 0.
000500 77  TOT-DESCARTES-W            PIC 9(5) VALUE 0.

000510 01  CAMPOS-CSV-W.
000520     02 CAMPO-CSV-W             OCCURS 15 PIC X(40).

000530 PROCEDURE DIVISION.

000540 MAINLINE.
000550     OPEN INPUT PLANO-VAR-R202.
000560     IF OTR-STAT NOT = "00"
000570        DISPLAY "NO SE ENCONTRO EL PLANO " NOM-PLANOVAR-W
000580        EXIT PROGRAM
000590     END-IF.
000600     OPEN OUTPUT ARCHIVO-VAR-R202.
000610     PERFORM LEER-FILA.
000620     PERFORM PROCESAR-FILA UNTIL SW-FIN-PLANO-W = 1.
000630     CLOSE PLANO-VAR-R202 ARCHIVO-VAR-R202.
000640     DISPLAY "VARIABLES RES. 202 CARGADAS: " TOT-VARIABLES-W.
000650     DISPLAY "FILAS DESCARTADAS:           " TOT-DESCARTES-W.
000660     EXIT PROGRAM.

000670 LEER-FILA.
000680     READ PLANO-VAR-R202
000690          AT END MOVE 1 TO SW-FIN-PLANO-W
000700     END-READ.

000710 PROCESAR-FILA.
000720     MOVE SPACES TO CAMPOS-CSV-W.
000730     UNSTRING LIN-PLANO-VAR DELIMITED BY ";"
000740        INTO CAMPO-CSV-W (1)  CAMPO-CSV-W (2)
000750             CAMPO-CSV-W (3)  CAMPO-CSV-W (4)
000760             CAMPO-CSV-W (5)  CAMPO-CSV-W (6)
000770             CAMPO-CSV-W (7)  CAMPO-CSV-W (8)
000780             CAMPO-CSV-W (9)  CAMPO-CSV-W (10)
000790             CAMPO-CSV-W (11) CAMPO-CSV-W (12)
000800             CAMPO-CSV-W (13) CAMPO-CSV-W (14)
000810             CAMPO-CSV-W (15)
000820     END-UNSTRING.
000830     IF CAMPO-CSV-W (1) (1: 1) IS NUMERIC
000840        PERFORM GRABAR-VARIABLE
000850     ELSE
000860        ADD 1 TO TOT-DESCARTES-W
000870     END-IF.
000880     PERFORM LEER-FILA.

000890 GRABAR-VARIABLE.
000900     INITIALIZE REG-V202.
000910     MOVE FUNCTION NUMVAL(CAMPO-CSV-W (1))  TO NRO-V202.
000920     MOVE CAMPO-CSV-W (2)                   TO DESCRIP-V202.
000930     MOVE CAMPO-CSV-W (3)                   TO FUENTE-V202.
000940     MOVE CAMPO-CSV-W (4)                   TO DATO-V202.
000950     MOVE CAMPO-CSV-W (5)                   TO RESPUESTA-V202.
000960     IF CAMPO-CSV-W (6) NOT = SPACES
000970        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (6))  TO DECIMALES-V202
000980     END-IF.
000990     IF CAMPO-CSV-W (7) NOT = SPACES
001000        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (7))  TO EDAD-MIN-V202
001010     END-IF.
001020     MOVE 999 TO EDAD-MAX-V202.
001030     IF CAMPO-CSV-W (8) NOT = SPACES
001040        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (8))  TO EDAD-MAX-V202
001050     END-IF.
001060     MOVE CAMPO-CSV-W (9)                   TO SEXO-V202.
001070     MOVE CAMPO-CSV-W (10)                  TO SOLO-GEST-V202.
001080     MOVE CAMPO-CSV-W (11)                  TO NO-APLICA-V202.
001090     MOVE CAMPO-CSV-W (12)                  TO SIN-DATO-V202.
001100     MOVE CAMPO-CSV-W (13)                  TO TIPO-V202.
001110     IF CAMPO-CSV-W (14) NOT = SPACES
001120        MOVE FUNCTION NUMVAL(CAMPO-CSV-W (14)) TO LONGITUD-V202
001130     END-IF.
001140     MOVE CAMPO-CSV-W (15)                  TO OBLIGATORIA-V202.
001150     IF NRO-V202 > 118
001160        ADD 1 TO TOT-DESCARTES-W
001170     ELSE
001180        WRITE REG-V202
001190              INVALID KEY ADD 1 TO TOT-DESCARTES-W
001200              NOT INVALID KEY ADD 1 TO TOT-VARIABLES-W
001210        END-WRITE
001220     END-IF.
