      *=================================================================
      * SALUD - REPORTE TRIMESTRAL DE PROTECCION ESPECIFICA Y DETECCION
      * TEMPRANA (RES. 202) A SISPRO, POR EPS, CON VALIDACION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CONSOLIDA POR PACIENTE LO QUE YA ESTA REGISTRADO EN EL SISTEMA:
      * VACUNAS (ARCHIVO-VACUNA, SER135), CONTROL PRENATAL
      * (ARCHIVO-PRENATAL, HC131), CRECIMIENTO (ARCHIVO-SISVAN),
      * TAMIZAJES DE LA RUTA RPMS REALIZADOS (DETALLE FACTURADO
      * RESULTADOS-RX, COMO SAL7C32) Y RESULTADOS DE LABORATORIO Y
      * CITOLOGIA (ARCHIVO-RESULT-EXAMEN).
      * - LA POBLACION DEL TRIMESTRE ES TODO PACIENTE CON ALGUNA
      *   ACTIVIDAD EN EL PERIODO: VACUNA APLICADA, GESTACION EN
      *   CONTROL, REGISTRO SISVAN O CUPS DE LA RUTA FACTURADO.
      * - CADA VARIABLE SE ARMA COMO DICE ARCHIVO-VAR-R202 (CARGADO
      *   POR SAL7C35-01): FUENTE, A QUIEN APLICA Y LOS CODIGOS DE
      *   NO APLICA / SIN DATO QUE EXIGE LA NORMA. LAS FECHAS VAN
      *   AAAA-MM-DD Y EL DATO ES EL ULTIMO AL CIERRE DEL PERIODO.
      * - DEJA UN PLANO POR EPS (R202-<EPS>-<FECHA FINAL>.TXT, CAMPOS
      *   SEPARADOS POR "|"): REGISTRO TIPO 1 DE CONTROL CON EL
      *   CODIGO DE HABILITACION, EL PERIODO Y EL TOTAL DE REGISTROS
      *   TIPO 2, Y UN TIPO 2 POR PACIENTE.
      * - SC-VAL202.TXT: VALIDACION CONTRA LAS REGLAS DE ESTRUCTURA
      *   (OBLIGATORIA, LONGITUD, NUMERICO, FECHA VALIDA, NO
      *   POSTERIOR AL CORTE NI ANTERIOR AL NACIMIENTO) PARA
      *   CORREGIR ANTES DE CARGAR A LA PLATAFORMA.
      * PO -> 15/10/2026 PABLO OLGUIN - FUENTE "O" SALUD ORAL: FECHA
      *         DEL EXAMEN ODONTOLOGICO E INDICES COP/CEO DE
      *         ARCHIVO-ODONTO-IND (HC153). EL PACIENTE CON EXAMEN EN
      *         EL PERIODO ENTRA A LA POBLACION. LOS INDICES SON LOS
      *         DEL ULTIMO EXAMEN SI ES ANTERIOR AL CIERRE.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C35.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-VAR-R202 LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-VAR202-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS NRO-V202
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-PACIE-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-PACI
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-VACUNA LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-VACUNA-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS LLAVE-VAC
000260         ALTERNATE RECORD KEY IS FECHA-APLIC-VAC
000270            WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-PRENATAL LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-PRENATAL-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PACI-PRE
000340         ALTERNATE RECORD KEY IS FECHA-PROX-PRE
000350            WITH DUPLICATES
000360         FILE STATUS IS OTR-STAT.

000370     SELECT ARCHIVO-SISVAN LOCK MODE IS AUTOMATIC
000380         ASSIGN SISVAN-W
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS COD-SIS
000420         ALTERNATE RECORD KEY IS FICHA-SIS WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS FECHA-REG-SIS WITH DUPLICATES
000440         FILE STATUS IS OTR-STAT.

000450     SELECT RESULTADOS-RX LOCK MODE IS AUTOMATIC
000460         ASSIGN NOM-RES-RX-W
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS LLAVE-RX
000500         ALTERNATE RECORD KEY IS FECHA-FACT-RX WITH DUPLICATES
000510         FILE STATUS IS OTR-STAT.

000520     SELECT ARCHIVO-RESULT-EXAMEN LOCK MODE IS AUTOMATIC
000530         ASSIGN NOM-RESEXA-W
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS LLAVE-RESULT-EXAMEN
000570         ALTERNATE RECORD KEY IS ID-PACIENTE-RE
000580            WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000591     SELECT ARCHIVO-ODONTO-IND LOCK MODE IS AUTOMATIC
000592         ASSIGN NOM-ODONTOI-W
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS PACI-ODI
000596         ALTERNATE RECORD KEY IS FECHA-EXAM-ODI WITH DUPLICATES
000597         FILE STATUS IS OTR-STAT.

000600     SELECT ARCHIVO-R202-PAC LOCK MODE IS AUTOMATIC
000610         ASSIGN NOM-R202PAC-W
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LLAVE-R2P
000650         FILE STATUS IS OTR-STAT.

000660     SELECT ARCHIVO-R202-ACT LOCK MODE IS AUTOMATIC
000670         ASSIGN NOM-R202ACT-W
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS LLAVE-R2A
000710         FILE STATUS IS OTR-STAT.

000720     SELECT PLANO-R202
000730         ASSIGN NOM-PLANO202-W
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS OTR-STAT.

000760     SELECT REPORTE-VAL-R202
000770         ASSIGN NOM-VAL202-W
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS OTR-STAT.

000800 DATA DIVISION.
000810 FILE SECTION.

000820 FD  ARCHIVO-VAR-R202
000830     LABEL RECORD STANDARD.
000840 01  REG-V202.
000850     02 NRO-V202                PIC 9(3).
000860     02 DESCRIP-V202            PIC X(40).
000870     02 FUENTE-V202             PIC X.
000880     02 DATO-V202               PIC X(12).
000890     02 RESPUESTA-V202          PIC X.
000900     02 DECIMALES-V202          PIC 9.
000910     02 EDAD-MIN-V202           PIC 9(3).
000920     02 EDAD-MAX-V202           PIC 9(3).
000930     02 SEXO-V202               PIC X.
000940     02 SOLO-GEST-V202          PIC X.
000950     02 NO-APLICA-V202          PIC X(10).
000960     02 SIN-DATO-V202           PIC X(10).
000970     02 TIPO-V202               PIC X.
000980     02 LONGITUD-V202           PIC 99.
000990     02 OBLIGATORIA-V202        PIC X.

001000 FD  ARCHIVO-PACIENTES
001010     LABEL RECORD STANDARD.
001020 01  REG-PACI.
001030     02 COD-PACI                PIC X(15).
001040     02 DESCRIP-PACI            PIC X(40).
001050     02 EPS-PACI                PIC X(6).
001060     02 ID-COTIZ-PACI           PIC X(15).
001070     02 ESTADO-PACI             PIC X.
001080     02 FUSIONADO-EN-PACI       PIC X(15).
001090     02 FECHA-FUSION-PACI       PIC 9(8).
001100     02 TELEFONO-PACI           PIC X(15).
001110     02 FECHA-NAC-PACI          PIC 9(8).
001120     02 SEXO-PACI               PIC X.
001130     02 PLAN-PACI               PIC XX.
001140     02 NIVEL-INGRESO-PACI      PIC 9.
001150     02 FILLER                  PIC X(9).

001160 FD  ARCHIVO-VACUNA
001170     LABEL RECORD STANDARD.
001180 01  REG-VAC.
001190     02 LLAVE-VAC.
001200        03 PACI-VAC             PIC X(15).
001210        03 BIOLOGICO-VAC        PIC X(6).
001220        03 DOSIS-VAC            PIC 9.
001230     02 FECHA-APLIC-VAC         PIC 9(8).
001240     02 LOTE-VAC                PIC X(10).
001250     02 APLICADOR-VAC           PIC X(4).

001260 FD  ARCHIVO-PRENATAL
001270     LABEL RECORD STANDARD.
001280 01  REG-PRE.
001290     02 PACI-PRE                PIC X(15).
001300     02 FUM-PRE                 PIC 9(8).
001310     02 FPP-PRE                 PIC 9(8).
001320     02 RIESGO-PRE              PIC X.
001330        88 RIESGO-BAJO          VALUE "B".
001340        88 RIESGO-ALTO          VALUE "A".
001350     02 FECHA-ENROL-PRE         PIC 9(8).
001360     02 MEDICO-PRE              PIC X(6).
001370     02 ESTADO-PRE              PIC X.
001380        88 PRENATAL-ACTIVA      VALUE "A".
001390        88 PRENATAL-FINALIZADA  VALUE "F".
001400     02 CONTROLES-PRE           PIC 9(2).
001410     02 FECHA-ULT-PRE           PIC 9(8).
001420     02 FECHA-PROX-PRE          PIC 9(8).

001430 FD  ARCHIVO-SISVAN
001440     LABEL RECORD STANDARD.
001450 01  REG-SIS.
001460     02 COD-SIS                 PIC X(15).
001470     02 FICHA-SIS               PIC X(10).
001480     02 FECHA-REG-SIS           PIC 9(8).
001490     02 BARRIO-SIS              PIC X(20).
001500     02 CENT-SAL-SIS            PIC X(20).
001510     02 LACT-ACTUAL-SIS         PIC X.
001520     02 LACT-EXCLUS-SIS         PIC X.
001530     02 MESES-LACT-EXCLUS-SIS   PIC 99.
001540     02 PROG-NUT-SIS            PIC X(10).
001550     02 PESO-SIS                PIC 9(3)V9.
001560     02 TALLA-SIS               PIC 9(3)V9.
001570     02 EDAD-MESES-SIS          PIC 9(3).
001580     02 SEXO-SIS                PIC X.

001590 FD  RESULTADOS-RX
001600     LABEL RECORD STANDARD.
001610 01  REG-RX.
001620     02 LLAVE-RX                PIC X(20).
001630     02 FECHA-FACT-RX           PIC 9(8).
001640     02 ID-ENTIDAD-RX           PIC X(10).
001650     02 ART-FACT-RX             PIC X(12).

001660 FD  ARCHIVO-RESULT-EXAMEN
001670     LABEL RECORD STANDARD.
001680 01  REG-RESULT-EXAMEN.
001690     02 LLAVE-RESULT-EXAMEN.
001700        03 LLAVE-MACROEVOL-RE   PIC X(7).
001710        03 ID-PACIENTE-RE       PIC X(15).
001720        03 FECHA-RE             PIC 9(8).
001730        03 SECU-CAMPO-RE        PIC 9(3).
001740     02 VALOR-RESULT-RE         PIC S9(7)V99 SIGN IS TRAILING.
001750     02 FUERA-RANGO-RE          PIC X.
001760     02 OPERADOR-RE             PIC X(4).

001761 FD  ARCHIVO-ODONTO-IND
001762     LABEL RECORD STANDARD.
001763 01  REG-ODI.
001764     02 PACI-ODI                PIC X(15).
001765     02 FECHA-EXAM-ODI          PIC 9(8).
001766     02 PROF-ODI                PIC 9(10).
001767     02 COP-ODI.
001768        03 CAR-PERM-ODI         PIC 99.
001769        03 OBT-PERM-ODI         PIC 99.
001770        03 PER-PERM-ODI         PIC 99.
001771     02 CEO-ODI.
001772        03 CAR-TEMP-ODI         PIC 99.
001773        03 EXT-TEMP-ODI         PIC 99.
001774        03 OBT-TEMP-ODI         PIC 99.
001775     02 TOT-COP-ODI             PIC 99.
001776     02 TOT-CEO-ODI             PIC 99.
001777     02 PERM-PRES-ODI           PIC 99.
001778     02 TEMP-PRES-ODI           PIC 99.

001779 FD  ARCHIVO-R202-PAC
001780     LABEL RECORD STANDARD.
001790 01  REG-R2P.
001800     02 LLAVE-R2P.
001810        03 EPS-R2P              PIC X(6).
001820        03 PACI-R2P             PIC X(15).

001830 FD  ARCHIVO-R202-ACT
001840     LABEL RECORD STANDARD.
001850 01  REG-R2A.
001860     02 LLAVE-R2A.
001870        03 PACI-R2A             PIC X(15).
001880        03 NRO-R2A              PIC 9(3).
001890     02 FECHA-R2A               PIC 9(8).

001900 FD  PLANO-R202
001910     LABEL RECORD STANDARD.
001920 01  LIN-PLANO-R202             PIC X(2000).

001930 FD  REPORTE-VAL-R202
001940     LABEL RECORD STANDARD.
001950 01  LIN-VAL-R202               PIC X(120).

001960 WORKING-STORAGE SECTION.

001970 77  NOM-VAR202-W               PIC X(60)
001980     VALUE "D:\progelect\DATOS\SC-VAR202.DAT".
001990 77  NOM-PACIE-W                PIC X(60)
002000     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002010 77  NOM-VACUNA-W               PIC X(60)
002020     VALUE "D:\progelect\DATOS\SC-VACUNA.DAT".
002030 77  NOM-PRENATAL-W             PIC X(60)
002040     VALUE "D:\progelect\DATOS\SC-PRENATAL.DAT".
002050 77  SISVAN-W                   PIC X(60)
002060     VALUE "D:\progelect\PROG\HC\DATOS\SC-SISVAN.DAT".
002070 77  NOM-RES-RX-W               PIC X(60)
002080     VALUE "D:\progelect\DATOS\SC-RESRX.DAT".
002090 77  NOM-RESEXA-W               PIC X(60)
002100     VALUE "D:\progelect\DATOS\SC-RESEXAM.DAT".
002101 77  NOM-ODONTOI-W              PIC X(60)
002102     VALUE "D:\progelect\DATOS\SC-ODONTOI.DAT".
002110 77  NOM-R202PAC-W              PIC X(60)
002120     VALUE "D:\progelect\DATOS\SC-R202PAC.DAT".
002130 77  NOM-R202ACT-W              PIC X(60)
002140     VALUE "D:\progelect\DATOS\SC-R202ACT.DAT".
002150 77  NOM-PLANO202-W             PIC X(60).
002160 77  NOM-VAL202-W               PIC X(60)
002170     VALUE "D:\progelect\DATOS\SC-VAL202.TXT".
002180 77  OTR-STAT                   PIC XX.
002190 77  SW-FIN-W                   PIC 9 VALUE 0.
002200 77  SW-FIN-DET-W               PIC 9 VALUE 0.
002210 77  SW-HALLADO-W               PIC 9 VALUE 0.
002220 77  SW-DATO-W                  PIC 9 VALUE 0.
002230 77  SW-PLANO-W                 PIC 9 VALUE 0.
002240 77  SW-GESTANTE-W              PIC 9 VALUE 0.
002250 77  SW-PRENATAL-W              PIC 9 VALUE 0.
002260 77  SW-SISVAN-W                PIC 9 VALUE 0.
002261 77  SW-ODONTO-W                PIC 9 VALUE 0.
002270 77  SW-ERROR-PACI-W            PIC 9 VALUE 0.
002280 77  IX-W                       PIC 9(3) VALUE 0.
002290 77  IX-EPS-W                   PIC 9(3) VALUE 0.
002300 77  NRO-EPS-W                  PIC 9(3) VALUE 0.
002310 77  DOSIS-W                    PIC 9 VALUE 0.
002320 77  EDAD-W                     PIC 9(3) VALUE 0.
002330 77  EPS-ANT-W                  PIC X(6).
002340 77  PACI-W                     PIC X(15).
002350 77  CONSECUTIVO-W              PIC 9(7) VALUE 0.
002360 77  TIPO-DATO-W                PIC X.
002370 77  FECHA-DATO-W               PIC 9(8) VALUE 0.
002380 77  VALOR-DATO-W               PIC S9(7)V99 VALUE 0.
002390 77  TEXTO-DATO-W               PIC X(30).
002400 77  ESPACIOS-W                 PIC 99 VALUE 0.
002410 77  LONG-W                     PIC 99 VALUE 0.
002420 77  POS-PLANO-W                PIC 9(4) VALUE 1.
002430 77  NUM-ED0-W                  PIC Z(6)9.
002440 77  NUM-ED1-W                  PIC Z(6)9.9.
002450 77  NUM-ED2-W                  PIC Z(6)9.99.
002460 77  CANT-ED-W                  PIC Z(6)9.
002470 77  NRO-ED-W                   PIC ZZ9.
002480 77  NUMERO-TXT-W               PIC X(30).
002490 77  MENSAJE-W                  PIC X(40).
002500 77  SEP-W                      PIC X VALUE "|".
002510 77  TOT-PACI-W                 PIC 9(7) VALUE 0.
002520 77  TOT-SIN-PACI-W             PIC 9(7) VALUE 0.
002530 77  TOT-PACI-ERROR-W           PIC 9(7) VALUE 0.
002540 77  TOT-ERRORES-W              PIC 9(7) VALUE 0.
002550 77  TOT-VARIABLES-W            PIC 9(3) VALUE 0.

002560 01  TABLA-VAR-W.
002570     02 VARIABLE-W              OCCURS 119.
002580        03 DEFINIDA-W           PIC 9.
002590        03 DESCRIP-VAR-W        PIC X(40).
002600        03 FUENTE-VAR-W         PIC X.
002610        03 DATO-VAR-W           PIC X(12).
002620        03 DATO-VAR-R REDEFINES DATO-VAR-W.
002630           04 MACRO-VAR-W       PIC X(7).
002640           04 SECU-VAR-W        PIC 9(3).
002650           04 FILLER            PIC XX.
002660        03 DATO-VAC-R REDEFINES DATO-VAR-W.
002670           04 BIOLOGICO-VAR-W   PIC X(6).
002680           04 DOSIS-VAR-W       PIC 9.
002690           04 FILLER            PIC X(5).
002700        03 RESPUESTA-VAR-W      PIC X.
002710        03 DECIMALES-VAR-W      PIC 9.
002720        03 EDAD-MIN-VAR-W       PIC 9(3).
002730        03 EDAD-MAX-VAR-W       PIC 9(3).
002740        03 SEXO-VAR-W           PIC X.
002750        03 SOLO-GEST-VAR-W      PIC X.
002760        03 NO-APLICA-VAR-W      PIC X(10).
002770        03 SIN-DATO-VAR-W       PIC X(10).
002780        03 TIPO-VAR-W           PIC X.
002790        03 LONGITUD-VAR-W       PIC 99.
002800        03 OBLIGATORIA-VAR-W    PIC X.

002810 01  TABLA-VALORES-W.
002820     02 VALOR-202-W             OCCURS 119 PIC X(30).

002830 01  TABLA-EPS-W.
002840     02 EPS-W                   OCCURS 200.
002850        03 COD-EPS-W            PIC X(6).
002860        03 CANT-EPS-W           PIC 9(7).
002870        03 ERRORES-EPS-W        PIC 9(7).

002880 01  NOMBRES-W.
002890     02 APELLIDO1-W             PIC X(30).
002900     02 APELLIDO2-W             PIC X(30).
002910     02 NOMBRE1-W               PIC X(30).
002920     02 NOMBRE2-W               PIC X(30).

002930 01  FECHA-NUM-W                PIC 9(8).
002940 01  FECHA-NUM-R REDEFINES FECHA-NUM-W.
002950     02 ANO-NUM-W               PIC 9(4).
002960     02 MES-NUM-W               PIC 99.
002970     02 DIA-NUM-W               PIC 99.

002980 01  FECHA-TXT-W.
002990     02 ANO-TXT-W               PIC 9(4).
003000     02 FILLER                  PIC X VALUE "-".
003010     02 MES-TXT-W               PIC 99.
003020     02 FILLER                  PIC X VALUE "-".
003030     02 DIA-TXT-W               PIC 99.

003040 01  FECHA-VAL-W                PIC X(30).
003050 01  FECHA-VAL-R REDEFINES FECHA-VAL-W.
003060     02 ANO-VAL-W               PIC X(4).
003070     02 GUION1-VAL-W            PIC X.
003080     02 MES-VAL-W               PIC XX.
003090     02 GUION2-VAL-W            PIC X.
003100     02 DIA-VAL-W               PIC XX.
003110     02 RESTO-VAL-W             PIC X(20).

003120 01  FECHA-VAL-NUM-W.
003130     02 ANO-VALN-W              PIC X(4).
003140     02 MES-VALN-W              PIC XX.
003150     02 DIA-VALN-W              PIC XX.
003160 01  FECHA-VAL-NUM-R REDEFINES FECHA-VAL-NUM-W PIC 9(8).

003170 LINKAGE SECTION.
003180 01  FECHA-INI-LNK              PIC 9(8).
003190 01  FECHA-FIN-LNK              PIC 9(8).
003200 01  COD-HAB-LNK                PIC X(12).

003210 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK
003220                          COD-HAB-LNK.

003230 MAINLINE.
003240     IF FECHA-INI-LNK = 0 OR FECHA-FIN-LNK < FECHA-INI-LNK
003250        EXIT PROGRAM
003260     END-IF.
003270     PERFORM CARGAR-VARIABLES.
003280     IF TOT-VARIABLES-W = 0
003290        DISPLAY "NO HAY VARIABLES DE LA RES. 202 CARGADAS"
003300        EXIT PROGRAM
003310     END-IF.
003320     OPEN INPUT ARCHIVO-PACIENTES ARCHIVO-VACUNA ARCHIVO-PRENATAL
003330                ARCHIVO-SISVAN RESULTADOS-RX
003340                ARCHIVO-RESULT-EXAMEN ARCHIVO-ODONTO-IND.
003350     OPEN OUTPUT ARCHIVO-R202-PAC ARCHIVO-R202-ACT.
003360     CLOSE ARCHIVO-R202-PAC ARCHIVO-R202-ACT.
003370     OPEN I-O ARCHIVO-R202-PAC ARCHIVO-R202-ACT.
003380     INITIALIZE TABLA-EPS-W.
003390     MOVE 0 TO NRO-EPS-W.

003400     PERFORM POBLACION-VACUNAS.
003410     PERFORM POBLACION-PRENATAL.
003420     PERFORM POBLACION-SISVAN.
003430     PERFORM POBLACION-RUTA.
003431     PERFORM POBLACION-ODONTO.

003440     OPEN OUTPUT REPORTE-VAL-R202.
003450     MOVE FECHA-INI-LNK TO FECHA-NUM-W.
003460     PERFORM FORMATEAR-FECHA.
003470     MOVE FECHA-TXT-W TO NUMERO-TXT-W.
003480     MOVE FECHA-FIN-LNK TO FECHA-NUM-W.
003490     PERFORM FORMATEAR-FECHA.
003500     MOVE SPACES TO LIN-VAL-R202.
003510     STRING "VALIDACION RES. 202 - PERIODO "
003520            NUMERO-TXT-W (1: 10) " A " FECHA-TXT-W
003530            DELIMITED BY SIZE INTO LIN-VAL-R202.
003540     WRITE LIN-VAL-R202.
003550     MOVE SPACES TO LIN-VAL-R202.
003560     WRITE LIN-VAL-R202.
003570     MOVE 0 TO SW-FIN-W SW-PLANO-W.
003580     MOVE HIGH-VALUES TO EPS-ANT-W.
003590     MOVE LOW-VALUES TO LLAVE-R2P.
003600     START ARCHIVO-R202-PAC KEY IS >= LLAVE-R2P
003610           INVALID KEY MOVE 1 TO SW-FIN-W.
003620     PERFORM LEER-POBLACION UNTIL SW-FIN-W = 1.
003630     IF SW-PLANO-W = 1
003640        CLOSE PLANO-R202
003650     END-IF.
003660     PERFORM TOTALES-VALIDACION.

003670     CLOSE ARCHIVO-PACIENTES ARCHIVO-VACUNA ARCHIVO-PRENATAL
003680           ARCHIVO-SISVAN RESULTADOS-RX ARCHIVO-RESULT-EXAMEN
003690           ARCHIVO-R202-PAC ARCHIVO-R202-ACT REPORTE-VAL-R202
003691           ARCHIVO-ODONTO-IND.
003700     DISPLAY "PACIENTES REPORTADOS RES. 202: " TOT-PACI-W.
003710     DISPLAY "PLANOS POR EPS:                " NRO-EPS-W.
003720     DISPLAY "SIN MAESTRO DE PACIENTE:       " TOT-SIN-PACI-W.
003730     DISPLAY "REGISTROS CON ERRORES:         " TOT-PACI-ERROR-W.
003740     EXIT PROGRAM.

      *--- DEFINICION DE LAS VARIABLES (POSICION = NUMERO + 1)
003750 CARGAR-VARIABLES.
003760     INITIALIZE TABLA-VAR-W.
003770     MOVE 0 TO TOT-VARIABLES-W.
003780     OPEN INPUT ARCHIVO-VAR-R202.
003790     IF OTR-STAT = "00"
003800        MOVE 0 TO SW-FIN-W
003810        PERFORM LEER-VARIABLE UNTIL SW-FIN-W = 1
003820        CLOSE ARCHIVO-VAR-R202
003830     END-IF.

003840 LEER-VARIABLE.
003850     READ ARCHIVO-VAR-R202 NEXT
003860          AT END MOVE 1 TO SW-FIN-W
003870     END-READ.
003880     IF SW-FIN-W = 0 AND NRO-V202 < 119
003890        COMPUTE IX-W = NRO-V202 + 1
003900        ADD 1 TO TOT-VARIABLES-W
003910        MOVE 1                TO DEFINIDA-W (IX-W)
003920        MOVE DESCRIP-V202     TO DESCRIP-VAR-W (IX-W)
003930        MOVE FUENTE-V202      TO FUENTE-VAR-W (IX-W)
003940        MOVE DATO-V202        TO DATO-VAR-W (IX-W)
003950        MOVE RESPUESTA-V202   TO RESPUESTA-VAR-W (IX-W)
003960        MOVE DECIMALES-V202   TO DECIMALES-VAR-W (IX-W)
003970        MOVE EDAD-MIN-V202    TO EDAD-MIN-VAR-W (IX-W)
003980        MOVE EDAD-MAX-V202    TO EDAD-MAX-VAR-W (IX-W)
003990        MOVE SEXO-V202        TO SEXO-VAR-W (IX-W)
004000        MOVE SOLO-GEST-V202   TO SOLO-GEST-VAR-W (IX-W)
004010        MOVE NO-APLICA-V202   TO NO-APLICA-VAR-W (IX-W)
004020        MOVE SIN-DATO-V202    TO SIN-DATO-VAR-W (IX-W)
004030        MOVE TIPO-V202        TO TIPO-VAR-W (IX-W)
004040        MOVE LONGITUD-V202    TO LONGITUD-VAR-W (IX-W)
004050        MOVE OBLIGATORIA-V202 TO OBLIGATORIA-VAR-W (IX-W)
004060     END-IF.

      *--- POBLACION: PACIENTES CON ALGUNA ACTIVIDAD EN EL PERIODO
004070 POBLACION-VACUNAS.
004080     MOVE 0 TO SW-FIN-DET-W.
004090     MOVE FECHA-INI-LNK TO FECHA-APLIC-VAC.
004100     START ARCHIVO-VACUNA KEY IS >= FECHA-APLIC-VAC
004110           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
004120     PERFORM LEER-VACUNA-PERIODO UNTIL SW-FIN-DET-W = 1.

004130 LEER-VACUNA-PERIODO.
004140     READ ARCHIVO-VACUNA NEXT
004150          AT END MOVE 1 TO SW-FIN-DET-W
004160     END-READ.
004170     IF SW-FIN-DET-W = 0
004180        IF FECHA-APLIC-VAC > FECHA-FIN-LNK
004190           MOVE 1 TO SW-FIN-DET-W
004200        ELSE
004210           MOVE PACI-VAC TO PACI-W
004220           PERFORM AGREGAR-POBLACION THRU FIN-AGREGAR-POBLACION
004230        END-IF
004240     END-IF.

004250 POBLACION-PRENATAL.
004260     MOVE 0 TO SW-FIN-DET-W.
004270     MOVE LOW-VALUES TO PACI-PRE.
004280     START ARCHIVO-PRENATAL KEY IS >= PACI-PRE
004290           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
004300     PERFORM LEER-PRENATAL-PERIODO UNTIL SW-FIN-DET-W = 1.

004310 LEER-PRENATAL-PERIODO.
004320     READ ARCHIVO-PRENATAL NEXT
004330          AT END MOVE 1 TO SW-FIN-DET-W
004340     END-READ.
004350     IF SW-FIN-DET-W = 0
004360        IF (PRENATAL-ACTIVA AND FECHA-ENROL-PRE <= FECHA-FIN-LNK)
004370           OR (FECHA-ULT-PRE >= FECHA-INI-LNK
004380               AND FECHA-ULT-PRE <= FECHA-FIN-LNK)
004390           MOVE PACI-PRE TO PACI-W
004400           PERFORM AGREGAR-POBLACION THRU FIN-AGREGAR-POBLACION
004410        END-IF
004420     END-IF.

004430 POBLACION-SISVAN.
004440     MOVE 0 TO SW-FIN-DET-W.
004450     MOVE FECHA-INI-LNK TO FECHA-REG-SIS.
004460     START ARCHIVO-SISVAN KEY IS >= FECHA-REG-SIS
004470           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
004480     PERFORM LEER-SISVAN-PERIODO UNTIL SW-FIN-DET-W = 1.

004490 LEER-SISVAN-PERIODO.
004500     READ ARCHIVO-SISVAN NEXT
004510          AT END MOVE 1 TO SW-FIN-DET-W
004520     END-READ.
004530     IF SW-FIN-DET-W = 0
004540        IF FECHA-REG-SIS > FECHA-FIN-LNK
004550           MOVE 1 TO SW-FIN-DET-W
004560        ELSE
004570           MOVE COD-SIS TO PACI-W
004580           PERFORM AGREGAR-POBLACION THRU FIN-AGREGAR-POBLACION
004590        END-IF
004600     END-IF.

004601 POBLACION-ODONTO.
004602     MOVE 0 TO SW-FIN-DET-W.
004603     MOVE FECHA-INI-LNK TO FECHA-EXAM-ODI.
004604     START ARCHIVO-ODONTO-IND KEY IS >= FECHA-EXAM-ODI
004605           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
004606     PERFORM LEER-ODONTO-PERIODO UNTIL SW-FIN-DET-W = 1.

004607 LEER-ODONTO-PERIODO.
004608     READ ARCHIVO-ODONTO-IND NEXT
004609          AT END MOVE 1 TO SW-FIN-DET-W
004610     END-READ.
004611     IF SW-FIN-DET-W = 0
004612        IF FECHA-EXAM-ODI > FECHA-FIN-LNK
004613           MOVE 1 TO SW-FIN-DET-W
004614        ELSE
004615           MOVE PACI-ODI TO PACI-W
004616           PERFORM AGREGAR-POBLACION THRU FIN-AGREGAR-POBLACION
004617        END-IF
004618     END-IF.

      *--- DETALLE FACTURADO HASTA EL CIERRE: GUARDA LA ULTIMA FECHA DE
      *--- CADA CUPS DE LA RUTA POR PACIENTE; EL QUE LO TUVO EN EL
      *--- PERIODO ENTRA A LA POBLACION
004619 POBLACION-RUTA.
004620     MOVE 0 TO SW-FIN-DET-W.
004630     MOVE 0 TO FECHA-FACT-RX.
004640     START RESULTADOS-RX KEY IS >= FECHA-FACT-RX
004650           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
004660     PERFORM LEER-RX-PERIODO UNTIL SW-FIN-DET-W = 1.

004670 LEER-RX-PERIODO.
004680     READ RESULTADOS-RX NEXT
004690          AT END MOVE 1 TO SW-FIN-DET-W
004700     END-READ.
004710     IF SW-FIN-DET-W = 0
004720        IF FECHA-FACT-RX > FECHA-FIN-LNK
004730           MOVE 1 TO SW-FIN-DET-W
004740        ELSE
004750           MOVE 0 TO SW-HALLADO-W
004760           PERFORM ANOTAR-ACTIVIDAD VARYING IX-W FROM 1 BY 1
004770                   UNTIL IX-W > 119
004780           IF SW-HALLADO-W = 1
004790              AND FECHA-FACT-RX >= FECHA-INI-LNK
004800              MOVE ID-ENTIDAD-RX TO PACI-W
004810              PERFORM AGREGAR-POBLACION
004820                 THRU FIN-AGREGAR-POBLACION
004830           END-IF
004840        END-IF
004850     END-IF.

004860 ANOTAR-ACTIVIDAD.
004870     IF FUENTE-VAR-W (IX-W) = "R"
004880        AND DATO-VAR-W (IX-W) = ART-FACT-RX
004890        MOVE 1 TO SW-HALLADO-W
004900        MOVE ID-ENTIDAD-RX TO PACI-R2A
004910        COMPUTE NRO-R2A = IX-W - 1
004920        READ ARCHIVO-R202-ACT
004930             INVALID KEY
004940                MOVE FECHA-FACT-RX TO FECHA-R2A
004950                WRITE REG-R2A INVALID KEY CONTINUE END-WRITE
004960             NOT INVALID KEY
004970                IF FECHA-FACT-RX > FECHA-R2A
004980                   MOVE FECHA-FACT-RX TO FECHA-R2A
004990                   REWRITE REG-R2A
005000                           INVALID KEY CONTINUE
005010                   END-REWRITE
005020                END-IF
005030        END-READ
005040     END-IF.

005050 AGREGAR-POBLACION.
005060     MOVE PACI-W TO COD-PACI.
005070     READ ARCHIVO-PACIENTES
005080          INVALID KEY
005090             ADD 1 TO TOT-SIN-PACI-W
005100             GO TO FIN-AGREGAR-POBLACION
005110     END-READ.
005120     MOVE EPS-PACI TO EPS-R2P.
005130     IF EPS-PACI = SPACES
005140        MOVE "SINEPS" TO EPS-R2P
005150     END-IF.
005160     MOVE COD-PACI TO PACI-R2P.
005170     WRITE REG-R2P
005180           INVALID KEY GO TO FIN-AGREGAR-POBLACION
005190     END-WRITE.
005200     MOVE 0 TO SW-HALLADO-W.
005210     PERFORM BUSCAR-EPS VARYING IX-EPS-W FROM 1 BY 1
005220             UNTIL IX-EPS-W > NRO-EPS-W OR SW-HALLADO-W = 1.
005230     IF SW-HALLADO-W = 1
005240        SUBTRACT 1 FROM IX-EPS-W
005250     ELSE
005260        IF NRO-EPS-W < 200
005270           ADD 1 TO NRO-EPS-W
005280           MOVE NRO-EPS-W TO IX-EPS-W
005290           MOVE EPS-R2P TO COD-EPS-W (IX-EPS-W)
005300        END-IF
005310     END-IF.
005320     ADD 1 TO CANT-EPS-W (IX-EPS-W).

005330 FIN-AGREGAR-POBLACION.
005340     EXIT.

005350 BUSCAR-EPS.
005360     IF COD-EPS-W (IX-EPS-W) = EPS-R2P
005370        MOVE 1 TO SW-HALLADO-W
005380     END-IF.

      *--- UN PLANO POR EPS; LA POBLACION VIENE ORDENADA POR EPS
005390 LEER-POBLACION.
005400     READ ARCHIVO-R202-PAC NEXT
005410          AT END MOVE 1 TO SW-FIN-W
005420     END-READ.
005430     IF SW-FIN-W = 0
005440        IF EPS-R2P NOT = EPS-ANT-W
005450           PERFORM ABRIR-PLANO-EPS
005460        END-IF
005470        PERFORM ARMAR-REGISTRO
005480        PERFORM ESCRIBIR-REGISTRO
005490        PERFORM VALIDAR-REGISTRO
005500     END-IF.

005510 ABRIR-PLANO-EPS.
005520     IF SW-PLANO-W = 1
005530        CLOSE PLANO-R202
005540     END-IF.
005550     MOVE EPS-R2P TO EPS-ANT-W.
005560     MOVE 0 TO CONSECUTIVO-W.
005570     MOVE SPACES TO NOM-PLANO202-W.
005580     STRING "D:\progelect\DATOS\R202-" DELIMITED BY SIZE
005590            EPS-R2P DELIMITED BY SPACE
005600            "-" FECHA-FIN-LNK ".TXT" DELIMITED BY SIZE
005610            INTO NOM-PLANO202-W.
005620     OPEN OUTPUT PLANO-R202.
005630     MOVE 1 TO SW-PLANO-W.
005640     MOVE 0 TO SW-HALLADO-W.
005650     PERFORM BUSCAR-EPS VARYING IX-EPS-W FROM 1 BY 1
005660             UNTIL IX-EPS-W > NRO-EPS-W OR SW-HALLADO-W = 1.
005670     SUBTRACT 1 FROM IX-EPS-W.
005680     MOVE CANT-EPS-W (IX-EPS-W) TO CANT-ED-W.
005690     MOVE SPACES TO LIN-PLANO-R202.
005700     MOVE 1 TO POS-PLANO-W.
005710     STRING "1" SEP-W DELIMITED BY SIZE
005720            COD-HAB-LNK DELIMITED BY SPACE
005730            SEP-W DELIMITED BY SIZE
005740            INTO LIN-PLANO-R202 WITH POINTER POS-PLANO-W.
005750     MOVE FECHA-INI-LNK TO FECHA-NUM-W.
005760     PERFORM FORMATEAR-FECHA.
005770     STRING FECHA-TXT-W SEP-W DELIMITED BY SIZE
005780            INTO LIN-PLANO-R202 WITH POINTER POS-PLANO-W.
005790     MOVE FECHA-FIN-LNK TO FECHA-NUM-W.
005800     PERFORM FORMATEAR-FECHA.
005810     STRING FECHA-TXT-W SEP-W DELIMITED BY SIZE
005820            INTO LIN-PLANO-R202 WITH POINTER POS-PLANO-W.
005830     MOVE CANT-ED-W TO NUMERO-TXT-W.
005840     PERFORM QUITAR-BLANCOS.
005850     STRING NUMERO-TXT-W DELIMITED BY SPACE
005860            INTO LIN-PLANO-R202 WITH POINTER POS-PLANO-W.
005870     WRITE LIN-PLANO-R202.

      *--- LAS 119 VARIABLES DEL PACIENTE
005880 ARMAR-REGISTRO.
005890     ADD 1 TO CONSECUTIVO-W TOT-PACI-W.
005900     MOVE PACI-R2P TO COD-PACI.
005910     READ ARCHIVO-PACIENTES
005920          INVALID KEY INITIALIZE REG-PACI
005930     END-READ.
005940     MOVE 0 TO EDAD-W.
005950     IF FECHA-NAC-PACI > 0 AND FECHA-NAC-PACI <= FECHA-FIN-LNK
005960        COMPUTE EDAD-W = (FECHA-FIN-LNK - FECHA-NAC-PACI) / 10000
005970     END-IF.
005980     MOVE SPACES TO NOMBRES-W.
005990     UNSTRING DESCRIP-PACI DELIMITED BY ALL SPACE
006000        INTO APELLIDO1-W APELLIDO2-W NOMBRE1-W NOMBRE2-W
006010     END-UNSTRING.
006020     MOVE 0 TO SW-PRENATAL-W SW-GESTANTE-W.
006030     MOVE PACI-R2P TO PACI-PRE.
006040     READ ARCHIVO-PRENATAL
006050          INVALID KEY CONTINUE
006060          NOT INVALID KEY
006070             IF FECHA-ENROL-PRE <= FECHA-FIN-LNK
006080                MOVE 1 TO SW-PRENATAL-W
006090             END-IF
006100     END-READ.
006110     IF SW-PRENATAL-W = 1
006120        AND (PRENATAL-ACTIVA OR FECHA-ULT-PRE >= FECHA-INI-LNK)
006130        MOVE 1 TO SW-GESTANTE-W
006140     END-IF.
006150     MOVE 0 TO SW-SISVAN-W.
006160     MOVE PACI-R2P TO COD-SIS.
006170     READ ARCHIVO-SISVAN
006180          INVALID KEY CONTINUE
006190          NOT INVALID KEY
006200             IF FECHA-REG-SIS <= FECHA-FIN-LNK
006210                MOVE 1 TO SW-SISVAN-W
006220             END-IF
006230     END-READ.
006231     MOVE 0 TO SW-ODONTO-W.
006232     MOVE PACI-R2P TO PACI-ODI.
006233     READ ARCHIVO-ODONTO-IND
006234          INVALID KEY CONTINUE
006235          NOT INVALID KEY
006236             IF FECHA-EXAM-ODI <= FECHA-FIN-LNK
006237                MOVE 1 TO SW-ODONTO-W
006238             END-IF
006239     END-READ.
006240     MOVE SPACES TO TABLA-VALORES-W.
006250     PERFORM CALCULAR-VARIABLE THRU FIN-CALCULAR-VARIABLE
006260             VARYING IX-W FROM 1 BY 1 UNTIL IX-W > 119.

006270 CALCULAR-VARIABLE.
006280     IF DEFINIDA-W (IX-W) = 0
006290        GO TO FIN-CALCULAR-VARIABLE
006300     END-IF.
006310     IF EDAD-W < EDAD-MIN-VAR-W (IX-W)
006320        OR EDAD-W > EDAD-MAX-VAR-W (IX-W)
006330        OR (SEXO-VAR-W (IX-W) NOT = SPACE
006340            AND SEXO-VAR-W (IX-W) NOT = SEXO-PACI)
006350        OR (SOLO-GEST-VAR-W (IX-W) = "S" AND SW-GESTANTE-W = 0)
006360        MOVE NO-APLICA-VAR-W (IX-W) TO VALOR-202-W (IX-W)
006370        GO TO FIN-CALCULAR-VARIABLE
006380     END-IF.
006390     MOVE 0 TO SW-DATO-W FECHA-DATO-W VALOR-DATO-W.
006400     MOVE SPACES TO TEXTO-DATO-W TIPO-DATO-W.
006410     EVALUATE FUENTE-VAR-W (IX-W)
006420        WHEN "P" PERFORM DATO-PACIENTE
006430        WHEN "G" PERFORM DATO-GESTACION
006440        WHEN "V" PERFORM DATO-VACUNA
006450        WHEN "S" PERFORM DATO-SISVAN
006460        WHEN "R" PERFORM DATO-ACTIVIDAD
006470        WHEN "E" PERFORM DATO-EXAMEN
006471        WHEN "O" PERFORM DATO-ODONTOLOGIA
006480     END-EVALUATE.
006490     IF SW-DATO-W = 0
006500        MOVE SIN-DATO-VAR-W (IX-W) TO VALOR-202-W (IX-W)
006510        GO TO FIN-CALCULAR-VARIABLE
006520     END-IF.
006530     EVALUATE TIPO-DATO-W
006540        WHEN "F"
006550             MOVE FECHA-DATO-W TO FECHA-NUM-W
006560             PERFORM FORMATEAR-FECHA
006570             MOVE FECHA-TXT-W TO VALOR-202-W (IX-W)
006580        WHEN "N"
006590             EVALUATE DECIMALES-VAR-W (IX-W)
006600                WHEN 0
006610                   COMPUTE NUM-ED0-W ROUNDED = VALOR-DATO-W
006620                   MOVE NUM-ED0-W TO NUMERO-TXT-W
006630                WHEN 1
006640                   COMPUTE NUM-ED1-W ROUNDED = VALOR-DATO-W
006650                   MOVE NUM-ED1-W TO NUMERO-TXT-W
006660                WHEN OTHER
006670                   MOVE VALOR-DATO-W TO NUM-ED2-W
006680                   MOVE NUM-ED2-W TO NUMERO-TXT-W
006690             END-EVALUATE
006700             PERFORM QUITAR-BLANCOS
006710             MOVE NUMERO-TXT-W TO VALOR-202-W (IX-W)
006720        WHEN OTHER
006730             MOVE TEXTO-DATO-W TO VALOR-202-W (IX-W)
006740     END-EVALUATE.

006750 FIN-CALCULAR-VARIABLE.
006760     EXIT.

006770 DATO-PACIENTE.
006780     MOVE 1 TO SW-DATO-W.
006790     MOVE "T" TO TIPO-DATO-W.
006800     EVALUATE DATO-VAR-W (IX-W) (1: 4)
006810        WHEN "TREG" MOVE "2"            TO TEXTO-DATO-W
006820        WHEN "CONS" MOVE "N"            TO TIPO-DATO-W
006830                    MOVE CONSECUTIVO-W  TO VALOR-DATO-W
006840        WHEN "HAB " MOVE COD-HAB-LNK    TO TEXTO-DATO-W
006850        WHEN "ID  " MOVE COD-PACI       TO TEXTO-DATO-W
006860        WHEN "APE1" MOVE APELLIDO1-W    TO TEXTO-DATO-W
006870        WHEN "APE2" MOVE APELLIDO2-W    TO TEXTO-DATO-W
006880        WHEN "NOM1" MOVE NOMBRE1-W      TO TEXTO-DATO-W
006890        WHEN "NOM2" MOVE NOMBRE2-W      TO TEXTO-DATO-W
006900        WHEN "SEXO" MOVE SEXO-PACI      TO TEXTO-DATO-W
006910        WHEN "EPS " MOVE EPS-PACI       TO TEXTO-DATO-W
006920        WHEN "FNAC" MOVE "F"            TO TIPO-DATO-W
006930                    MOVE FECHA-NAC-PACI TO FECHA-DATO-W
006940        WHEN OTHER  MOVE 0              TO SW-DATO-W
006950     END-EVALUATE.
006960     IF (TIPO-DATO-W = "T" AND TEXTO-DATO-W = SPACES)
006970        OR (TIPO-DATO-W = "F" AND FECHA-DATO-W = 0)
006980        MOVE 0 TO SW-DATO-W
006990     END-IF.

007000 DATO-GESTACION.
007010     IF DATO-VAR-W (IX-W) (1: 4) = "GEST"
007020        MOVE 1 TO SW-DATO-W
007030        MOVE "T" TO TIPO-DATO-W
007040        IF SW-GESTANTE-W = 1
007050           MOVE "1" TO TEXTO-DATO-W
007060        ELSE
007070           MOVE "2" TO TEXTO-DATO-W
007080        END-IF
007090     END-IF.
007100     IF SW-PRENATAL-W = 1
007110        MOVE 1 TO SW-DATO-W
007120        MOVE "F" TO TIPO-DATO-W
007130        EVALUATE DATO-VAR-W (IX-W) (1: 4)
007140           WHEN "GEST" MOVE "T"           TO TIPO-DATO-W
007150           WHEN "FUM " MOVE FUM-PRE       TO FECHA-DATO-W
007160           WHEN "FPP " MOVE FPP-PRE       TO FECHA-DATO-W
007170           WHEN "FCTL" MOVE FECHA-ULT-PRE TO FECHA-DATO-W
007180           WHEN "RIES" MOVE "T"           TO TIPO-DATO-W
007190                       MOVE RIESGO-PRE    TO TEXTO-DATO-W
007200           WHEN "CTRL" MOVE "N"           TO TIPO-DATO-W
007210                       MOVE CONTROLES-PRE TO VALOR-DATO-W
007220           WHEN OTHER  MOVE 0             TO SW-DATO-W
007230        END-EVALUATE
007240        IF (TIPO-DATO-W = "F" AND FECHA-DATO-W = 0)
007250           OR (TIPO-DATO-W = "T" AND TEXTO-DATO-W = SPACES)
007260           MOVE 0 TO SW-DATO-W
007270        END-IF
007280     END-IF.

      *--- "D" DA LA MAYOR DOSIS APLICADA DEL BIOLOGICO; SI NO, LA
      *--- FECHA DE LA DOSIS PEDIDA
007290 DATO-VACUNA.
007300     IF RESPUESTA-VAR-W (IX-W) = "D"
007310        PERFORM LEER-DOSIS VARYING DOSIS-W FROM 1 BY 1
007320                UNTIL DOSIS-W > 8
007330     ELSE
007340        MOVE DOSIS-VAR-W (IX-W) TO DOSIS-W
007350        PERFORM LEER-DOSIS
007360     END-IF.

007370 LEER-DOSIS.
007380     MOVE PACI-R2P                 TO PACI-VAC.
007390     MOVE BIOLOGICO-VAR-W (IX-W)   TO BIOLOGICO-VAC.
007400     MOVE DOSIS-W                  TO DOSIS-VAC.
007410     READ ARCHIVO-VACUNA
007420          INVALID KEY CONTINUE
007430          NOT INVALID KEY
007440             IF FECHA-APLIC-VAC <= FECHA-FIN-LNK
007450                MOVE 1 TO SW-DATO-W
007460                IF RESPUESTA-VAR-W (IX-W) = "D"
007470                   MOVE "N" TO TIPO-DATO-W
007480                   MOVE DOSIS-W TO VALOR-DATO-W
007490                ELSE
007500                   MOVE "F" TO TIPO-DATO-W
007510                   MOVE FECHA-APLIC-VAC TO FECHA-DATO-W
007520                END-IF
007530             END-IF
007540     END-READ.

007550 DATO-SISVAN.
007560     IF SW-SISVAN-W = 1
007570        MOVE 1 TO SW-DATO-W
007580        MOVE "N" TO TIPO-DATO-W
007590        EVALUATE DATO-VAR-W (IX-W) (1: 4)
007600           WHEN "PESO" MOVE PESO-SIS      TO VALOR-DATO-W
007610           WHEN "TALL" MOVE TALLA-SIS     TO VALOR-DATO-W
007620           WHEN "FECH" MOVE "F"           TO TIPO-DATO-W
007630                       MOVE FECHA-REG-SIS TO FECHA-DATO-W
007640           WHEN OTHER  MOVE 0             TO SW-DATO-W
007650        END-EVALUATE
007660        IF TIPO-DATO-W = "N" AND VALOR-DATO-W = 0
007670           MOVE 0 TO SW-DATO-W
007680        END-IF
007690     END-IF.

      *--- UN INDICE EN CERO ES DATO (PACIENTE SANO), NO FALTANTE
007691 DATO-ODONTOLOGIA.
007692     IF SW-ODONTO-W = 1
007693        MOVE 1 TO SW-DATO-W
007694        MOVE "N" TO TIPO-DATO-W
007695        EVALUATE DATO-VAR-W (IX-W) (1: 4)
007696           WHEN "FODO" MOVE "F"            TO TIPO-DATO-W
007697                       MOVE FECHA-EXAM-ODI TO FECHA-DATO-W
007698           WHEN "COPC" MOVE CAR-PERM-ODI   TO VALOR-DATO-W
007699           WHEN "COPO" MOVE OBT-PERM-ODI   TO VALOR-DATO-W
007700           WHEN "COPP" MOVE PER-PERM-ODI   TO VALOR-DATO-W
007701           WHEN "COPT" MOVE TOT-COP-ODI    TO VALOR-DATO-W
007702           WHEN "CEOC" MOVE CAR-TEMP-ODI   TO VALOR-DATO-W
007703           WHEN "CEOE" MOVE EXT-TEMP-ODI   TO VALOR-DATO-W
007704           WHEN "CEOO" MOVE OBT-TEMP-ODI   TO VALOR-DATO-W
007705           WHEN "CEOT" MOVE TOT-CEO-ODI    TO VALOR-DATO-W
007706           WHEN OTHER  MOVE 0              TO SW-DATO-W
007707        END-EVALUATE
007708     END-IF.

007709 DATO-ACTIVIDAD.
007710     MOVE PACI-R2P TO PACI-R2A.
007720     COMPUTE NRO-R2A = IX-W - 1.
007730     READ ARCHIVO-R202-ACT
007740          INVALID KEY CONTINUE
007750          NOT INVALID KEY
007760             MOVE 1 TO SW-DATO-W
007770             MOVE "F" TO TIPO-DATO-W
007780             MOVE FECHA-R2A TO FECHA-DATO-W
007790     END-READ.

      *--- ULTIMO RESULTADO AL CIERRE (LA LLAVE VA POR FECHA)
007800 DATO-EXAMEN.
007810     MOVE MACRO-VAR-W (IX-W) TO LLAVE-MACROEVOL-RE.
007820     MOVE PACI-R2P TO ID-PACIENTE-RE.
007830     MOVE 0 TO FECHA-RE SECU-CAMPO-RE.
007840     MOVE 0 TO SW-FIN-DET-W.
007850     START ARCHIVO-RESULT-EXAMEN KEY IS >= LLAVE-RESULT-EXAMEN
007860           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
007870     PERFORM LEER-EXAMEN UNTIL SW-FIN-DET-W = 1.

007880 LEER-EXAMEN.
007890     READ ARCHIVO-RESULT-EXAMEN NEXT
007900          AT END MOVE 1 TO SW-FIN-DET-W
007910     END-READ.
007920     IF SW-FIN-DET-W = 0
007930        IF LLAVE-MACROEVOL-RE NOT = MACRO-VAR-W (IX-W)
007940           OR ID-PACIENTE-RE NOT = PACI-R2P
007950           OR FECHA-RE > FECHA-FIN-LNK
007960           MOVE 1 TO SW-FIN-DET-W
007970        ELSE
007980           IF SECU-CAMPO-RE = SECU-VAR-W (IX-W)
007990              MOVE 1 TO SW-DATO-W
008000              IF RESPUESTA-VAR-W (IX-W) = "F"
008010                 MOVE "F" TO TIPO-DATO-W
008020                 MOVE FECHA-RE TO FECHA-DATO-W
008030              ELSE
008040                 MOVE "N" TO TIPO-DATO-W
008050                 MOVE VALOR-RESULT-RE TO VALOR-DATO-W
008060              END-IF
008070           END-IF
008080        END-IF
008090     END-IF.

008100 ESCRIBIR-REGISTRO.
008110     MOVE SPACES TO LIN-PLANO-R202.
008120     MOVE 1 TO POS-PLANO-W.
008130     PERFORM AGREGAR-VALOR VARYING IX-W FROM 1 BY 1
008140             UNTIL IX-W > 119.
008150     WRITE LIN-PLANO-R202.

008160 AGREGAR-VALOR.
008170     IF IX-W > 1
008180        STRING SEP-W DELIMITED BY SIZE
008190               INTO LIN-PLANO-R202 WITH POINTER POS-PLANO-W
008200     END-IF.
008210     IF VALOR-202-W (IX-W) NOT = SPACES
008220        STRING VALOR-202-W (IX-W) DELIMITED BY SPACE
008230               INTO LIN-PLANO-R202 WITH POINTER POS-PLANO-W
008240     END-IF.

008250 QUITAR-BLANCOS.
008260     MOVE 0 TO ESPACIOS-W.
008270     INSPECT NUMERO-TXT-W TALLYING ESPACIOS-W FOR LEADING SPACES.
008280     IF ESPACIOS-W > 0 AND ESPACIOS-W < 30
008290        MOVE NUMERO-TXT-W (ESPACIOS-W + 1: ) TO TEXTO-DATO-W
008300        MOVE TEXTO-DATO-W TO NUMERO-TXT-W
008310     END-IF.

008320 FORMATEAR-FECHA.
008330     MOVE ANO-NUM-W TO ANO-TXT-W.
008340     MOVE MES-NUM-W TO MES-TXT-W.
008350     MOVE DIA-NUM-W TO DIA-TXT-W.

      *--- REGLAS DE ESTRUCTURA DE CADA VARIABLE
008360 VALIDAR-REGISTRO.
008370     MOVE 0 TO SW-ERROR-PACI-W.
008380     PERFORM VALIDAR-VARIABLE THRU FIN-VALIDAR-VARIABLE
008390             VARYING IX-W FROM 1 BY 1 UNTIL IX-W > 119.
008400     IF SW-ERROR-PACI-W = 1
008410        ADD 1 TO TOT-PACI-ERROR-W
008420     END-IF.

008430 VALIDAR-VARIABLE.
008440     IF DEFINIDA-W (IX-W) = 0
008450        GO TO FIN-VALIDAR-VARIABLE
008460     END-IF.
008470     IF VALOR-202-W (IX-W) = SPACES
008480        IF OBLIGATORIA-VAR-W (IX-W) = "S"
008490           MOVE "OBLIGATORIA SIN VALOR" TO MENSAJE-W
008500           PERFORM ESCRIBIR-ERROR
008510        END-IF
008520        GO TO FIN-VALIDAR-VARIABLE
008530     END-IF.
008540     MOVE 0 TO LONG-W.
008550     INSPECT VALOR-202-W (IX-W) TALLYING LONG-W
008560             FOR CHARACTERS BEFORE INITIAL SPACE.
008570     IF LONGITUD-VAR-W (IX-W) > 0
008580        AND LONG-W > LONGITUD-VAR-W (IX-W)
008590        MOVE "EXCEDE LA LONGITUD" TO MENSAJE-W
008600        PERFORM ESCRIBIR-ERROR
008610     END-IF.
008620     EVALUATE TIPO-VAR-W (IX-W)
008630        WHEN "N" PERFORM VALIDAR-NUMERO
008640        WHEN "F" PERFORM VALIDAR-FECHA THRU FIN-VALIDAR-FECHA
008650     END-EVALUATE.

008660 FIN-VALIDAR-VARIABLE.
008670     EXIT.

008680 VALIDAR-NUMERO.
008690     MOVE VALOR-202-W (IX-W) TO NUMERO-TXT-W.
008700     INSPECT NUMERO-TXT-W REPLACING ALL "." BY "0".
008710     IF NUMERO-TXT-W (1: LONG-W) IS NOT NUMERIC
008720        MOVE "NO ES NUMERICO" TO MENSAJE-W
008730        PERFORM ESCRIBIR-ERROR
008740     END-IF.

      *--- LAS FECHAS CODIGO DE LA NORMA (ANTES DE 1900) NO SE COMPARAN
      *--- CONTRA EL CORTE NI CONTRA EL NACIMIENTO
008750 VALIDAR-FECHA.
008760     MOVE VALOR-202-W (IX-W) TO FECHA-VAL-W.
008770     IF ANO-VAL-W IS NOT NUMERIC OR MES-VAL-W IS NOT NUMERIC
008780        OR DIA-VAL-W IS NOT NUMERIC
008790        OR GUION1-VAL-W NOT = "-" OR GUION2-VAL-W NOT = "-"
008800        OR RESTO-VAL-W NOT = SPACES
008810        OR MES-VAL-W < "01" OR MES-VAL-W > "12"
008820        OR DIA-VAL-W < "01" OR DIA-VAL-W > "31"
008830        MOVE "FECHA CON FORMATO INVALIDO" TO MENSAJE-W
008840        PERFORM ESCRIBIR-ERROR
008850        GO TO FIN-VALIDAR-FECHA
008860     END-IF.
008870     IF ANO-VAL-W < "1900"
008880        GO TO FIN-VALIDAR-FECHA
008890     END-IF.
008900     MOVE ANO-VAL-W TO ANO-VALN-W.
008910     MOVE MES-VAL-W TO MES-VALN-W.
008920     MOVE DIA-VAL-W TO DIA-VALN-W.
008930     IF FECHA-VAL-NUM-R > FECHA-FIN-LNK
008940        MOVE "FECHA POSTERIOR AL CORTE" TO MENSAJE-W
008950        PERFORM ESCRIBIR-ERROR
008960     END-IF.
008970     IF FECHA-NAC-PACI > 0 AND FECHA-VAL-NUM-R < FECHA-NAC-PACI
008980        MOVE "FECHA ANTERIOR AL NACIMIENTO" TO MENSAJE-W
008990        PERFORM ESCRIBIR-ERROR
009000     END-IF.

009010 FIN-VALIDAR-FECHA.
009020     EXIT.

009030 ESCRIBIR-ERROR.
009040     MOVE 1 TO SW-ERROR-PACI-W.
009050     ADD 1 TO TOT-ERRORES-W.
009060     ADD 1 TO ERRORES-EPS-W (IX-EPS-W).
009070     COMPUTE NRO-ED-W = IX-W - 1.
009080     MOVE SPACES TO LIN-VAL-R202.
009090     STRING EPS-R2P " " PACI-R2P " VAR " NRO-ED-W " "
009100            DESCRIP-VAR-W (IX-W) (1: 30) " " MENSAJE-W
009110            DELIMITED BY SIZE INTO LIN-VAL-R202.
009120     WRITE LIN-VAL-R202.

009130 TOTALES-VALIDACION.
009140     MOVE SPACES TO LIN-VAL-R202.
009150     WRITE LIN-VAL-R202.
009160     PERFORM TOTAL-EPS VARYING IX-EPS-W FROM 1 BY 1
009170             UNTIL IX-EPS-W > NRO-EPS-W.
009180     MOVE SPACES TO LIN-VAL-R202.
009190     STRING "TOTAL REGISTROS " TOT-PACI-W
009200            "   CON ERRORES " TOT-PACI-ERROR-W
009210            "   ERRORES " TOT-ERRORES-W
009220            DELIMITED BY SIZE INTO LIN-VAL-R202.
009230     WRITE LIN-VAL-R202.
009240     IF TOT-VARIABLES-W < 119
009250        MOVE SPACES TO LIN-VAL-R202
009260        STRING "ATENCION: SOLO HAY " TOT-VARIABLES-W
009270               " DE 119 VARIABLES CARGADAS EN SC-VAR202"
009280               DELIMITED BY SIZE INTO LIN-VAL-R202
009290        WRITE LIN-VAL-R202
009300     END-IF.

009310 TOTAL-EPS.
009320     MOVE SPACES TO LIN-VAL-R202.
009330     STRING "EPS " COD-EPS-W (IX-EPS-W)
009340            "  REGISTROS " CANT-EPS-W (IX-EPS-W)
009350            "  ERRORES " ERRORES-EPS-W (IX-EPS-W)
009360            DELIMITED BY SIZE INTO LIN-VAL-R202.
009370     WRITE LIN-VAL-R202.
