      *=================================================================
      * HISTORIA CLINICA - REPORTE A LA CUENTA DE ALTO COSTO (CAC) DE
      * HTA, DIABETES Y ENFERMEDAD RENAL CRONICA, CON PREVALIDACION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * TOMA LA COHORTE DE ARCHIVO-CRONICO (PROGRAMAS "HTA ", "DM  " Y
      * "ERC " ACTIVOS) Y POR CADA PACIENTE BUSCA, A LA FECHA DE CORTE,
      * EL ULTIMO RESULTADO DE CADA VARIABLE PARAMETRIZADA EN HC149
      * (CREATININA, HBA1C, LDL, ALBUMINURIA, TENSION). SI LA TENSION
      * NO ESTA COMO RESULTADO LA TOMA DE LA ULTIMA EVOLUCION CON
      * SIGNOS. CALCULA LA TASA DE FILTRACION GLOMERULAR CON CKD-EPI
      * 2021 (SIN RAZA) Y EL ESTADIO KDIGO (G1 A G5, A1 A A3), Y MARCA
      * SI TIENE IECA/ARA II O ESTATINA ORDENADA EN LOS ULTIMOS 180
      * DIAS Y VIGENTE AL CORTE.
      * ARMA EL TRABAJO EN SC-CAC.DAT Y DEJA:
      * - SC-CAC.TXT     PLANO CAC SEPARADO POR TABULADOR, FECHAS
      *                  AAAA-MM-DD. DATO FALTANTE 9999 CON FECHA
      *                  1800-01-01; HBA1C DEL NO DIABETICO 98 CON
      *                  FECHA 1845-01-01. SI/NO SE REPORTAN 1/2.
      * - SC-INFCACVAL.TXT PREVALIDACION PARA LA ENFERMERA DEL
      *                  PROGRAMA: SIN FECHA DE NACIMIENTO O SEXO,
      *                  VARIABLE FALTANTE, CON MAS DE 12 MESES, FUERA
      *                  DEL RANGO PARAMETRIZADO, TFG SIN CALCULAR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC149-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CAC-VAR LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CACVAR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS VAR-CACV
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CAC-MED LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CACMED-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS ART-CACM
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-CRONICO LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-CRONIC-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS LLAVE-CRON
000260         ALTERNATE RECORD KEY IS FECHA-PROX-CRON
000270            WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-PACIE-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS COD-PACI
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-RESULT-EXAMEN LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-RESEXA-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LLAVE-RESULT-EXAMEN
000400         ALTERNATE RECORD KEY IS ID-PACIENTE-RE
000410            WITH DUPLICATES
000420         FILE STATUS IS OTR-STAT.

000430     SELECT EVOLUCION-HISTORIA LOCK MODE IS AUTOMATIC
000440         ASSIGN NOM-HCEVO-W
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LLAVE-EVO
000480         ALTERNATE RECORD KEY IS FECHA-EVO WITH DUPLICATES
000490         FILE STATUS IS OTR-STAT.

000500     SELECT ARCHIVO-FORMULA-ORD LOCK MODE IS AUTOMATIC
000510         ASSIGN NOM-FORMORD-W
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LLAVE-ORD
000550         ALTERNATE RECORD KEY IS DESCRIP-ORD WITH DUPLICATES
000560         FILE STATUS IS OTR-STAT.

000570     SELECT ARCHIVO-CAC LOCK MODE IS AUTOMATIC
000580         ASSIGN NOM-CAC-W
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PACI-CAC
000620         FILE STATUS IS OTR-STAT.

000630     SELECT PLANO-CAC
000640         ASSIGN NOM-PLANOCAC-W
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS OTR-STAT.

000670     SELECT REPORTE-CAC-VAL
000680         ASSIGN NOM-INFCACVAL-W
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS OTR-STAT.

000710 DATA DIVISION.
000720 FILE SECTION.

000730 FD  ARCHIVO-CAC-VAR
000740     LABEL RECORD STANDARD.
000750 01  REG-CACV.
000760     02 VAR-CACV                PIC X(4).
000770     02 MACRO-CACV              PIC X(7).
000780     02 SECU-CAMPO-CACV         PIC 9(3).
000790     02 MINIMO-CACV             PIC 9(5)V99.
000800     02 MAXIMO-CACV             PIC 9(5)V99.

000810 FD  ARCHIVO-CAC-MED
000820     LABEL RECORD STANDARD.
000830 01  REG-CACM.
000840     02 ART-CACM                PIC X(8).
000850     02 CLASE-CACM              PIC X.

000860 FD  ARCHIVO-CRONICO
000870     LABEL RECORD STANDARD.
000880 01  REG-CRON.
000890     02 LLAVE-CRON.
000900        03 COD-PACI-CRON        PIC X(15).
000910        03 COD-PROGRAMA-CRON    PIC X(4).
000920           88 PROGRAMA-HTA      VALUE "HTA ".
000930           88 PROGRAMA-DM       VALUE "DM  ".
000940           88 PROGRAMA-ERC      VALUE "ERC ".
000950     02 FECHA-ULT-CTRL-CRON     PIC 9(8).
000960     02 PERIODO-DIAS-CRON       PIC 9(3).
000970     02 FECHA-PROX-CRON         PIC 9(8).
000980     02 MEDICO-CRON             PIC X(6).
000990     02 ESTADO-CRON             PIC X.
001000        88 CRONICO-ACTIVO       VALUE "A".
001010        88 CRONICO-INACTIVO     VALUE "I".

001020 FD  ARCHIVO-PACIENTES
001030     LABEL RECORD STANDARD.
001040 01  REG-PACI.
001050     02 COD-PACI                PIC X(15).
001060     02 DESCRIP-PACI            PIC X(40).
001070     02 EPS-PACI                PIC X(6).
001080     02 ID-COTIZ-PACI           PIC X(15).
001090     02 ESTADO-PACI             PIC X.
001100     02 FUSIONADO-EN-PACI       PIC X(15).
001110     02 FECHA-FUSION-PACI       PIC 9(8).
001120     02 TELEFONO-PACI           PIC X(15).
001130     02 FECHA-NAC-PACI          PIC 9(8).
001140     02 SEXO-PACI               PIC X.
001150     02 PLAN-PACI               PIC XX.
001160     02 NIVEL-INGRESO-PACI      PIC 9.
001170     02 FILLER                  PIC X(9).

001180 FD  ARCHIVO-RESULT-EXAMEN
001190     LABEL RECORD STANDARD.
001200 01  REG-RESULT-EXAMEN.
001210     02 LLAVE-RESULT-EXAMEN.
001220        03 LLAVE-MACROEVOL-RE   PIC X(7).
001230        03 ID-PACIENTE-RE       PIC X(15).
001240        03 FECHA-RE             PIC 9(8).
001250        03 SECU-CAMPO-RE        PIC 9(3).
001260     02 VALOR-RESULT-RE         PIC S9(7)V99 SIGN IS TRAILING.
001270     02 FUERA-RANGO-RE          PIC X.
001280     02 OPERADOR-RE             PIC X(4).

001290 FD  EVOLUCION-HISTORIA
001300     LABEL RECORD STANDARD.
001310 01  REG-EVO.
001320     02 LLAVE-EVO.
001330        03 ID-EVO               PIC X(15).
001340        03 FOLIO-EVO            PIC X(8).
001350     02 FECHA-EVO               PIC 9(8).
001360     02 HORA-EVO                PIC 9(4).
001370     02 MED-EVO                 PIC 9(10).
001380     02 SIGNOS-EVO.
001390        03 PESO-EVO             PIC 9(3).
001400        03 TALLA-EVO            PIC 9(3).
001410        03 TEMP-EVO             PIC 99V99.
001420        03 FCARD-EVO            PIC 9(3).
001430        03 FRESP-EVO            PIC 9(3).
001440        03 TENS1-EVO            PIC 9(3).
001450        03 TENS2-EVO            PIC 9(3).
001460        03 TENS-MEDIA-EVO       PIC 9(3).
001470        03 GLUCOMETRIA-EVO      PIC 9(3).

001480 FD  ARCHIVO-FORMULA-ORD
001490     LABEL RECORD STANDARD.
001500 01  REG-ORD.
001510     02 LLAVE-ORD               PIC X(12).
001520     02 DESCRIP-ORD             PIC X(40).
001530     02 PACI-ORD                PIC X(15).
001540     02 MEDICO-ORD              PIC X(4).
001550     02 FECHA-INI-ORD           PIC 9(8).
001560     02 FECHA-VENCE-ORD         PIC 9(8).
001570     02 TIPO-ORD                PIC X.
001580     02 RENOVADA-ORD            PIC X.
001590     02 COD-ART-ORD             PIC X(8).
001600     02 NRO-MIPRES-ORD          PIC X(20).
001610     02 FRECUENCIA-HORAS-ORD    PIC 99.
001620     02 SERVICIO-ORD            PIC X(4).
001630     02 DIAS-TRAT-ORD           PIC 9(3).
001640     02 FECHA-STOP-ORD          PIC 9(8).
001650     02 REVISADA-ATB-ORD        PIC X.

001660 FD  ARCHIVO-CAC
001670     LABEL RECORD STANDARD.
001680 01  REG-CAC.
001690     02 PACI-CAC                PIC X(15).
001700     02 DESCRIP-CAC             PIC X(40).
001710     02 EPS-CAC                 PIC X(6).
001720     02 FECHA-NAC-CAC           PIC 9(8).
001730     02 SEXO-CAC                PIC X.
001740     02 EDAD-CAC                PIC 9(3).
001750     02 HTA-CAC                 PIC X.
001760     02 DM-CAC                  PIC X.
001770     02 ERC-CAC                 PIC X.
001780     02 VARIABLE-CAC            OCCURS 6.
001790        03 VALOR-CAC            PIC 9(5)V99.
001800        03 FECHA-VAL-CAC        PIC 9(8).
001810     02 TFG-CAC                 PIC 9(3)V9.
001820     02 ESTADIO-CAC             PIC X(3).
001830     02 ALBUMINURIA-CAC         PIC XX.
001840     02 IECA-CAC                PIC X.
001850     02 ESTATINA-CAC            PIC X.

001860 FD  PLANO-CAC
001870     LABEL RECORD STANDARD.
001880 01  LIN-PLANO-CAC              PIC X(400).

001890 FD  REPORTE-CAC-VAL
001900     LABEL RECORD STANDARD.
001910 01  LIN-CAC-VAL                PIC X(100).

001920 WORKING-STORAGE SECTION.

001930 77  NOM-CACVAR-W               PIC X(60)
001940     VALUE "D:\progelect\DATOS\SC-CACVAR.DAT".
001950 77  NOM-CACMED-W               PIC X(60)
001960     VALUE "D:\progelect\DATOS\SC-CACMED.DAT".
001970 77  NOM-CRONIC-W               PIC X(60)
001980     VALUE "D:\progelect\DATOS\SC-CRONICO.DAT".
001990 77  NOM-PACIE-W                PIC X(60)
002000     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002010 77  NOM-RESEXA-W               PIC X(60)
002020     VALUE "D:\progelect\DATOS\SC-RESEXAM.DAT".
002030 77  NOM-HCEVO-W                PIC X(60)
002040     VALUE "D:\progelect\DATOS\SC-HCEVOLUC.DAT".
002050 77  NOM-FORMORD-W              PIC X(60)
002060     VALUE "D:\progelect\DATOS\SC-FORMORD.DAT".
002070 77  NOM-CAC-W                  PIC X(60)
002080     VALUE "D:\progelect\DATOS\SC-CAC.DAT".
002090 77  NOM-PLANOCAC-W             PIC X(60)
002100     VALUE "D:\progelect\DATOS\SC-CAC.TXT".
002110 77  NOM-INFCACVAL-W            PIC X(60)
002120     VALUE "D:\progelect\DATOS\SC-INFCACVAL.TXT".
002130 77  OTR-STAT                   PIC XX.
002140 77  SW-FIN-W                   PIC 9 VALUE 0.
002150 77  SW-FIN-RES-W               PIC 9 VALUE 0.
002160 77  SW-HALLADO-W               PIC 9 VALUE 0.
002170 77  SW-NOVEDAD-W               PIC 9 VALUE 0.
002180 77  SIN-PAS-W                  PIC 9 VALUE 0.
002190 77  SIN-PAD-W                  PIC 9 VALUE 0.
002200 77  IX-VAR-W                   PIC 99 VALUE 0.
002210 77  IX-MED-W                   PIC 9(3) VALUE 0.
002220 77  NRO-MED-W                  PIC 9(3) VALUE 0.
002230 77  FECHA-DESDE-ORD-W          PIC 9(8) VALUE 0.
002240 77  FECHA-VIGENCIA-W           PIC 9(8) VALUE 0.
002250 77  FECHA-TENS-W               PIC 9(8) VALUE 0.
002260 77  KAPPA-W                    PIC 9V9 VALUE 0.
002270 77  ALFA-W                     PIC S9V999 VALUE 0.
002280 77  FACTOR-SEXO-W              PIC 9V999 VALUE 0.
002290 77  RAZON-CREA-W               PIC 9(3)V9(6) VALUE 0.
002300 77  TOT-PACI-W                 PIC 9(6) VALUE 0.
002310 77  TOT-NOVEDAD-W              PIC 9(6) VALUE 0.
002320 77  TOT-IECA-W                 PIC 9(6) VALUE 0.
002330 77  TOT-ESTATINA-W             PIC 9(6) VALUE 0.
002340 77  CAMPO-W                    PIC X(50).
002350 77  ESPACIOS-W                 PIC 99 VALUE 0.
002360 77  POS-PLANO-W                PIC 9(3) VALUE 1.
002370 77  VALOR-ED-W                 PIC Z(4)9.99.
002380 77  ENTERO-ED-W                PIC Z(4)9.
002390 77  TFG-ED-W                   PIC ZZ9.9.
002400 77  EDAD-ED-W                  PIC ZZ9.
002410 77  TAB-W                      PIC X VALUE X"09".

002420 01  TABLA-NOMBRES-W.
002430     02 FILLER PIC X(24) VALUE "CREACREATININA          ".
002440     02 FILLER PIC X(24) VALUE "HBA1HEMOGLOBINA GLICADA ".
002450     02 FILLER PIC X(24) VALUE "LDL COLESTEROL LDL      ".
002460     02 FILLER PIC X(24) VALUE "ALBUALBUMINURIA         ".
002470     02 FILLER PIC X(24) VALUE "PAS TENSION SISTOLICA   ".
002480     02 FILLER PIC X(24) VALUE "PAD TENSION DIASTOLICA  ".
002490 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-W.
002500     02 NOMBRE-VAR-W            OCCURS 6.
002510        03 COD-VAR-W            PIC X(4).
002520        03 DESCRIP-VAR-W        PIC X(20).

002530 01  TABLA-VAR-W.
002540     02 PARAM-VAR-W             OCCURS 6.
002550        03 MACRO-VAR-W          PIC X(7).
002560        03 SECU-VAR-W           PIC 9(3).
002570        03 MINIMO-VAR-W         PIC 9(5)V99.
002580        03 MAXIMO-VAR-W         PIC 9(5)V99.

002590 01  TABLA-MED-W.
002600     02 MEDICAMENTO-W           OCCURS 300.
002610        03 ART-MED-W            PIC X(8).
002620        03 CLASE-MED-W          PIC X.

002630 01  FECHA-NUM-W                PIC 9(8).
002640 01  FECHA-NUM-R REDEFINES FECHA-NUM-W.
002650     02 ANO-NUM-W               PIC 9(4).
002660     02 MES-NUM-W               PIC 99.
002670     02 DIA-NUM-W               PIC 99.

002680 01  FECHA-TXT-W.
002690     02 ANO-TXT-W               PIC 9(4).
002700     02 FILLER                  PIC X VALUE "-".
002710     02 MES-TXT-W               PIC 99.
002720     02 FILLER                  PIC X VALUE "-".
002730     02 DIA-TXT-W               PIC 99.

002740 LINKAGE SECTION.
002750 01  FECHA-CORTE-LNK            PIC 9(8).

002760 PROCEDURE DIVISION USING FECHA-CORTE-LNK.

002770 MAINLINE.
002780     IF FECHA-CORTE-LNK = 0
002790        EXIT PROGRAM
002800     END-IF.
002810     OPEN INPUT ARCHIVO-CRONICO.
002820     IF OTR-STAT NOT = "00"
002830        DISPLAY "NO HAY PACIENTES EN PROGRAMAS CRONICOS"
002840        EXIT PROGRAM
002850     END-IF.
002860     PERFORM CARGAR-PARAMETROS.
002870     COMPUTE FECHA-DESDE-ORD-W = FUNCTION DATE-OF-INTEGER(
002880         FUNCTION INTEGER-OF-DATE(FECHA-CORTE-LNK) - 180).
002890     COMPUTE FECHA-VIGENCIA-W = FECHA-CORTE-LNK - 10000.
002900     OPEN INPUT ARCHIVO-PACIENTES ARCHIVO-RESULT-EXAMEN
002910                EVOLUCION-HISTORIA ARCHIVO-FORMULA-ORD.
002920     OPEN OUTPUT ARCHIVO-CAC.
002930     CLOSE ARCHIVO-CAC.
002940     OPEN I-O ARCHIVO-CAC.

002950     MOVE 0 TO SW-FIN-W.
002960     MOVE LOW-VALUES TO LLAVE-CRON.
002970     START ARCHIVO-CRONICO KEY IS >= LLAVE-CRON
002980           INVALID KEY MOVE 1 TO SW-FIN-W.
002990     PERFORM LEER-CRONICO UNTIL SW-FIN-W = 1.

003000     MOVE 0 TO SW-FIN-W.
003010     MOVE LOW-VALUES TO LLAVE-ORD.
003020     START ARCHIVO-FORMULA-ORD KEY IS >= LLAVE-ORD
003030           INVALID KEY MOVE 1 TO SW-FIN-W.
003040     PERFORM LEER-FORMULA UNTIL SW-FIN-W = 1.

003050     OPEN OUTPUT PLANO-CAC REPORTE-CAC-VAL.
003060     MOVE FECHA-CORTE-LNK TO FECHA-NUM-W.
003070     PERFORM FORMATEAR-FECHA.
003080     MOVE SPACES TO LIN-CAC-VAL.
003090     STRING "PREVALIDACION DEL REPORTE CAC - CORTE "
003100            FECHA-TXT-W DELIMITED BY SIZE INTO LIN-CAC-VAL.
003110     WRITE LIN-CAC-VAL.
003120     MOVE SPACES TO LIN-CAC-VAL.
003130     WRITE LIN-CAC-VAL.
003140     MOVE 0 TO SW-FIN-W.
003150     MOVE LOW-VALUES TO PACI-CAC.
003160     START ARCHIVO-CAC KEY IS >= PACI-CAC
003170           INVALID KEY MOVE 1 TO SW-FIN-W.
003180     PERFORM LEER-CAC UNTIL SW-FIN-W = 1.
003190     MOVE SPACES TO LIN-CAC-VAL.
003200     WRITE LIN-CAC-VAL.
003210     MOVE SPACES TO LIN-CAC-VAL.
003220     STRING "PACIENTES REPORTADOS: " TOT-PACI-W
003230            "   CON NOVEDADES: " TOT-NOVEDAD-W
003240            DELIMITED BY SIZE INTO LIN-CAC-VAL.
003250     WRITE LIN-CAC-VAL.

003260     CLOSE ARCHIVO-CRONICO ARCHIVO-PACIENTES ARCHIVO-RESULT-EXAMEN
003270           EVOLUCION-HISTORIA ARCHIVO-FORMULA-ORD ARCHIVO-CAC
003280           PLANO-CAC REPORTE-CAC-VAL.
003290     DISPLAY "PACIENTES EN EL REPORTE CAC: " TOT-PACI-W.
003300     DISPLAY "PACIENTES CON NOVEDADES:     " TOT-NOVEDAD-W.
003310     DISPLAY "CON IECA / ARA II:           " TOT-IECA-W.
003320     DISPLAY "CON ESTATINA:                " TOT-ESTATINA-W.
003330     EXIT PROGRAM.

      *--- TABLAS DE VARIABLES Y DE MEDICAMENTOS PARAMETRIZADOS EN HC149
003340 CARGAR-PARAMETROS.
003350     INITIALIZE TABLA-VAR-W TABLA-MED-W.
003360     MOVE 0 TO NRO-MED-W.
003370     OPEN INPUT ARCHIVO-CAC-VAR.
003380     IF OTR-STAT = "00"
003390        MOVE 0 TO SW-FIN-W
003400        PERFORM LEER-VARIABLE UNTIL SW-FIN-W = 1
003410        CLOSE ARCHIVO-CAC-VAR
003420     END-IF.
003430     OPEN INPUT ARCHIVO-CAC-MED.
003440     IF OTR-STAT = "00"
003450        MOVE 0 TO SW-FIN-W
003460        PERFORM LEER-MEDICAMENTO UNTIL SW-FIN-W = 1
003470        CLOSE ARCHIVO-CAC-MED
003480     END-IF.

003490 LEER-VARIABLE.
003500     READ ARCHIVO-CAC-VAR NEXT
003510          AT END MOVE 1 TO SW-FIN-W
003520     END-READ.
003530     IF SW-FIN-W = 0
003540        MOVE 0 TO SW-HALLADO-W
003550        PERFORM BUSCAR-VARIABLE VARYING IX-VAR-W FROM 1 BY 1
003560                UNTIL IX-VAR-W > 6 OR SW-HALLADO-W = 1
003570        IF SW-HALLADO-W = 1
003580           SUBTRACT 1 FROM IX-VAR-W
003590           MOVE MACRO-CACV      TO MACRO-VAR-W (IX-VAR-W)
003600           MOVE SECU-CAMPO-CACV TO SECU-VAR-W (IX-VAR-W)
003610           MOVE MINIMO-CACV     TO MINIMO-VAR-W (IX-VAR-W)
003620           MOVE MAXIMO-CACV     TO MAXIMO-VAR-W (IX-VAR-W)
003630        END-IF
003640     END-IF.

003650 BUSCAR-VARIABLE.
003660     IF COD-VAR-W (IX-VAR-W) = VAR-CACV
003670        MOVE 1 TO SW-HALLADO-W
003680     END-IF.

003690 LEER-MEDICAMENTO.
003700     READ ARCHIVO-CAC-MED NEXT
003710          AT END MOVE 1 TO SW-FIN-W
003720     END-READ.
003730     IF SW-FIN-W = 0 AND NRO-MED-W < 300
003740        ADD 1 TO NRO-MED-W
003750        MOVE ART-CACM   TO ART-MED-W (NRO-MED-W)
003760        MOVE CLASE-CACM TO CLASE-MED-W (NRO-MED-W)
003770     END-IF.

      *--- COHORTE: UN REGISTRO DE TRABAJO POR PACIENTE, CON LA MARCA
      *--- DE CADA PROGRAMA CRONICO EN QUE ESTA ACTIVO
003780 LEER-CRONICO.
003790     READ ARCHIVO-CRONICO NEXT
003800          AT END MOVE 1 TO SW-FIN-W
003810     END-READ.
003820     IF SW-FIN-W = 0 AND CRONICO-ACTIVO
003830        AND (PROGRAMA-HTA OR PROGRAMA-DM OR PROGRAMA-ERC)
003840        PERFORM PROCESAR-CRONICO
003850     END-IF.

003860 PROCESAR-CRONICO.
003870     MOVE COD-PACI-CRON TO PACI-CAC.
003880     READ ARCHIVO-CAC
003890          INVALID KEY PERFORM CREAR-PACIENTE-CAC
003900     END-READ.
003910     EVALUATE TRUE
003920        WHEN PROGRAMA-HTA MOVE "S" TO HTA-CAC
003930        WHEN PROGRAMA-DM  MOVE "S" TO DM-CAC
003940        WHEN PROGRAMA-ERC MOVE "S" TO ERC-CAC
003950     END-EVALUATE.
003960     REWRITE REG-CAC INVALID KEY CONTINUE END-REWRITE.

003970 CREAR-PACIENTE-CAC.
003980     INITIALIZE REG-CAC.
003990     MOVE COD-PACI-CRON TO PACI-CAC.
004000     MOVE "N" TO HTA-CAC DM-CAC ERC-CAC IECA-CAC ESTATINA-CAC.
004010     MOVE COD-PACI-CRON TO COD-PACI.
004020     READ ARCHIVO-PACIENTES
004030          INVALID KEY INITIALIZE REG-PACI
004040     END-READ.
004050     MOVE DESCRIP-PACI   TO DESCRIP-CAC.
004060     MOVE EPS-PACI       TO EPS-CAC.
004070     MOVE FECHA-NAC-PACI TO FECHA-NAC-CAC.
004080     MOVE SEXO-PACI      TO SEXO-CAC.
004090     IF FECHA-NAC-PACI > 0 AND FECHA-NAC-PACI <= FECHA-CORTE-LNK
004100        COMPUTE EDAD-CAC =
004110                (FECHA-CORTE-LNK - FECHA-NAC-PACI) / 10000
004120     END-IF.
004130     PERFORM BUSCAR-RESULTADO VARYING IX-VAR-W FROM 1 BY 1
004140             UNTIL IX-VAR-W > 6.
004150     IF FECHA-VAL-CAC (5) = 0 OR FECHA-VAL-CAC (6) = 0
004160        PERFORM BUSCAR-TENSION
004170     END-IF.
004180     PERFORM CALCULAR-TFG THRU FIN-CALCULAR-TFG.
004190     PERFORM CLASIFICAR-ALBUMINURIA.
004200     WRITE REG-CAC INVALID KEY CONTINUE END-WRITE.

      *--- ULTIMO RESULTADO AL CORTE: LA LLAVE VA POR FECHA, ASI QUE
      *--- EL ULTIMO QUE CUMPLE ES EL MAS RECIENTE
004210 BUSCAR-RESULTADO.
004220     IF MACRO-VAR-W (IX-VAR-W) NOT = SPACES
004230        MOVE MACRO-VAR-W (IX-VAR-W) TO LLAVE-MACROEVOL-RE
004240        MOVE COD-PACI-CRON TO ID-PACIENTE-RE
004250        MOVE 0 TO FECHA-RE SECU-CAMPO-RE
004260        MOVE 0 TO SW-FIN-RES-W
004270        START ARCHIVO-RESULT-EXAMEN
004280              KEY IS >= LLAVE-RESULT-EXAMEN
004290              INVALID KEY MOVE 1 TO SW-FIN-RES-W
004300        END-START
004310        PERFORM LEER-RESULTADO UNTIL SW-FIN-RES-W = 1
004320     END-IF.

004330 LEER-RESULTADO.
004340     READ ARCHIVO-RESULT-EXAMEN NEXT
004350          AT END MOVE 1 TO SW-FIN-RES-W
004360     END-READ.
004370     IF SW-FIN-RES-W = 0
004380        IF LLAVE-MACROEVOL-RE NOT = MACRO-VAR-W (IX-VAR-W)
004390           OR ID-PACIENTE-RE NOT = COD-PACI-CRON
004400           OR FECHA-RE > FECHA-CORTE-LNK
004410           MOVE 1 TO SW-FIN-RES-W
004420        ELSE
004430           IF SECU-CAMPO-RE = SECU-VAR-W (IX-VAR-W)
004440              MOVE VALOR-RESULT-RE TO VALOR-CAC (IX-VAR-W)
004450              MOVE FECHA-RE        TO FECHA-VAL-CAC (IX-VAR-W)
004460           END-IF
004470        END-IF
004480     END-IF.

      *--- TENSION DE LA ULTIMA EVOLUCION CON SIGNOS AL CORTE
004490 BUSCAR-TENSION.
004500     MOVE 0 TO FECHA-TENS-W SIN-PAS-W SIN-PAD-W.
004510     IF FECHA-VAL-CAC (5) = 0
004520        MOVE 1 TO SIN-PAS-W
004530     END-IF.
004540     IF FECHA-VAL-CAC (6) = 0
004550        MOVE 1 TO SIN-PAD-W
004560     END-IF.
004570     MOVE 0 TO SW-FIN-RES-W.
004580     MOVE COD-PACI-CRON TO ID-EVO.
004590     MOVE LOW-VALUES TO FOLIO-EVO.
004600     START EVOLUCION-HISTORIA KEY IS >= LLAVE-EVO
004610           INVALID KEY MOVE 1 TO SW-FIN-RES-W.
004620     PERFORM LEER-EVOLUCION UNTIL SW-FIN-RES-W = 1.

004630 LEER-EVOLUCION.
004640     READ EVOLUCION-HISTORIA NEXT
004650          AT END MOVE 1 TO SW-FIN-RES-W
004660     END-READ.
004670     IF SW-FIN-RES-W = 0
004680        IF ID-EVO NOT = COD-PACI-CRON
004690           MOVE 1 TO SW-FIN-RES-W
004700        ELSE
004710           IF TENS1-EVO > 0 AND FECHA-EVO <= FECHA-CORTE-LNK
004720              AND FECHA-EVO >= FECHA-TENS-W
004730              MOVE FECHA-EVO TO FECHA-TENS-W
004740              PERFORM TOMAR-TENSION
004750           END-IF
004760        END-IF
004770     END-IF.

004780 TOMAR-TENSION.
004790     IF SIN-PAS-W = 1
004800        MOVE TENS1-EVO TO VALOR-CAC (5)
004810        MOVE FECHA-EVO TO FECHA-VAL-CAC (5)
004820     END-IF.
004830     IF SIN-PAD-W = 1
004840        MOVE TENS2-EVO TO VALOR-CAC (6)
004850        MOVE FECHA-EVO TO FECHA-VAL-CAC (6)
004860     END-IF.

      *--- TFG POR CKD-EPI 2021 Y ESTADIO KDIGO POR TFG
004870 CALCULAR-TFG.
004880     MOVE 0 TO TFG-CAC.
004890     MOVE SPACES TO ESTADIO-CAC.
004900     IF FECHA-VAL-CAC (1) = 0 OR VALOR-CAC (1) = 0
004910        OR EDAD-CAC = 0 OR (SEXO-CAC NOT = "F" AND NOT = "M")
004920        GO TO FIN-CALCULAR-TFG
004930     END-IF.
004940     IF SEXO-CAC = "F"
004950        MOVE 0.7    TO KAPPA-W
004960        MOVE -0.241 TO ALFA-W
004970        MOVE 1.012  TO FACTOR-SEXO-W
004980     ELSE
004990        MOVE 0.9    TO KAPPA-W
005000        MOVE -0.302 TO ALFA-W
005010        MOVE 1      TO FACTOR-SEXO-W
005020     END-IF.
005030     COMPUTE RAZON-CREA-W ROUNDED = VALOR-CAC (1) / KAPPA-W.
005040     IF RAZON-CREA-W < 1
005050        COMPUTE TFG-CAC ROUNDED = 142 * RAZON-CREA-W ** ALFA-W
005060                * 0.9938 ** EDAD-CAC * FACTOR-SEXO-W
005070                ON SIZE ERROR MOVE 999.9 TO TFG-CAC
005080        END-COMPUTE
005090     ELSE
005100        COMPUTE TFG-CAC ROUNDED = 142 * RAZON-CREA-W ** -1.2
005110                * 0.9938 ** EDAD-CAC * FACTOR-SEXO-W
005120        END-COMPUTE
005130     END-IF.
005140     EVALUATE TRUE
005150        WHEN TFG-CAC >= 90 MOVE "G1"  TO ESTADIO-CAC
005160        WHEN TFG-CAC >= 60 MOVE "G2"  TO ESTADIO-CAC
005170        WHEN TFG-CAC >= 45 MOVE "G3A" TO ESTADIO-CAC
005180        WHEN TFG-CAC >= 30 MOVE "G3B" TO ESTADIO-CAC
005190        WHEN TFG-CAC >= 15 MOVE "G4"  TO ESTADIO-CAC
005200        WHEN OTHER         MOVE "G5"  TO ESTADIO-CAC
005210     END-EVALUATE.

005220 FIN-CALCULAR-TFG.
005230     EXIT.

005240 CLASIFICAR-ALBUMINURIA.
005250     MOVE SPACES TO ALBUMINURIA-CAC.
005260     IF FECHA-VAL-CAC (4) > 0
005270        EVALUATE TRUE
005280           WHEN VALOR-CAC (4) < 30   MOVE "A1" TO ALBUMINURIA-CAC
005290           WHEN VALOR-CAC (4) <= 300 MOVE "A2" TO ALBUMINURIA-CAC
005300           WHEN OTHER                MOVE "A3" TO ALBUMINURIA-CAC
005310        END-EVALUATE
005320     END-IF.

      *--- MEDICAMENTOS: ORDENES INICIADAS EN LOS 180 DIAS PREVIOS AL
      *--- CORTE Y SIN SUSPENDER A ESA FECHA
005330 LEER-FORMULA.
005340     READ ARCHIVO-FORMULA-ORD NEXT
005350          AT END MOVE 1 TO SW-FIN-W
005360     END-READ.
005370     IF SW-FIN-W = 0
005380        AND FECHA-INI-ORD >= FECHA-DESDE-ORD-W
005390        AND FECHA-INI-ORD <= FECHA-CORTE-LNK
005400        AND (FECHA-STOP-ORD = 0
005410             OR FECHA-STOP-ORD > FECHA-CORTE-LNK)
005420        MOVE 0 TO SW-HALLADO-W
005430        PERFORM BUSCAR-ARTICULO VARYING IX-MED-W FROM 1 BY 1
005440                UNTIL IX-MED-W > NRO-MED-W OR SW-HALLADO-W = 1
005450        IF SW-HALLADO-W = 1
005460           SUBTRACT 1 FROM IX-MED-W
005470           PERFORM MARCAR-MEDICAMENTO
005480              THRU FIN-MARCAR-MEDICAMENTO
005490        END-IF
005500     END-IF.

005510 BUSCAR-ARTICULO.
005520     IF ART-MED-W (IX-MED-W) = COD-ART-ORD
005530        MOVE 1 TO SW-HALLADO-W
005540     END-IF.

005550 MARCAR-MEDICAMENTO.
005560     MOVE PACI-ORD TO PACI-CAC.
005570     READ ARCHIVO-CAC
005580          INVALID KEY GO TO FIN-MARCAR-MEDICAMENTO
005590     END-READ.
005600     IF CLASE-MED-W (IX-MED-W) = "I"
005610        IF IECA-CAC NOT = "S"
005620           ADD 1 TO TOT-IECA-W
005630        END-IF
005640        MOVE "S" TO IECA-CAC
005650     ELSE
005660        IF ESTATINA-CAC NOT = "S"
005670           ADD 1 TO TOT-ESTATINA-W
005680        END-IF
005690        MOVE "S" TO ESTATINA-CAC
005700     END-IF.
005710     REWRITE REG-CAC INVALID KEY CONTINUE END-REWRITE.

005720 FIN-MARCAR-MEDICAMENTO.
005730     EXIT.

      *--- PLANO CAC Y PREVALIDACION, UN PACIENTE POR REGISTRO
005740 LEER-CAC.
005750     READ ARCHIVO-CAC NEXT
005760          AT END MOVE 1 TO SW-FIN-W
005770     END-READ.
005780     IF SW-FIN-W = 0
005790        ADD 1 TO TOT-PACI-W
005800        PERFORM ESCRIBIR-PLANO
005810        PERFORM VALIDAR-PACIENTE
005820     END-IF.

005830 ESCRIBIR-PLANO.
005840     MOVE SPACES TO LIN-PLANO-CAC.
005850     MOVE 1 TO POS-PLANO-W.
005860     MOVE EPS-CAC TO CAMPO-W.
005870     PERFORM AGREGAR-CAMPO.
005880     MOVE PACI-CAC TO CAMPO-W.
005890     PERFORM AGREGAR-CAMPO.
005900     MOVE DESCRIP-CAC TO CAMPO-W.
005910     PERFORM AGREGAR-CAMPO.
005920     IF FECHA-NAC-CAC = 0
005930        MOVE "1800-01-01" TO CAMPO-W
005940     ELSE
005950        MOVE FECHA-NAC-CAC TO FECHA-NUM-W
005960        PERFORM FORMATEAR-FECHA
005970        MOVE FECHA-TXT-W TO CAMPO-W
005980     END-IF.
005990     PERFORM AGREGAR-CAMPO.
006000     MOVE SEXO-CAC TO CAMPO-W.
006010     PERFORM AGREGAR-CAMPO.
006020     MOVE EDAD-CAC TO EDAD-ED-W.
006030     MOVE EDAD-ED-W TO CAMPO-W.
006040     PERFORM AGREGAR-CAMPO.
006050     MOVE HTA-CAC TO CAMPO-W.
006060     PERFORM AGREGAR-SI-NO.
006070     MOVE DM-CAC TO CAMPO-W.
006080     PERFORM AGREGAR-SI-NO.
006090     MOVE ERC-CAC TO CAMPO-W.
006100     PERFORM AGREGAR-SI-NO.
006110     PERFORM AGREGAR-VARIABLE VARYING IX-VAR-W FROM 1 BY 1
006120             UNTIL IX-VAR-W > 6.
006130     IF ESTADIO-CAC = SPACES
006140        MOVE "9999" TO CAMPO-W
006150     ELSE
006160        MOVE TFG-CAC TO TFG-ED-W
006170        MOVE TFG-ED-W TO CAMPO-W
006180     END-IF.
006190     PERFORM AGREGAR-CAMPO.
006200     MOVE ESTADIO-CAC TO CAMPO-W.
006210     IF ESTADIO-CAC = SPACES
006220        MOVE "98" TO CAMPO-W
006230     END-IF.
006240     PERFORM AGREGAR-CAMPO.
006250     MOVE ALBUMINURIA-CAC TO CAMPO-W.
006260     IF ALBUMINURIA-CAC = SPACES
006270        MOVE "98" TO CAMPO-W
006280     END-IF.
006290     PERFORM AGREGAR-CAMPO.
006300     MOVE IECA-CAC TO CAMPO-W.
006310     PERFORM AGREGAR-SI-NO.
006320     MOVE ESTATINA-CAC TO CAMPO-W.
006330     PERFORM AGREGAR-SI-NO.
006340     WRITE LIN-PLANO-CAC.

006350 AGREGAR-VARIABLE.
006360     EVALUATE TRUE
006370        WHEN IX-VAR-W = 2 AND DM-CAC NOT = "S"
006380             MOVE "98" TO CAMPO-W
006390             PERFORM AGREGAR-CAMPO
006400             MOVE "1845-01-01" TO CAMPO-W
006410        WHEN FECHA-VAL-CAC (IX-VAR-W) = 0
006420             MOVE "9999" TO CAMPO-W
006430             PERFORM AGREGAR-CAMPO
006440             MOVE "1800-01-01" TO CAMPO-W
006450        WHEN OTHER
006460             IF IX-VAR-W > 4
006470                MOVE VALOR-CAC (IX-VAR-W) TO ENTERO-ED-W
006480                MOVE ENTERO-ED-W TO CAMPO-W
006490             ELSE
006500                MOVE VALOR-CAC (IX-VAR-W) TO VALOR-ED-W
006510                MOVE VALOR-ED-W TO CAMPO-W
006520             END-IF
006530             PERFORM AGREGAR-CAMPO
006540             MOVE FECHA-VAL-CAC (IX-VAR-W) TO FECHA-NUM-W
006550             PERFORM FORMATEAR-FECHA
006560             MOVE FECHA-TXT-W TO CAMPO-W
006570     END-EVALUATE.
006580     PERFORM AGREGAR-CAMPO.

006590 AGREGAR-SI-NO.
006600     IF CAMPO-W = "S"
006610        MOVE "1" TO CAMPO-W
006620     ELSE
006630        MOVE "2" TO CAMPO-W
006640     END-IF.
006650     PERFORM AGREGAR-CAMPO.

      *--- AGREGA CAMPO-W SIN BLANCOS A LA IZQUIERDA, SEPARADO POR TAB
006660 AGREGAR-CAMPO.
006670     IF POS-PLANO-W > 1
006680        STRING TAB-W DELIMITED BY SIZE
006690               INTO LIN-PLANO-CAC WITH POINTER POS-PLANO-W
006700     END-IF.
006710     MOVE 0 TO ESPACIOS-W.
006720     INSPECT CAMPO-W TALLYING ESPACIOS-W FOR LEADING SPACES.
006730     IF ESPACIOS-W < 50
006740        STRING CAMPO-W (ESPACIOS-W + 1:) DELIMITED BY "  "
006750               INTO LIN-PLANO-CAC WITH POINTER POS-PLANO-W
006760     END-IF.

006770 FORMATEAR-FECHA.
006780     MOVE ANO-NUM-W TO ANO-TXT-W.
006790     MOVE MES-NUM-W TO MES-TXT-W.
006800     MOVE DIA-NUM-W TO DIA-TXT-W.

      *--- PREVALIDACION: LA PRIMERA NOVEDAD DEL PACIENTE LO TITULA
006810 VALIDAR-PACIENTE.
006820     MOVE 0 TO SW-NOVEDAD-W.
006830     IF FECHA-NAC-CAC = 0
006840        MOVE "SIN FECHA DE NACIMIENTO" TO CAMPO-W
006850        PERFORM ESCRIBIR-NOVEDAD
006860     END-IF.
006870     IF SEXO-CAC NOT = "F" AND NOT = "M"
006880        MOVE "SIN SEXO" TO CAMPO-W
006890        PERFORM ESCRIBIR-NOVEDAD
006900     END-IF.
006910     PERFORM VALIDAR-VARIABLE THRU FIN-VALIDAR-VARIABLE
006920             VARYING IX-VAR-W FROM 1 BY 1
006930             UNTIL IX-VAR-W > 6.
006940     IF ESTADIO-CAC = SPACES
006950        MOVE "NO SE PUDO CALCULAR LA TFG" TO CAMPO-W
006960        PERFORM ESCRIBIR-NOVEDAD
006970     END-IF.
006980     IF SW-NOVEDAD-W = 1
006990        ADD 1 TO TOT-NOVEDAD-W
007000     END-IF.

007010 VALIDAR-VARIABLE.
007020     IF IX-VAR-W = 2 AND DM-CAC NOT = "S"
007030        GO TO FIN-VALIDAR-VARIABLE
007040     END-IF.
007050     IF FECHA-VAL-CAC (IX-VAR-W) = 0
007060        MOVE SPACES TO CAMPO-W
007070        STRING "FALTA " DESCRIP-VAR-W (IX-VAR-W)
007080               DELIMITED BY SIZE INTO CAMPO-W
007090        PERFORM ESCRIBIR-NOVEDAD
007100        GO TO FIN-VALIDAR-VARIABLE
007110     END-IF.
007120     IF FECHA-VAL-CAC (IX-VAR-W) < FECHA-VIGENCIA-W
007130        MOVE SPACES TO CAMPO-W
007140        STRING DESCRIP-VAR-W (IX-VAR-W) " MAS DE 12 MESES"
007150               DELIMITED BY SIZE INTO CAMPO-W
007160        PERFORM ESCRIBIR-NOVEDAD
007170     END-IF.
007180     IF MAXIMO-VAR-W (IX-VAR-W) > 0
007190        AND (VALOR-CAC (IX-VAR-W) < MINIMO-VAR-W (IX-VAR-W)
007200          OR VALOR-CAC (IX-VAR-W) > MAXIMO-VAR-W (IX-VAR-W))
007210        MOVE VALOR-CAC (IX-VAR-W) TO VALOR-ED-W
007220        MOVE SPACES TO CAMPO-W
007230        STRING DESCRIP-VAR-W (IX-VAR-W) " FUERA DE RANGO "
007240               VALOR-ED-W DELIMITED BY SIZE INTO CAMPO-W
007250        PERFORM ESCRIBIR-NOVEDAD
007260     END-IF.

007270 FIN-VALIDAR-VARIABLE.
007280     EXIT.

007290 ESCRIBIR-NOVEDAD.
007300     IF SW-NOVEDAD-W = 0
007310        MOVE 1 TO SW-NOVEDAD-W
007320        MOVE SPACES TO LIN-CAC-VAL
007330        STRING PACI-CAC " " DESCRIP-CAC " EPS " EPS-CAC
007340               DELIMITED BY SIZE INTO LIN-CAC-VAL
007350        WRITE LIN-CAC-VAL
007360     END-IF.
007370     MOVE SPACES TO LIN-CAC-VAL.
007380     STRING "     " CAMPO-W DELIMITED BY SIZE INTO LIN-CAC-VAL.
007390     WRITE LIN-CAC-VAL.
