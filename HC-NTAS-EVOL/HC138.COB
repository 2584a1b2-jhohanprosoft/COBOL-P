      *=================================================================
      * HISTORIA CLINICA - ESCALA DE ALERTA TEMPRANA NEWS2 / PEWS CON
      * ESCALAMIENTO AL MEDICO DE TURNO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS SIGNOS VITALES QUE GRABAN HC003 (NOTAS DE ENFERMERIA) Y
      * HC523 SOLO SE VEIAN COMO TENDENCIA EN HC111; NADIE LOS
      * CALIFICABA. ESTE COMPONENTE CALIFICA CADA TOMA DE SIGNOS Y
      * LA DEJA EN ARCHIVO-ALERTA-TEMP (PACIENTE + FECHA/HORA DE LA
      * TOMA, CON EL SERVICIO Y LA CAMA DE ARCHIVO-CAMAS-HOSP):
      * MODO "S" - CALIFICAR: NEWS2 PARA ADULTOS Y PEWS PARA
      *            MENORES DE 18 ANOS (EDAD DE ARCHIVO-PACIENTES).
      *            NEWS2: >= 7 ALTO, 5-6 O UN PARAMETRO EN 3 MEDIO.
      *            PEWS : >= 5 ALTO, 3-4 O UN PARAMETRO EN 3 MEDIO.
      *            NIVEL MEDIO O ALTO ABRE EL ESCALAMIENTO PENDIENTE
      *            DE ACUSE: 15 MINUTOS SI ES ALTO, 30 SI ES MEDIO.
      *            SIN FRECUENCIA CARDIACA Y RESPIRATORIA NO SE
      *            CALIFICA (DEVUELVE "I").
      * MODO "A" - ACUSE DEL MEDICO DE TURNO: SELLA QUIEN Y CUANDO,
      *            LOS MINUTOS DE RESPUESTA Y SI FUE FUERA DE TIEMPO.
      * MODO "R" - RESPUESTA: LA CONDUCTA TOMADA Y SU NOTA; CIERRA
      *            EL ESCALAMIENTO (DEBE ESTAR ACUSADO).
      * MODO "C" - CONSULTA LA ULTIMA CALIFICACION DEL PACIENTE
      *            (PARA LAS VISTAS DE CENSO).
      * LAS ALERTAS VENCIDAS SIN ACUSE LAS MARCA HC138-01 Y EL
      * INFORME MENSUAL POR SERVICIO PARA EL COMITE DE RESPUESTA
      * RAPIDA ES HC138-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC138.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ALERTA-TEMP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ALERTEMP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ATE
000140         ALTERNATE RECORD KEY IS ESTADO-ATE WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PACIE-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-PACI
000210         ALTERNATE RECORD KEY IS DESCRIP-PACI WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-CAMAS-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS COD-CAM
000280         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000290         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000300         FILE STATUS IS OTR-STAT.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  ARCHIVO-ALERTA-TEMP
000340     LABEL RECORD STANDARD.
000350 01  REG-ATE.
000360     02 LLAVE-ATE.
000370        03 PACI-ATE             PIC X(15).
000380        03 FECHA-ATE            PIC 9(8).
000390        03 HORA-ATE             PIC 9(4).
000400     02 FOLIO-ATE               PIC X(8).
000410     02 SERVHO-ATE              PIC X(4).
000420     02 CAMA-ATE                PIC X(6).
000430     02 ESCALA-ATE              PIC X.
000440        88 ESCALA-NEWS2         VALUE "N".
000450        88 ESCALA-PEWS          VALUE "P".
000460     02 PUNTAJE-ATE             PIC 99.
000470     02 MAX-PARAM-ATE           PIC 9.
000480     02 NIVEL-ATE               PIC X.
000490        88 NIVEL-BAJO           VALUE "B".
000500        88 NIVEL-MEDIO          VALUE "M".
000510        88 NIVEL-ALTO           VALUE "A".
000520     02 ESTADO-ATE              PIC X.
000530        88 ALERTA-SIN-ESCALAR   VALUE "S".
000540        88 ALERTA-PENDIENTE     VALUE "P".
000550        88 ALERTA-ACUSADA       VALUE "A".
000560        88 ALERTA-CERRADA       VALUE "C".
000570     02 MINUTOS-LIMITE-ATE      PIC 9(3).
000580     02 VENCIDA-ATE             PIC X.
000590     02 MED-ACUSE-ATE           PIC 9(10).
000600     02 FECHA-ACUSE-ATE         PIC 9(8).
000610     02 HORA-ACUSE-ATE          PIC 9(4).
000620     02 MINUTOS-RESP-ATE        PIC 9(5).
000630     02 CONDUCTA-ATE            PIC X.
000640        88 CONDUCTA-PISO        VALUE "P".
000650        88 CONDUCTA-RESP-RAPIDA VALUE "R".
000660        88 CONDUCTA-UCI         VALUE "U".
000670        88 CONDUCTA-OTRA        VALUE "O".
000680     02 NOTA-ATE                PIC X(80).
000690     02 USUARIO-ATE             PIC X(4).

000700 FD  ARCHIVO-PACIENTES
000710     LABEL RECORD STANDARD.
000720 01  REG-PACI.
000730     02 COD-PACI                PIC X(15).
000740     02 DESCRIP-PACI            PIC X(40).
000750     02 EPS-PACI                PIC X(6).
000760     02 ID-COTIZ-PACI           PIC X(15).
000770     02 ESTADO-PACI             PIC X.
000780     02 FUSIONADO-EN-PACI       PIC X(15).
000790     02 FECHA-FUSION-PACI       PIC 9(8).
000800     02 TELEFONO-PACI           PIC X(15).
000810     02 FECHA-NAC-PACI          PIC 9(8).
000820     02 SEXO-PACI               PIC X.
000830     02 PLAN-PACI               PIC XX.
000840     02 NIVEL-INGRESO-PACI      PIC 9.
000850     02 FILLER                  PIC X(9).

000860 FD  ARCHIVO-CAMAS-HOSP
000870     LABEL RECORD STANDARD.
000880 01  REG-CAM.
000890     02 COD-CAM                 PIC X(6).
000900     02 SERVHO-CAM              PIC X(4).
000910     02 ESTADO-CAM              PIC X.
000920        88 CAMA-OCUPADA         VALUE "O".
000930     02 PACI-CAM                PIC X(15).
000940     02 FOLIO-CAM               PIC X(8).
000950     02 FECHA-INGRESO-CAM       PIC 9(8).

000960 WORKING-STORAGE SECTION.

000970 77  NOM-ALERTEMP-W             PIC X(60)
000980     VALUE "D:\progelect\DATOS\SC-ALERTEMP.DAT".
000990 77  NOM-PACIE-W                PIC X(60)
001000     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001010 77  NOM-CAMAS-W                PIC X(60)
001020     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001030 77  OTR-STAT                   PIC XX.
001040 77  SW-FIN-ATE-W               PIC 9 VALUE 0.
001050 77  FECHA-HOY-W                PIC 9(8).
001060 77  HORA-HOY-W                 PIC 9(4).
001070 77  EDAD-ANOS-W                PIC 9(3) VALUE 0.
001080 77  PUNTOS-PARAM-W             PIC 9 VALUE 0.
001090 77  PUNTAJE-W                  PIC 99 VALUE 0.
001100 77  MAX-PARAM-W                PIC 9 VALUE 0.
001110 77  MIN-LIMITE-ALTO-W          PIC 9(3) VALUE 15.
001120 77  MIN-LIMITE-MEDIO-W         PIC 9(3) VALUE 30.
001130 77  MINUTOS-W                  PIC S9(7) COMP.
001140 77  FC-MIN-W                   PIC 9(3).
001150 77  FC-MAX-W                   PIC 9(3).
001160 77  FR-MIN-W                   PIC 9(3).
001170 77  FR-MAX-W                   PIC 9(3).
001180 77  HALLADO-W                  PIC X VALUE "N".

001190 01  HORA-CALCULO-W.
001200     02 HH-CALCULO-W            PIC 99.
001210     02 MM-CALCULO-W            PIC 99.

001220 LINKAGE SECTION.
001230 01  MODO-LNK                   PIC X.
001240     88 MODO-CALIFICAR          VALUE "S".
001250     88 MODO-ACUSAR             VALUE "A".
001260     88 MODO-RESPUESTA          VALUE "R".
001270     88 MODO-CONSULTAR          VALUE "C".
001280 01  PACI-LNK                   PIC X(15).
001290 01  FOLIO-LNK                  PIC X(8).
001300 01  FECHA-LNK                  PIC 9(8).
001310 01  HORA-LNK                   PIC 9(4).
      * SIGNOS EN CERO = NO TOMADOS (NO SUMAN). GLASGOW EN CERO SE
      * TOMA COMO PACIENTE ALERTA.
001320 01  SIGNOS-ATE-LNK.
001330     02 FRESP-LNK               PIC 9(3).
001340     02 SATO2-LNK               PIC 9(3).
001350     02 OXIGENO-LNK             PIC X.
001360     02 TENS1-LNK               PIC 9(3).
001370     02 FCARD-LNK               PIC 9(3).
001380     02 GLASGOW-LNK             PIC 99.
001390     02 TEMP-LNK                PIC 99V99.
001400 01  MED-LNK                    PIC 9(10).
001410 01  CONDUCTA-LNK               PIC X.
001420 01  NOTA-LNK                   PIC X(80).
001430 01  USUARIO-LNK                PIC X(4).
001440 01  PUNTAJE-LNK                PIC 99.
001450 01  NIVEL-LNK                  PIC X.
001460 01  RESULT-LNK                 PIC X.
001470     88 ALERTA-OK               VALUE "S".
001480     88 ALERTA-ESCALADA         VALUE "E".
001490     88 SIGNOS-INCOMPLETOS      VALUE "I".
001500     88 TOMA-YA-CALIFICADA      VALUE "D".
001510     88 ALERTA-NO-EXISTE        VALUE "X".
001520     88 ESTADO-NO-PERMITE       VALUE "T".
001530     88 ALERTA-NO-OK            VALUE "N".

001540 PROCEDURE DIVISION USING MODO-LNK PACI-LNK FOLIO-LNK
001550                          FECHA-LNK HORA-LNK SIGNOS-ATE-LNK
001560                          MED-LNK CONDUCTA-LNK NOTA-LNK
001570                          USUARIO-LNK PUNTAJE-LNK NIVEL-LNK
001580                          RESULT-LNK.

001590 MAINLINE.
001600     MOVE "N" TO RESULT-LNK.
001610     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001620     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
001630     PERFORM ABRIR-ARCHIVO.
001640     IF OTR-STAT = "00"
001650        EVALUATE TRUE
001660           WHEN MODO-CALIFICAR
001670                PERFORM CALIFICAR-SIGNOS THRU FIN-CALIFICAR
001680           WHEN MODO-ACUSAR
001690                PERFORM ACUSAR-ALERTA THRU FIN-ACUSAR
001700           WHEN MODO-RESPUESTA
001710                PERFORM REGISTRAR-RESPUESTA THRU FIN-RESPUESTA
001720           WHEN MODO-CONSULTAR
001730                PERFORM CONSULTAR-ULTIMA
001740        END-EVALUATE
001750        CLOSE ARCHIVO-ALERTA-TEMP
001760     END-IF.
001770     EXIT PROGRAM.

001780 ABRIR-ARCHIVO.
001790     OPEN I-O ARCHIVO-ALERTA-TEMP.
001800     IF OTR-STAT = "35"
001810        OPEN OUTPUT ARCHIVO-ALERTA-TEMP
001820        CLOSE ARCHIVO-ALERTA-TEMP
001830        OPEN I-O ARCHIVO-ALERTA-TEMP
001840     END-IF.

001850 CALIFICAR-SIGNOS.
001860     IF FRESP-LNK = 0 OR FCARD-LNK = 0
001870        MOVE "I" TO RESULT-LNK
001880        GO TO FIN-CALIFICAR
001890     END-IF.
001900     MOVE PACI-LNK  TO PACI-ATE.
001910     MOVE FECHA-LNK TO FECHA-ATE.
001920     MOVE HORA-LNK  TO HORA-ATE.
001930     READ ARCHIVO-ALERTA-TEMP
001940          INVALID KEY CONTINUE
001950          NOT INVALID KEY
001960             MOVE "D" TO RESULT-LNK
001970             GO TO FIN-CALIFICAR
001980     END-READ.
001990     INITIALIZE REG-ATE.
002000     MOVE PACI-LNK    TO PACI-ATE.
002010     MOVE FECHA-LNK   TO FECHA-ATE.
002020     MOVE HORA-LNK    TO HORA-ATE.
002030     MOVE FOLIO-LNK   TO FOLIO-ATE.
002040     MOVE USUARIO-LNK TO USUARIO-ATE.
002050     MOVE "N"         TO VENCIDA-ATE.
002060     PERFORM UBICAR-CAMA.
002070     PERFORM CALCULAR-EDAD.
002080     MOVE 0 TO PUNTAJE-W MAX-PARAM-W.
002090     IF EDAD-ANOS-W < 18
002100        MOVE "P" TO ESCALA-ATE
002110        PERFORM CALIFICAR-PEWS
002120     ELSE
002130        MOVE "N" TO ESCALA-ATE
002140        PERFORM CALIFICAR-NEWS2
002150     END-IF.
002160     MOVE PUNTAJE-W   TO PUNTAJE-ATE.
002170     MOVE MAX-PARAM-W TO MAX-PARAM-ATE.
002180     PERFORM CLASIFICAR-NIVEL.
002190     WRITE REG-ATE
002200         INVALID KEY GO TO FIN-CALIFICAR
002210     END-WRITE.
002220     MOVE PUNTAJE-ATE TO PUNTAJE-LNK.
002230     MOVE NIVEL-ATE   TO NIVEL-LNK.
002240     IF ALERTA-PENDIENTE
002250        MOVE "E" TO RESULT-LNK
002260     ELSE
002270        MOVE "S" TO RESULT-LNK
002280     END-IF.

002290 FIN-CALIFICAR.
002300     EXIT.

      * EL SERVICIO Y LA CAMA SE TOMAN DE LA CAMA QUE OCUPA HOY EL
      * PACIENTE; SI NO ESTA HOSPITALIZADO QUEDAN EN BLANCO.
002310 UBICAR-CAMA.
002320     MOVE SPACES TO SERVHO-ATE CAMA-ATE.
002330     OPEN INPUT ARCHIVO-CAMAS-HOSP.
002340     IF OTR-STAT = "00"
002350        MOVE PACI-LNK TO PACI-CAM
002360        READ ARCHIVO-CAMAS-HOSP KEY IS PACI-CAM
002370             INVALID KEY CONTINUE
002380             NOT INVALID KEY
002390                IF CAMA-OCUPADA
002400                   MOVE SERVHO-CAM TO SERVHO-ATE
002410                   MOVE COD-CAM    TO CAMA-ATE
002420                END-IF
002430        END-READ
002440        CLOSE ARCHIVO-CAMAS-HOSP
002450     END-IF.

      * EDAD EN ANOS CUMPLIDOS A LA FECHA DE LA TOMA (AAAAMMDD).
      * SIN FECHA DE NACIMIENTO SE CALIFICA COMO ADULTO.
002460 CALCULAR-EDAD.
002470     MOVE 99 TO EDAD-ANOS-W.
002480     OPEN INPUT ARCHIVO-PACIENTES.
002490     IF OTR-STAT = "00"
002500        MOVE PACI-LNK TO COD-PACI
002510        READ ARCHIVO-PACIENTES
002520             INVALID KEY CONTINUE
002530             NOT INVALID KEY
002540                IF FECHA-NAC-PACI > 0
002550                   AND FECHA-NAC-PACI <= FECHA-LNK
002560                   COMPUTE EDAD-ANOS-W =
002570                       (FECHA-LNK - FECHA-NAC-PACI) / 10000
002580                END-IF
002590        END-READ
002600        CLOSE ARCHIVO-PACIENTES
002610     END-IF.

      * NEWS2 (ESCALA 1 DE SATURACION): FRECUENCIA RESPIRATORIA,
      * SATURACION, OXIGENO SUPLEMENTARIO, TENSION SISTOLICA,
      * FRECUENCIA CARDIACA, CONCIENCIA Y TEMPERATURA.
002620 CALIFICAR-NEWS2.
002630     EVALUATE TRUE
002640        WHEN FRESP-LNK <= 8  MOVE 3 TO PUNTOS-PARAM-W
002650        WHEN FRESP-LNK <= 11 MOVE 1 TO PUNTOS-PARAM-W
002660        WHEN FRESP-LNK <= 20 MOVE 0 TO PUNTOS-PARAM-W
002670        WHEN FRESP-LNK <= 24 MOVE 2 TO PUNTOS-PARAM-W
002680        WHEN OTHER           MOVE 3 TO PUNTOS-PARAM-W
002690     END-EVALUATE.
002700     PERFORM SUMAR-PARAMETRO.
002710     IF SATO2-LNK > 0
002720        EVALUATE TRUE
002730           WHEN SATO2-LNK <= 91 MOVE 3 TO PUNTOS-PARAM-W
002740           WHEN SATO2-LNK <= 93 MOVE 2 TO PUNTOS-PARAM-W
002750           WHEN SATO2-LNK <= 95 MOVE 1 TO PUNTOS-PARAM-W
002760           WHEN OTHER           MOVE 0 TO PUNTOS-PARAM-W
002770        END-EVALUATE
002780        PERFORM SUMAR-PARAMETRO
002790     END-IF.
002800     IF OXIGENO-LNK = "S"
002810        MOVE 2 TO PUNTOS-PARAM-W
002820        PERFORM SUMAR-PARAMETRO
002830     END-IF.
002840     IF TENS1-LNK > 0
002850        EVALUATE TRUE
002860           WHEN TENS1-LNK <= 90  MOVE 3 TO PUNTOS-PARAM-W
002870           WHEN TENS1-LNK <= 100 MOVE 2 TO PUNTOS-PARAM-W
002880           WHEN TENS1-LNK <= 110 MOVE 1 TO PUNTOS-PARAM-W
002890           WHEN TENS1-LNK <= 219 MOVE 0 TO PUNTOS-PARAM-W
002900           WHEN OTHER            MOVE 3 TO PUNTOS-PARAM-W
002910        END-EVALUATE
002920        PERFORM SUMAR-PARAMETRO
002930     END-IF.
002940     EVALUATE TRUE
002950        WHEN FCARD-LNK <= 40  MOVE 3 TO PUNTOS-PARAM-W
002960        WHEN FCARD-LNK <= 50  MOVE 1 TO PUNTOS-PARAM-W
002970        WHEN FCARD-LNK <= 90  MOVE 0 TO PUNTOS-PARAM-W
002980        WHEN FCARD-LNK <= 110 MOVE 1 TO PUNTOS-PARAM-W
002990        WHEN FCARD-LNK <= 130 MOVE 2 TO PUNTOS-PARAM-W
003000        WHEN OTHER            MOVE 3 TO PUNTOS-PARAM-W
003010     END-EVALUATE.
003020     PERFORM SUMAR-PARAMETRO.
003030     IF GLASGOW-LNK > 0 AND GLASGOW-LNK < 15
003040        MOVE 3 TO PUNTOS-PARAM-W
003050        PERFORM SUMAR-PARAMETRO
003060     END-IF.
003070     IF TEMP-LNK > 0
003080        EVALUATE TRUE
003090           WHEN TEMP-LNK <= 35.00 MOVE 3 TO PUNTOS-PARAM-W
003100           WHEN TEMP-LNK <= 36.00 MOVE 1 TO PUNTOS-PARAM-W
003110           WHEN TEMP-LNK <= 38.00 MOVE 0 TO PUNTOS-PARAM-W
003120           WHEN TEMP-LNK <= 39.00 MOVE 1 TO PUNTOS-PARAM-W
003130           WHEN OTHER             MOVE 2 TO PUNTOS-PARAM-W
003140        END-EVALUATE
003150        PERFORM SUMAR-PARAMETRO
003160     END-IF.

      * PEWS: COMPORTAMIENTO, CARDIOVASCULAR Y RESPIRATORIO (0 A 3
      * CADA UNO) CONTRA LOS RANGOS NORMALES DE LA EDAD.
003170 CALIFICAR-PEWS.
003180     EVALUATE TRUE
003190        WHEN EDAD-ANOS-W < 1
003200             MOVE 100 TO FC-MIN-W
003210             MOVE 160 TO FC-MAX-W
003220             MOVE 30  TO FR-MIN-W
003230             MOVE 60  TO FR-MAX-W
003240        WHEN EDAD-ANOS-W < 5
003250             MOVE 90  TO FC-MIN-W
003260             MOVE 150 TO FC-MAX-W
003270             MOVE 24  TO FR-MIN-W
003280             MOVE 40  TO FR-MAX-W
003290        WHEN EDAD-ANOS-W < 12
003300             MOVE 70  TO FC-MIN-W
003310             MOVE 120 TO FC-MAX-W
003320             MOVE 18  TO FR-MIN-W
003330             MOVE 30  TO FR-MAX-W
003340        WHEN OTHER
003350             MOVE 60  TO FC-MIN-W
003360             MOVE 100 TO FC-MAX-W
003370             MOVE 12  TO FR-MIN-W
003380             MOVE 20  TO FR-MAX-W
003390     END-EVALUATE.
003400     EVALUATE TRUE
003410        WHEN GLASGOW-LNK = 0 OR GLASGOW-LNK = 15
003420             MOVE 0 TO PUNTOS-PARAM-W
003430        WHEN GLASGOW-LNK >= 13 MOVE 1 TO PUNTOS-PARAM-W
003440        WHEN GLASGOW-LNK >= 9  MOVE 2 TO PUNTOS-PARAM-W
003450        WHEN OTHER             MOVE 3 TO PUNTOS-PARAM-W
003460     END-EVALUATE.
003470     PERFORM SUMAR-PARAMETRO.
003480     EVALUATE TRUE
003490        WHEN FCARD-LNK > FC-MAX-W + 30 MOVE 3 TO PUNTOS-PARAM-W
003500        WHEN FCARD-LNK + 20 < FC-MIN-W MOVE 3 TO PUNTOS-PARAM-W
003510        WHEN FCARD-LNK > FC-MAX-W + 20 MOVE 2 TO PUNTOS-PARAM-W
003520        WHEN FCARD-LNK > FC-MAX-W      MOVE 1 TO PUNTOS-PARAM-W
003530        WHEN FCARD-LNK < FC-MIN-W      MOVE 1 TO PUNTOS-PARAM-W
003540        WHEN OTHER                     MOVE 0 TO PUNTOS-PARAM-W
003550     END-EVALUATE.
003560     PERFORM SUMAR-PARAMETRO.
003570     EVALUATE TRUE
003580        WHEN FRESP-LNK > FR-MAX-W + 20 MOVE 3 TO PUNTOS-PARAM-W
003590        WHEN FRESP-LNK + 5 < FR-MIN-W  MOVE 3 TO PUNTOS-PARAM-W
003600        WHEN FRESP-LNK > FR-MAX-W + 10 MOVE 2 TO PUNTOS-PARAM-W
003610        WHEN FRESP-LNK > FR-MAX-W      MOVE 1 TO PUNTOS-PARAM-W
003620        WHEN FRESP-LNK < FR-MIN-W      MOVE 1 TO PUNTOS-PARAM-W
003630        WHEN OTHER                     MOVE 0 TO PUNTOS-PARAM-W
003640     END-EVALUATE.
      * EL OXIGENO SUPLEMENTARIO Y LA DESATURACION SUBEN EL PUNTAJE
      * RESPIRATORIO, NUNCA LO BAJAN.
003650     IF OXIGENO-LNK = "S" AND PUNTOS-PARAM-W < 2
003660        MOVE 2 TO PUNTOS-PARAM-W
003670     END-IF.
003680     IF SATO2-LNK > 0
003690        IF SATO2-LNK < 90
003700           MOVE 3 TO PUNTOS-PARAM-W
003710        ELSE
003720           IF SATO2-LNK < 94 AND PUNTOS-PARAM-W < 1
003730              MOVE 1 TO PUNTOS-PARAM-W
003740           END-IF
003750        END-IF
003760     END-IF.
003770     PERFORM SUMAR-PARAMETRO.

003780 SUMAR-PARAMETRO.
003790     ADD PUNTOS-PARAM-W TO PUNTAJE-W.
003800     IF PUNTOS-PARAM-W > MAX-PARAM-W
003810        MOVE PUNTOS-PARAM-W TO MAX-PARAM-W
003820     END-IF.

003830 CLASIFICAR-NIVEL.
003840     IF ESCALA-NEWS2
003850        EVALUATE TRUE
003860           WHEN PUNTAJE-W >= 7   MOVE "A" TO NIVEL-ATE
003870           WHEN PUNTAJE-W >= 5   MOVE "M" TO NIVEL-ATE
003880           WHEN MAX-PARAM-W = 3  MOVE "M" TO NIVEL-ATE
003890           WHEN OTHER            MOVE "B" TO NIVEL-ATE
003900        END-EVALUATE
003910     ELSE
003920        EVALUATE TRUE
003930           WHEN PUNTAJE-W >= 5   MOVE "A" TO NIVEL-ATE
003940           WHEN PUNTAJE-W >= 3   MOVE "M" TO NIVEL-ATE
003950           WHEN MAX-PARAM-W = 3  MOVE "M" TO NIVEL-ATE
003960           WHEN OTHER            MOVE "B" TO NIVEL-ATE
003970        END-EVALUATE
003980     END-IF.
003990     EVALUATE TRUE
004000        WHEN NIVEL-ALTO
004010             MOVE "P" TO ESTADO-ATE
004020             MOVE MIN-LIMITE-ALTO-W  TO MINUTOS-LIMITE-ATE
004030        WHEN NIVEL-MEDIO
004040             MOVE "P" TO ESTADO-ATE
004050             MOVE MIN-LIMITE-MEDIO-W TO MINUTOS-LIMITE-ATE
004060        WHEN OTHER
004070             MOVE "S" TO ESTADO-ATE
004080             MOVE 0   TO MINUTOS-LIMITE-ATE
004090     END-EVALUATE.

004100 ACUSAR-ALERTA.
004110     MOVE PACI-LNK  TO PACI-ATE.
004120     MOVE FECHA-LNK TO FECHA-ATE.
004130     MOVE HORA-LNK  TO HORA-ATE.
004140     READ ARCHIVO-ALERTA-TEMP
004150          INVALID KEY MOVE "X" TO RESULT-LNK
004160                      GO TO FIN-ACUSAR
004170     END-READ.
004180     IF NOT ALERTA-PENDIENTE
004190        MOVE "T" TO RESULT-LNK
004200        GO TO FIN-ACUSAR
004210     END-IF.
004220     MOVE MED-LNK     TO MED-ACUSE-ATE.
004230     MOVE FECHA-HOY-W TO FECHA-ACUSE-ATE.
004240     MOVE HORA-HOY-W  TO HORA-ACUSE-ATE.
004250     PERFORM CALCULAR-MINUTOS.
004260     IF MINUTOS-W < 0
004270        MOVE 0 TO MINUTOS-W
004280     END-IF.
004290     MOVE MINUTOS-W TO MINUTOS-RESP-ATE.
004300     IF MINUTOS-W > MINUTOS-LIMITE-ATE
004310        MOVE "S" TO VENCIDA-ATE
004320     END-IF.
004330     MOVE "A" TO ESTADO-ATE.
004340     REWRITE REG-ATE
004350         INVALID KEY CONTINUE
004360         NOT INVALID KEY
004370            MOVE PUNTAJE-ATE TO PUNTAJE-LNK
004380            MOVE NIVEL-ATE   TO NIVEL-LNK
004390            MOVE "S" TO RESULT-LNK
004400     END-REWRITE.

004410 FIN-ACUSAR.
004420     EXIT.

      * MINUTOS CORRIDOS ENTRE LA TOMA DE SIGNOS Y AHORA.
004430 CALCULAR-MINUTOS.
004440     MOVE HORA-ATE TO HORA-CALCULO-W.
004450     COMPUTE MINUTOS-W =
004460         (FUNCTION INTEGER-OF-DATE(FECHA-HOY-W)
004470          - FUNCTION INTEGER-OF-DATE(FECHA-ATE)) * 1440
004480         - (HH-CALCULO-W * 60 + MM-CALCULO-W).
004490     MOVE HORA-HOY-W TO HORA-CALCULO-W.
004500     COMPUTE MINUTOS-W = MINUTOS-W
004510         + (HH-CALCULO-W * 60 + MM-CALCULO-W).

004520 REGISTRAR-RESPUESTA.
004530     MOVE PACI-LNK  TO PACI-ATE.
004540     MOVE FECHA-LNK TO FECHA-ATE.
004550     MOVE HORA-LNK  TO HORA-ATE.
004560     READ ARCHIVO-ALERTA-TEMP
004570          INVALID KEY MOVE "X" TO RESULT-LNK
004580                      GO TO FIN-RESPUESTA
004590     END-READ.
004600     IF NOT ALERTA-ACUSADA
004610        MOVE "T" TO RESULT-LNK
004620        GO TO FIN-RESPUESTA
004630     END-IF.
004640     MOVE CONDUCTA-LNK TO CONDUCTA-ATE.
004650     MOVE NOTA-LNK     TO NOTA-ATE.
004660     MOVE USUARIO-LNK  TO USUARIO-ATE.
004670     MOVE "C"          TO ESTADO-ATE.
004680     REWRITE REG-ATE
004690         INVALID KEY CONTINUE
004700         NOT INVALID KEY MOVE "S" TO RESULT-LNK
004710     END-REWRITE.

004720 FIN-RESPUESTA.
004730     EXIT.

      * ULTIMA CALIFICACION DEL PACIENTE; SI SIGUE SIN ACUSE SE
      * DEVUELVE "E" PARA QUE EL CENSO LA RESALTE.
004740 CONSULTAR-ULTIMA.
004750     MOVE 0      TO SW-FIN-ATE-W.
004760     MOVE "N"    TO HALLADO-W.
004770     MOVE PACI-LNK TO PACI-ATE.
004780     MOVE 0        TO FECHA-ATE HORA-ATE.
004790     START ARCHIVO-ALERTA-TEMP KEY IS >= LLAVE-ATE
004800           INVALID KEY MOVE 1 TO SW-FIN-ATE-W.
004810     PERFORM BUSCAR-ULTIMA-ALERTA UNTIL SW-FIN-ATE-W = 1.
004820     IF HALLADO-W = "N"
004830        MOVE "X" TO RESULT-LNK
004840     END-IF.

004850 BUSCAR-ULTIMA-ALERTA.
004860     READ ARCHIVO-ALERTA-TEMP NEXT
004870          AT END MOVE 1 TO SW-FIN-ATE-W
004880     END-READ.
004890     IF SW-FIN-ATE-W = 0
004900        IF PACI-ATE NOT = PACI-LNK
004910           MOVE 1 TO SW-FIN-ATE-W
004920        ELSE
004930           MOVE "S"         TO HALLADO-W
004940           MOVE PUNTAJE-ATE TO PUNTAJE-LNK
004950           MOVE NIVEL-ATE   TO NIVEL-LNK
004960           MOVE FECHA-ATE   TO FECHA-LNK
004970           MOVE HORA-ATE    TO HORA-LNK
004980           IF ALERTA-PENDIENTE
004990              MOVE "E" TO RESULT-LNK
005000           ELSE
005010              MOVE "S" TO RESULT-LNK
005020           END-IF
005030        END-IF
005040     END-IF.
