      *=================================================================
      * HISTORIA CLINICA - ODONTOLOGIA: ODONTOGRAMA, INDICES COP/CEO Y
      * PLAN DE TRATAMIENTO POR FASES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA CONSULTA ODONTOLOGICA NO TENIA DONDE REGISTRARSE. ESTE
      * COMPONENTE MANTIENE:
      * - ARCHIVO-ODONTOGRAMA: EL ESTADO ACTUAL DE CADA DIENTE DEL
      *   PACIENTE (NOMENCLATURA FDI: 11-48 PERMANENTES, 51-85
      *   TEMPORALES) Y DE SUS CINCO SUPERFICIES EN EL ORDEN
      *   OCLUSAL/INCISAL, MESIAL, DISTAL, VESTIBULAR, LINGUAL/PALATINA.
      *   ESTADO DEL DIENTE: P PRESENTE, E EXTRAIDO POR CARIES,
      *   X EXTRACCION INDICADA, A AUSENTE POR OTRA CAUSA (NO
      *   ERUPCIONADO, EXFOLIADO), K CORONA, I IMPLANTE.
      *   SUPERFICIE: S SANA, C CARIES, O OBTURADA, D OBTURACION
      *   DEFECTUOSA (CARIES RECURRENTE), L SELLANTE, F FRACTURA.
      * - ARCHIVO-ODONTO-HIST: CADA CAMBIO DE HALLAZGO CON FECHA, HORA,
      *   VALOR ANTERIOR Y NUEVO Y PROFESIONAL.
      * - ARCHIVO-ODONTO-IND: LOS INDICES DEL ULTIMO EXAMEN, QUE SE
      *   RECALCULAN EN CADA REGISTRO DEL ODONTOGRAMA:
      *   COP (PERMANENTES) C = CARIES O OBTURACION DEFECTUOSA,
      *   O = OBTURADO O CORONA SIN CARIES, P = EXTRAIDO POR CARIES O
      *   CON EXTRACCION INDICADA.
      *   CEO (TEMPORALES) C = CARIADO, E = EXTRAIDO POR CARIES O CON
      *   EXTRACCION INDICADA, O = OBTURADO SIN CARIES.
      *   CADA DIENTE CUENTA UNA SOLA VEZ. LO LEE EL REPORTE DE LA
      *   RES. 202 (SAL7C35, FUENTE "O").
      * - ARCHIVO-PLAN-ODONTO / ARCHIVO-TRAT-ODONTO: EL PLAN DE
      *   TRATAMIENTO EN HASTA 5 FASES, CON LOS CUPS POR DIENTE Y
      *   SUPERFICIE, EL DIAGNOSTICO CIE-10 Y LA FINALIDAD RIPS.
      * SE INVOCA ASI:
      * MODO "O" - REGISTRA EL HALLAZGO DE UN DIENTE (ESTADO Y/O
      *            SUPERFICIES; EN BLANCO NO CAMBIA) Y RECALCULA LOS
      *            INDICES COP/CEO.
      * MODO "P" - ABRE UN PLAN NUEVO CON LA DESCRIPCION DE SUS FASES
      *            (DEVUELVE EL NUMERO DEL PLAN).
      * MODO "D" - AGREGA UN PROCEDIMIENTO A UNA FASE DEL PLAN.
      * MODO "B" - PRESUPUESTA LA FASE POR SER107 CON LOS PROCEDIMIENTOS
      *            PENDIENTES QUE LA ENTIDAD NO CUBRE (AL PACIENTE SIN
      *            EPS, TODOS), VALORADOS COMO PARTICULAR.
      * MODO "R" - REGISTRA EL PROCEDIMIENTO REALIZADO Y LO CARGA A LA
      *            CUENTA DEL INGRESO POR SER108-30 (ORIGEN "ODON",
      *            REFERENCIA CUENTA + PLAN + FASE + ITEM, SIN DOBLE
      *            COBRO). SE CONSIDERA CUBIERTO SI LA ENTIDAD DEL
      *            PACIENTE TIENE TARIFA CONTRATADA VIGENTE PARA EL CUPS
      *            (SAL718F); SI NO, SOLO SE CARGA CON LA FASE
      *            PRESUPUESTADA, A NOMBRE DE PARTICULAR Y AL VALOR DEL
      *            PRESUPUESTO.
      * MODO "A" - ANULA UN PROCEDIMIENTO PENDIENTE; SI YA ESTA
      *            REALIZADO Y SU CARGO NO SE HA FACTURADO, LO REVERSA
      *            Y EL PROCEDIMIENTO VUELVE A PENDIENTE.
      * EL ESTADO QUE DEJA EL PROCEDIMIENTO EN EL DIENTE (OBTURADO,
      * EXTRAIDO...) LO ANOTA EL ODONTOLOGO CON EL MODO "O". LA HOJA
      * IMPRESA ES HC153-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC153.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ODONTOGRAMA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ODONTO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ODG
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-ODONTO-HIST LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-ODONTOH-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-ODH
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-ODONTO-IND LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-ODONTOI-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS PACI-ODI
000260         ALTERNATE RECORD KEY IS FECHA-EXAM-ODI WITH DUPLICATES
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-PLAN-ODONTO LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-PLANODO-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-PLO
000330         FILE STATUS IS OTR-STAT.

000340     SELECT ARCHIVO-TRAT-ODONTO LOCK MODE IS AUTOMATIC
000350         ASSIGN NOM-TRATODO-W
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LLAVE-TTO
000390         ALTERNATE RECORD KEY IS LLAVE-CUPS-TTO WITH DUPLICATES
000400         FILE STATUS IS OTR-STAT.

000410     SELECT ARCHIVO-PRESUP-DET LOCK MODE IS AUTOMATIC
000420         ASSIGN NOM-PRESUPD-W
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LLAVE-PRED
000460         FILE STATUS IS OTR-STAT.

000470     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000480         ASSIGN NOM-PACIE-W
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS COD-PACI
000520         FILE STATUS IS OTR-STAT.

000530     SELECT ARCHIVO-CUPS LOCK MODE IS AUTOMATIC
000540         ASSIGN NOM-CUPS-W
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LLAVE-CUP
000580         ALTERNATE RECORD KEY IS DESCRIP-CUP WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT ARCHIVO-ENFERMEDAD LOCK MODE IS AUTOMATIC
000610         ASSIGN NOM-ENFER-W
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LLAVE-ENF
000650         ALTERNATE RECORD KEY IS NOMBRE-ENF WITH DUPLICATES
000660         FILE STATUS IS OTR-STAT.

000670 DATA DIVISION.
000680 FILE SECTION.

000690 FD  ARCHIVO-ODONTOGRAMA
000700     LABEL RECORD STANDARD.
000710 01  REG-ODG.
000720     02 LLAVE-ODG.
000730        03 PACI-ODG             PIC X(15).
000740        03 DIENTE-ODG           PIC 99.
000750     02 ESTADO-ODG              PIC X.
000760        88 DIENTE-PRESENTE      VALUE "P".
000770        88 DIENTE-EXTRAIDO      VALUE "E".
000780        88 DIENTE-EXTRAER       VALUE "X".
000790        88 DIENTE-AUSENTE       VALUE "A".
000800        88 DIENTE-CORONA        VALUE "K".
000810        88 DIENTE-IMPLANTE      VALUE "I".
000820        88 ESTADO-VALIDO        VALUE "P" "E" "X" "A" "K" "I".
000830     02 SUPERF-ODG              PIC X OCCURS 5.
000840     02 FECHA-ODG               PIC 9(8).
000850     02 PROF-ODG                PIC 9(10).

000860 FD  ARCHIVO-ODONTO-HIST
000870     LABEL RECORD STANDARD.
000880 01  REG-ODH.
000890     02 LLAVE-ODH.
000900        03 PACI-ODH             PIC X(15).
000910        03 DIENTE-ODH           PIC 99.
000920        03 FECHA-ODH            PIC 9(8).
000930        03 HORA-ODH             PIC 9(6).
000940        03 POSICION-ODH         PIC 9.
000950     02 ANTERIOR-ODH            PIC X.
000960     02 NUEVO-ODH               PIC X.
000970     02 PROF-ODH                PIC 9(10).
000980     02 USUARIO-ODH             PIC X(4).

000990 FD  ARCHIVO-ODONTO-IND
001000     LABEL RECORD STANDARD.
001010 01  REG-ODI.
001020     02 PACI-ODI                PIC X(15).
001030     02 FECHA-EXAM-ODI          PIC 9(8).
001040     02 PROF-ODI                PIC 9(10).
001050     02 COP-ODI.
001060        03 CAR-PERM-ODI         PIC 99.
001070        03 OBT-PERM-ODI         PIC 99.
001080        03 PER-PERM-ODI         PIC 99.
001090     02 CEO-ODI.
001100        03 CAR-TEMP-ODI         PIC 99.
001110        03 EXT-TEMP-ODI         PIC 99.
001120        03 OBT-TEMP-ODI         PIC 99.
001130     02 TOT-COP-ODI             PIC 99.
001140     02 TOT-CEO-ODI             PIC 99.
001150     02 PERM-PRES-ODI           PIC 99.
001160     02 TEMP-PRES-ODI           PIC 99.

001170 FD  ARCHIVO-PLAN-ODONTO
001180     LABEL RECORD STANDARD.
001190 01  REG-PLO.
001200     02 LLAVE-PLO.
001210        03 PACI-PLO             PIC X(15).
001220        03 NRO-PLO              PIC 9(3).
001230     02 FECHA-PLO               PIC 9(8).
001240     02 PROF-PLO                PIC 9(10).
001250     02 ENTIDAD-PLO             PIC X(6).
001260     02 ESTADO-PLO              PIC X.
001270        88 PLAN-ACTIVO          VALUE "A".
001280        88 PLAN-TERMINADO       VALUE "T".
001290     02 FASE-PLO                OCCURS 5.
001300        03 DESCRIP-FASE-PLO     PIC X(30).
001310        03 ESTADO-FASE-PLO      PIC X.
001320        03 PRESUP-FASE-PLO      PIC 9(6).
001330        03 VALOR-PRESUP-PLO     PIC 9(11)V99.
001340        03 FECHA-PRESUP-PLO     PIC 9(8).

001350 FD  ARCHIVO-TRAT-ODONTO
001360     LABEL RECORD STANDARD.
001370 01  REG-TTO.
001380     02 LLAVE-TTO.
001390        03 PACI-TTO             PIC X(15).
001400        03 PLAN-TTO             PIC 9(3).
001410        03 FASE-TTO             PIC 9.
001420        03 ITEM-TTO             PIC 9(3).
001430     02 LLAVE-CUPS-TTO.
001440        03 PACI-CUPS-TTO        PIC X(15).
001450        03 CUPS-TTO             PIC X(12).
001460     02 DIENTE-TTO              PIC 99.
001470     02 SUPERF-TTO              PIC X(5).
001480     02 DIAG-TTO                PIC X(4).
001490     02 FINALIDAD-TTO           PIC XX.
001500     02 ESTADO-TTO              PIC X.
001510        88 TRAT-PENDIENTE       VALUE "P".
001520        88 TRAT-REALIZADO       VALUE "R".
001530        88 TRAT-ANULADO         VALUE "A".
001540     02 CUBIERTO-TTO            PIC X.
001550     02 VALOR-PRESUP-TTO        PIC 9(9)V99.
001560     02 FECHA-REAL-TTO          PIC 9(8).
001570     02 PROF-REAL-TTO           PIC 9(10).
001580     02 LLAVE-NUM-TTO           PIC X(7).
001590     02 RIPS-FACT-TTO           PIC X(12).

001600 FD  ARCHIVO-PRESUP-DET
001610     LABEL RECORD STANDARD.
001620 01  REG-PRED.
001630     02 LLAVE-PRED.
001640        03 LLAVE-PRE-PRED.
001650           05 PREFIJO-PRED      PIC X.
001660           05 NRO-PRED          PIC 9(6).
001670        03 ITEM-PRED            PIC 9(3).
001680     02 TIPO-PRED               PIC X.
001690     02 COD-PRED                PIC X(12).
001700     02 DESCRIP-PRED            PIC X(40).
001710     02 CANT-PRED               PIC 9(3).
001720     02 VLR-UNIT-PRED           PIC 9(9)V99.
001730     02 VLR-TOTAL-PRED          PIC 9(11)V99.

001740 FD  ARCHIVO-PACIENTES
001750     LABEL RECORD STANDARD.
001760 01  REG-PACI.
001770     02 COD-PACI                PIC X(15).
001780     02 DESCRIP-PACI            PIC X(40).
001790     02 EPS-PACI                PIC X(6).
001800     02 FILLER                  PIC X(75).

001810 FD  ARCHIVO-CUPS
001820     LABEL RECORD STANDARD.
001830 01  REG-CUP.
001840     02 LLAVE-CUP               PIC X(12).
001850     02 DESCRIP-CUP             PIC X(80).
001860     02 TIPO-CUP                PIC X.
001870     02 ABREV-CUP               PIC X(5).
001880     02 DURACION-CUP            PIC X(3).
001890     02 COSTO-CUP               PIC 9(9)V99.

001900 FD  ARCHIVO-ENFERMEDAD
001910     LABEL RECORD STANDARD.
001920 01  REG-ENF.
001930     02 LLAVE-ENF               PIC X(4).
001940     02 NOMBRE-ENF              PIC X(70).

001950 WORKING-STORAGE SECTION.

001960 77  NOM-ODONTO-W               PIC X(60)
001970     VALUE "D:\progelect\DATOS\SC-ODONTO.DAT".
001980 77  NOM-ODONTOH-W              PIC X(60)
001990     VALUE "D:\progelect\DATOS\SC-ODONTOH.DAT".
002000 77  NOM-ODONTOI-W              PIC X(60)
002010     VALUE "D:\progelect\DATOS\SC-ODONTOI.DAT".
002020 77  NOM-PLANODO-W              PIC X(60)
002030     VALUE "D:\progelect\DATOS\SC-PLANODO.DAT".
002040 77  NOM-TRATODO-W              PIC X(60)
002050     VALUE "D:\progelect\DATOS\SC-TRATODO.DAT".
002060 77  NOM-PRESUPD-W              PIC X(60)
002070     VALUE "D:\progelect\DATOS\SC-PRESUPD.DAT".
002080 77  NOM-PACIE-W                PIC X(60)
002090     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002100 77  NOM-CUPS-W                 PIC X(60)
002110     VALUE "D:\progelect\DATOS\SC-CUPS.DAT".
002120 77  NOM-ENFER-W                PIC X(60)
002130     VALUE "D:\progelect\DATOS\SC-ARCHENF.DAT".
002140 77  OTR-STAT                   PIC XX.
002150 77  FECHA-HOY-W                PIC 9(8).
002160 77  HORA-HOY-W                 PIC 9(6).
002170 77  SW-EXISTE-W                PIC 9 VALUE 0.
002180 77  SW-FIN-W                   PIC 9 VALUE 0.
002190 77  SW-CARIES-W                PIC 9 VALUE 0.
002200 77  SW-OBTURADO-W              PIC 9 VALUE 0.
002210 77  SW-CUBIERTO-W              PIC 9 VALUE 0.
002220 77  IX-W                       PIC 9 VALUE 0.
002230 77  IX-ITEM-W                  PIC 99 VALUE 0.
002240 77  CUADRANTE-W                PIC 9 VALUE 0.
002250 77  POSICION-W                 PIC 9 VALUE 0.
002260 77  ITEM-NUEVO-W               PIC 9(3) VALUE 0.
002270 77  PEND-FASE-W                PIC 9(3) VALUE 0.
002280 77  REAL-FASE-W                PIC 9(3) VALUE 0.
002290 77  TOT-FASE-W                 PIC 9(3) VALUE 0.
002300 77  ESTADO-ANT-W               PIC X.
002310 77  EPS-PACI-W                 PIC X(6).

      * LO QUE LA ENTIDAD NO CUBRE SE CARGA A NOMBRE DE PARTICULAR
002320 77  ENTIDAD-PARTIC-W           PIC X(6) VALUE "PARTIC".

      * CONSULTA DE TARIFA CONTRATADA (SAL718F) = COBERTURA
002330 77  MODO-TARIFA-W              PIC X VALUE "C".
002340 77  VALOR-TARIFA-W             PIC 9(9)V99.
002350 77  OPERADOR-TARIFA-W          PIC X(4) VALUE SPACES.
002360 77  RESULT-TARIFA-W            PIC X.

      * PRESUPUESTO DE LA FASE (SER107); EL ITEM N DEL PRESUPUESTO ES
      * EL PROCEDIMIENTO GUARDADO EN ITEM-PRESUP-W (N)
002370 77  NIT-PRESUP-W               PIC 9(10) VALUE 0.
002380 77  ENTIDAD-PRESUP-W           PIC X(6) VALUE SPACES.
002390 77  CANT-ITEMS-W               PIC 99 VALUE 0.
002400 77  NRO-PRESUP-W               PIC 9(6) VALUE 0.
002410 77  VALOR-PRESUP-W             PIC 9(11)V99 VALUE 0.
002420 77  RESULT-PRESUP-W            PIC X.
002430 77  PREFIJO-PRESUP-W           PIC X VALUE "Q".
002440 01  TABLA-ITEMS-W.
002450     02 ITEM-PRESUP-LIN-W       OCCURS 20.
002460        03 TIPO-ITEM-W          PIC X.
002470        03 COD-ITEM-W           PIC X(12).
002480        03 CANT-ITEM-W          PIC 9(3).
002490 01  TABLA-LLAVES-W.
002500     02 ITEM-PRESUP-W           PIC 9(3) OCCURS 20.

      * CARGO DEL PROCEDIMIENTO A LA CUENTA DEL INGRESO (SER108-30)
002510 01  CARGO-W.
002520     02 MODO-CARGO-W            PIC X VALUE "G".
002530     02 ENTIDAD-CARGO-W         PIC X(6) VALUE SPACES.
002540     02 TIPO-CARGO-W            PIC X VALUE "C".
002550     02 COD-CARGO-W             PIC X(12).
002560     02 CANT-CARGO-W            PIC 9(4) VALUE 1.
002570     02 VALOR-CARGO-W           PIC 9(9)V99 VALUE 0.
002580     02 ORIGEN-CARGO-W          PIC X(4) VALUE "ODON".
002590     02 REFER-CARGO-W.
002600        03 CUENTA-REF-W         PIC X(7).
002610        03 PLAN-REF-W           PIC 9(3).
002620        03 FASE-REF-W           PIC 9.
002630        03 ITEM-REF-W           PIC 9(3).
002640        03 FILLER               PIC X(6) VALUE SPACES.
002650     02 RESULT-CARGO-W          PIC X.

002660 LINKAGE SECTION.
002670 01  MODO-LNK                   PIC X.
002680     88 MODO-ODONTOGRAMA        VALUE "O".
002690     88 MODO-PLAN               VALUE "P".
002700     88 MODO-DETALLE            VALUE "D".
002710     88 MODO-PRESUPUESTO        VALUE "B".
002720     88 MODO-REALIZADO          VALUE "R".
002730     88 MODO-ANULAR             VALUE "A".
002740 01  DATOS-ODONTO-LNK.
002750     02 PACI-LNK                PIC X(15).
002760     02 PROF-LNK                PIC 9(10).
002770     02 USUARIO-LNK             PIC X(4).
002780     02 DIENTE-LNK              PIC 99.
002790     02 ESTADO-DIENTE-LNK       PIC X.
002800     02 SUPERF-LNK              PIC X OCCURS 5.
002810     02 NRO-PLAN-LNK            PIC 9(3).
002820     02 DESCRIP-FASE-LNK        PIC X(30) OCCURS 5.
002830     02 FASE-LNK                PIC 9.
002840     02 ITEM-LNK                PIC 9(3).
002850     02 CUPS-LNK                PIC X(12).
002860     02 SUPERF-PROC-LNK         PIC X(5).
002870     02 DIAG-LNK                PIC X(4).
002880     02 FINALIDAD-LNK           PIC XX.
002890     02 LLAVE-NUM-LNK           PIC X(7).
002900     02 FECHA-LNK               PIC 9(8).
002910     02 NRO-PRESUP-LNK          PIC 9(6).
002920     02 VALOR-PRESUP-LNK        PIC 9(11)V99.
002930 01  RESULT-LNK                 PIC X.
002940     88 ODONTO-OK               VALUE "S".
002950     88 ODONTO-INVALIDO         VALUE "I".
002960     88 ODONTO-NO-EXISTE        VALUE "E".
002970     88 ODONTO-SIN-PRESUP       VALUE "C".
002980     88 ODONTO-SIN-CUENTA       VALUE "X".
002990     88 ODONTO-FACTURADO        VALUE "F".
003000     88 ODONTO-NO-OK            VALUE "N".

003010 PROCEDURE DIVISION USING MODO-LNK DATOS-ODONTO-LNK RESULT-LNK.

003020 MAINLINE.
003030     MOVE "N" TO RESULT-LNK.
003040     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
003050     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
003060     EVALUATE TRUE
003070        WHEN MODO-ODONTOGRAMA
003080             PERFORM REGISTRAR-DIENTE THRU FIN-REGISTRAR-DIENTE
003090        WHEN MODO-PLAN
003100             PERFORM ABRIR-PLAN THRU FIN-ABRIR-PLAN
003110        WHEN MODO-DETALLE
003120             PERFORM AGREGAR-PROCEDIMIENTO THRU FIN-AGREGAR
003130        WHEN MODO-PRESUPUESTO
003140             PERFORM PRESUPUESTAR-FASE THRU FIN-PRESUPUESTAR
003150        WHEN MODO-REALIZADO
003160             PERFORM REALIZAR-PROCEDIMIENTO THRU FIN-REALIZAR
003170        WHEN MODO-ANULAR
003180             PERFORM ANULAR-PROCEDIMIENTO THRU FIN-ANULAR
003190     END-EVALUATE.
003200     EXIT PROGRAM.

      *--- PERMANENTES: CUADRANTE 1 A 4, DIENTE 1 A 8; TEMPORALES:
      *--- CUADRANTE 5 A 8, DIENTE 1 A 5
003210 VALIDAR-DIENTE.
003220     DIVIDE DIENTE-LNK BY 10 GIVING CUADRANTE-W
003230            REMAINDER POSICION-W.
003240     IF CUADRANTE-W < 1 OR CUADRANTE-W > 8 OR POSICION-W = 0
003250        OR (CUADRANTE-W < 5 AND POSICION-W > 8)
003260        OR (CUADRANTE-W > 4 AND POSICION-W > 5)
003270        MOVE "I" TO RESULT-LNK
003280     END-IF.

003290 REGISTRAR-DIENTE.
003300     IF PACI-LNK = SPACES OR PROF-LNK = 0
003310        MOVE "I" TO RESULT-LNK
003320        GO TO FIN-REGISTRAR-DIENTE
003330     END-IF.
003340     PERFORM VALIDAR-DIENTE.
003350     IF ESTADO-DIENTE-LNK NOT = SPACE
003360        MOVE ESTADO-DIENTE-LNK TO ESTADO-ODG
003370        IF NOT ESTADO-VALIDO
003380           MOVE "I" TO RESULT-LNK
003390        END-IF
003400     END-IF.
003410     PERFORM VALIDAR-SUPERFICIE VARYING IX-W FROM 1 BY 1
003420             UNTIL IX-W > 5.
003430     IF ODONTO-INVALIDO
003440        GO TO FIN-REGISTRAR-DIENTE
003450     END-IF.
003460     PERFORM LEER-PACIENTE.
003470     IF ODONTO-INVALIDO
003480        GO TO FIN-REGISTRAR-DIENTE
003490     END-IF.
003500     OPEN I-O ARCHIVO-ODONTOGRAMA.
003510     IF OTR-STAT = "35"
003520        OPEN OUTPUT ARCHIVO-ODONTOGRAMA
003530        CLOSE ARCHIVO-ODONTOGRAMA
003540        OPEN I-O ARCHIVO-ODONTOGRAMA
003550     END-IF.
003560     OPEN I-O ARCHIVO-ODONTO-HIST.
003570     IF OTR-STAT = "35"
003580        OPEN OUTPUT ARCHIVO-ODONTO-HIST
003590        CLOSE ARCHIVO-ODONTO-HIST
003600        OPEN I-O ARCHIVO-ODONTO-HIST
003610     END-IF.
003620     MOVE PACI-LNK   TO PACI-ODG.
003630     MOVE DIENTE-LNK TO DIENTE-ODG.
003640     MOVE 1 TO SW-EXISTE-W.
003650     READ ARCHIVO-ODONTOGRAMA
003660          INVALID KEY MOVE 0 TO SW-EXISTE-W
003670     END-READ.
003680     IF SW-EXISTE-W = 0
003690        INITIALIZE REG-ODG
003700        MOVE PACI-LNK   TO PACI-ODG
003710        MOVE DIENTE-LNK TO DIENTE-ODG
003720        MOVE "P"        TO ESTADO-ODG
003730        PERFORM INICIAR-SUPERFICIE VARYING IX-W FROM 1 BY 1
003740                UNTIL IX-W > 5
003750     END-IF.
003760     IF ESTADO-DIENTE-LNK NOT = SPACE
003770        AND ESTADO-DIENTE-LNK NOT = ESTADO-ODG
003780        MOVE 0                 TO POSICION-W
003790        MOVE ESTADO-ODG        TO ESTADO-ANT-W
003800        MOVE ESTADO-DIENTE-LNK TO ESTADO-ODG
003810        PERFORM GRABAR-HISTORIA
003820     END-IF.
003830     PERFORM CAMBIAR-SUPERFICIE VARYING IX-W FROM 1 BY 1
003840             UNTIL IX-W > 5.
003850     MOVE FECHA-HOY-W TO FECHA-ODG.
003860     MOVE PROF-LNK    TO PROF-ODG.
003870     IF SW-EXISTE-W = 1
003880        REWRITE REG-ODG INVALID KEY CONTINUE END-REWRITE
003890     ELSE
003900        WRITE REG-ODG INVALID KEY CONTINUE END-WRITE
003910     END-IF.
003920     CLOSE ARCHIVO-ODONTO-HIST.
003930     PERFORM CALCULAR-INDICES.
003940     CLOSE ARCHIVO-ODONTOGRAMA.
003950     MOVE "S" TO RESULT-LNK.

003960 FIN-REGISTRAR-DIENTE.
003970     EXIT.

003980 VALIDAR-SUPERFICIE.
003990     IF SUPERF-LNK (IX-W) NOT = SPACE
004000        AND SUPERF-LNK (IX-W) NOT = "S" AND NOT = "C"
004010        AND NOT = "O" AND NOT = "D" AND NOT = "L" AND NOT = "F"
004020        MOVE "I" TO RESULT-LNK
004030     END-IF.

004040 INICIAR-SUPERFICIE.
004050     MOVE "S" TO SUPERF-ODG (IX-W).

004060 CAMBIAR-SUPERFICIE.
004070     IF SUPERF-LNK (IX-W) NOT = SPACE
004080        AND SUPERF-LNK (IX-W) NOT = SUPERF-ODG (IX-W)
004090        MOVE IX-W              TO POSICION-W
004100        MOVE SUPERF-ODG (IX-W) TO ESTADO-ANT-W
004110        MOVE SUPERF-LNK (IX-W) TO SUPERF-ODG (IX-W)
004120        PERFORM GRABAR-HISTORIA
004130     END-IF.

      *--- POSICION 0 ES EL ESTADO DEL DIENTE, 1 A 5 LAS SUPERFICIES
004140 GRABAR-HISTORIA.
004150     INITIALIZE REG-ODH.
004160     MOVE PACI-LNK     TO PACI-ODH.
004170     MOVE DIENTE-LNK   TO DIENTE-ODH.
004180     MOVE FECHA-HOY-W  TO FECHA-ODH.
004190     MOVE HORA-HOY-W   TO HORA-ODH.
004200     MOVE POSICION-W   TO POSICION-ODH.
004210     MOVE ESTADO-ANT-W TO ANTERIOR-ODH.
004220     IF POSICION-W = 0
004230        MOVE ESTADO-ODG TO NUEVO-ODH
004240     ELSE
004250        MOVE SUPERF-ODG (POSICION-W) TO NUEVO-ODH
004260     END-IF.
004270     MOVE PROF-LNK     TO PROF-ODH.
004280     MOVE USUARIO-LNK  TO USUARIO-ODH.
004290     WRITE REG-ODH
004300         INVALID KEY REWRITE REG-ODH
004310                         INVALID KEY CONTINUE
004320                     END-REWRITE
004330     END-WRITE.

      *--- COP/CEO SOBRE TODO EL ODONTOGRAMA DEL PACIENTE
004340 CALCULAR-INDICES.
004350     INITIALIZE REG-ODI.
004360     MOVE PACI-LNK    TO PACI-ODI.
004370     MOVE FECHA-HOY-W TO FECHA-EXAM-ODI.
004380     MOVE PROF-LNK    TO PROF-ODI.
004390     MOVE PACI-LNK    TO PACI-ODG.
004400     MOVE 0           TO DIENTE-ODG.
004410     MOVE 0           TO SW-FIN-W.
004420     START ARCHIVO-ODONTOGRAMA KEY IS >= LLAVE-ODG
004430           INVALID KEY MOVE 1 TO SW-FIN-W
004440     END-START.
004450     PERFORM CONTAR-DIENTE UNTIL SW-FIN-W = 1.
004460     COMPUTE TOT-COP-ODI = CAR-PERM-ODI + OBT-PERM-ODI
004470                         + PER-PERM-ODI.
004480     COMPUTE TOT-CEO-ODI = CAR-TEMP-ODI + EXT-TEMP-ODI
004490                         + OBT-TEMP-ODI.
004500     OPEN I-O ARCHIVO-ODONTO-IND.
004510     IF OTR-STAT = "35"
004520        OPEN OUTPUT ARCHIVO-ODONTO-IND
004530        CLOSE ARCHIVO-ODONTO-IND
004540        OPEN I-O ARCHIVO-ODONTO-IND
004550     END-IF.
004560     WRITE REG-ODI
004570         INVALID KEY REWRITE REG-ODI
004580                         INVALID KEY CONTINUE
004590                     END-REWRITE
004600     END-WRITE.
004610     CLOSE ARCHIVO-ODONTO-IND.

004620 CONTAR-DIENTE.
004630     READ ARCHIVO-ODONTOGRAMA NEXT
004640          AT END MOVE 1 TO SW-FIN-W
004650     END-READ.
004660     IF SW-FIN-W = 0
004670        IF PACI-ODG NOT = PACI-LNK
004680           MOVE 1 TO SW-FIN-W
004690        ELSE
004700           PERFORM CLASIFICAR-DIENTE
004710        END-IF
004720     END-IF.

004730 CLASIFICAR-DIENTE.
004740     MOVE 0 TO SW-CARIES-W SW-OBTURADO-W.
004750     PERFORM REVISAR-SUPERFICIE VARYING IX-W FROM 1 BY 1
004760             UNTIL IX-W > 5.
004770     IF DIENTE-CORONA
004780        MOVE 1 TO SW-OBTURADO-W
004790     END-IF.
004800     IF DIENTE-ODG < 50
004810        IF DIENTE-PRESENTE OR DIENTE-CORONA OR DIENTE-EXTRAER
004820           ADD 1 TO PERM-PRES-ODI
004830        END-IF
004840        EVALUATE TRUE
004850           WHEN DIENTE-EXTRAIDO OR DIENTE-EXTRAER
004860                ADD 1 TO PER-PERM-ODI
004870           WHEN DIENTE-AUSENTE OR DIENTE-IMPLANTE
004880                CONTINUE
004890           WHEN SW-CARIES-W = 1
004900                ADD 1 TO CAR-PERM-ODI
004910           WHEN SW-OBTURADO-W = 1
004920                ADD 1 TO OBT-PERM-ODI
004930        END-EVALUATE
004940     ELSE
004950        IF DIENTE-PRESENTE OR DIENTE-CORONA OR DIENTE-EXTRAER
004960           ADD 1 TO TEMP-PRES-ODI
004970        END-IF
004980        EVALUATE TRUE
004990           WHEN DIENTE-EXTRAIDO OR DIENTE-EXTRAER
005000                ADD 1 TO EXT-TEMP-ODI
005010           WHEN DIENTE-AUSENTE OR DIENTE-IMPLANTE
005020                CONTINUE
005030           WHEN SW-CARIES-W = 1
005040                ADD 1 TO CAR-TEMP-ODI
005050           WHEN SW-OBTURADO-W = 1
005060                ADD 1 TO OBT-TEMP-ODI
005070        END-EVALUATE
005080     END-IF.

005090 REVISAR-SUPERFICIE.
005100     EVALUATE SUPERF-ODG (IX-W)
005110        WHEN "C"
005120        WHEN "D" MOVE 1 TO SW-CARIES-W
005130        WHEN "O" MOVE 1 TO SW-OBTURADO-W
005140     END-EVALUATE.

005150 LEER-PACIENTE.
005160     MOVE SPACES TO EPS-PACI-W.
005170     OPEN INPUT ARCHIVO-PACIENTES.
005180     IF OTR-STAT NOT = "00"
005190        MOVE "I" TO RESULT-LNK
005200     ELSE
005210        MOVE PACI-LNK TO COD-PACI
005220        READ ARCHIVO-PACIENTES
005230             INVALID KEY MOVE "I" TO RESULT-LNK
005240             NOT INVALID KEY MOVE EPS-PACI TO EPS-PACI-W
005250        END-READ
005260        CLOSE ARCHIVO-PACIENTES
005270     END-IF.

      *--- EL PLAN NUEVO TOMA EL SIGUIENTE NUMERO DEL PACIENTE; DEBE
      *--- TRAER AL MENOS LA PRIMERA FASE DESCRITA
005280 ABRIR-PLAN.
005290     IF PACI-LNK = SPACES OR PROF-LNK = 0
005300        OR DESCRIP-FASE-LNK (1) = SPACES
005310        MOVE "I" TO RESULT-LNK
005320        GO TO FIN-ABRIR-PLAN
005330     END-IF.
005340     PERFORM LEER-PACIENTE.
005350     IF ODONTO-INVALIDO
005360        GO TO FIN-ABRIR-PLAN
005370     END-IF.
005380     OPEN I-O ARCHIVO-PLAN-ODONTO.
005390     IF OTR-STAT = "35"
005400        OPEN OUTPUT ARCHIVO-PLAN-ODONTO
005410        CLOSE ARCHIVO-PLAN-ODONTO
005420        OPEN I-O ARCHIVO-PLAN-ODONTO
005430     END-IF.
005440     MOVE 0 TO NRO-PLAN-LNK SW-FIN-W.
005450     MOVE PACI-LNK TO PACI-PLO.
005460     MOVE 999      TO NRO-PLO.
005470     START ARCHIVO-PLAN-ODONTO KEY IS <= LLAVE-PLO
005480           INVALID KEY MOVE 1 TO SW-FIN-W
005490     END-START.
005500     IF SW-FIN-W = 0
005510        READ ARCHIVO-PLAN-ODONTO PREVIOUS
005520             AT END CONTINUE
005530             NOT AT END
005540                IF PACI-PLO = PACI-LNK
005550                   MOVE NRO-PLO TO NRO-PLAN-LNK
005560                END-IF
005570        END-READ
005580     END-IF.
005590     ADD 1 TO NRO-PLAN-LNK.
005600     INITIALIZE REG-PLO.
005610     MOVE PACI-LNK     TO PACI-PLO.
005620     MOVE NRO-PLAN-LNK TO NRO-PLO.
005630     MOVE FECHA-HOY-W  TO FECHA-PLO.
005640     MOVE PROF-LNK     TO PROF-PLO.
005650     MOVE EPS-PACI-W   TO ENTIDAD-PLO.
005660     MOVE "A"          TO ESTADO-PLO.
005670     PERFORM PASAR-FASE VARYING IX-W FROM 1 BY 1
005680             UNTIL IX-W > 5.
005690     WRITE REG-PLO INVALID KEY MOVE "N" TO RESULT-LNK
005700               NOT INVALID KEY MOVE "S" TO RESULT-LNK
005710     END-WRITE.
005720     CLOSE ARCHIVO-PLAN-ODONTO.

005730 FIN-ABRIR-PLAN.
005740     EXIT.

      *--- FASE: P PENDIENTE, E EN EJECUCION, T TERMINADA
005750 PASAR-FASE.
005760     MOVE DESCRIP-FASE-LNK (IX-W) TO DESCRIP-FASE-PLO (IX-W).
005770     IF DESCRIP-FASE-LNK (IX-W) NOT = SPACES
005780        MOVE "P" TO ESTADO-FASE-PLO (IX-W)
005790     END-IF.

005800 LEER-PLAN.
005810     OPEN I-O ARCHIVO-PLAN-ODONTO.
005820     IF OTR-STAT NOT = "00"
005830        MOVE "E" TO RESULT-LNK
005840     ELSE
005850        MOVE PACI-LNK     TO PACI-PLO
005860        MOVE NRO-PLAN-LNK TO NRO-PLO
005870        READ ARCHIVO-PLAN-ODONTO
005880             INVALID KEY MOVE "E" TO RESULT-LNK
005890        END-READ
005900        IF NOT ODONTO-NO-EXISTE
005910           IF FASE-LNK < 1 OR FASE-LNK > 5
005920              MOVE "I" TO RESULT-LNK
005930           ELSE
005940              IF DESCRIP-FASE-PLO (FASE-LNK) = SPACES
005950                 MOVE "I" TO RESULT-LNK
005960              END-IF
005970           END-IF
005980        END-IF
005990        IF RESULT-LNK NOT = "N"
006000           CLOSE ARCHIVO-PLAN-ODONTO
006010        END-IF
006020     END-IF.

006030 ABRIR-TRATAMIENTOS.
006040     OPEN I-O ARCHIVO-TRAT-ODONTO.
006050     IF OTR-STAT = "35"
006060        OPEN OUTPUT ARCHIVO-TRAT-ODONTO
006070        CLOSE ARCHIVO-TRAT-ODONTO
006080        OPEN I-O ARCHIVO-TRAT-ODONTO
006090     END-IF.

      *--- EL PROCEDIMIENTO VA AL FINAL DE LA FASE; EL DIENTE ES
      *--- OPCIONAL (CERO PARA LOS DE BOCA COMPLETA: PROFILAXIS,
      *--- DETARTRAJE...) Y EL DIAGNOSTICO DEBE EXISTIR
006100 AGREGAR-PROCEDIMIENTO.
006110     IF CUPS-LNK = SPACES OR DIAG-LNK = SPACES
006120        MOVE "I" TO RESULT-LNK
006130        GO TO FIN-AGREGAR
006140     END-IF.
006150     IF DIENTE-LNK NOT = 0
006160        PERFORM VALIDAR-DIENTE
006170        IF ODONTO-INVALIDO
006180           GO TO FIN-AGREGAR
006190        END-IF
006200     END-IF.
006210     OPEN INPUT ARCHIVO-CUPS.
006220     MOVE CUPS-LNK TO LLAVE-CUP.
006230     READ ARCHIVO-CUPS
006240          INVALID KEY MOVE "I" TO RESULT-LNK
006250     END-READ.
006260     CLOSE ARCHIVO-CUPS.
006270     OPEN INPUT ARCHIVO-ENFERMEDAD.
006280     MOVE DIAG-LNK TO LLAVE-ENF.
006290     READ ARCHIVO-ENFERMEDAD
006300          INVALID KEY MOVE "I" TO RESULT-LNK
006310     END-READ.
006320     CLOSE ARCHIVO-ENFERMEDAD.
006330     IF ODONTO-INVALIDO
006340        GO TO FIN-AGREGAR
006350     END-IF.
006360     PERFORM LEER-PLAN.
006370     IF RESULT-LNK NOT = "N"
006380        GO TO FIN-AGREGAR
006390     END-IF.
006400     IF NOT PLAN-ACTIVO
006410        MOVE "I" TO RESULT-LNK
006420        CLOSE ARCHIVO-PLAN-ODONTO
006430        GO TO FIN-AGREGAR
006440     END-IF.
006450     PERFORM ABRIR-TRATAMIENTOS.
006460     MOVE 0 TO ITEM-NUEVO-W SW-FIN-W.
006470     MOVE PACI-LNK     TO PACI-TTO.
006480     MOVE NRO-PLAN-LNK TO PLAN-TTO.
006490     MOVE FASE-LNK     TO FASE-TTO.
006500     MOVE 999          TO ITEM-TTO.
006510     START ARCHIVO-TRAT-ODONTO KEY IS <= LLAVE-TTO
006520           INVALID KEY MOVE 1 TO SW-FIN-W
006530     END-START.
006540     IF SW-FIN-W = 0
006550        READ ARCHIVO-TRAT-ODONTO PREVIOUS
006560             AT END CONTINUE
006570             NOT AT END
006580                IF PACI-TTO = PACI-LNK
006590                   AND PLAN-TTO = NRO-PLAN-LNK
006600                   AND FASE-TTO = FASE-LNK
006610                   MOVE ITEM-TTO TO ITEM-NUEVO-W
006620                END-IF
006630        END-READ
006640     END-IF.
006650     ADD 1 TO ITEM-NUEVO-W.
006660     INITIALIZE REG-TTO.
006670     MOVE PACI-LNK        TO PACI-TTO PACI-CUPS-TTO.
006680     MOVE NRO-PLAN-LNK    TO PLAN-TTO.
006690     MOVE FASE-LNK        TO FASE-TTO.
006700     MOVE ITEM-NUEVO-W    TO ITEM-TTO.
006710     MOVE CUPS-LNK        TO CUPS-TTO.
006720     MOVE DIENTE-LNK      TO DIENTE-TTO.
006730     MOVE SUPERF-PROC-LNK TO SUPERF-TTO.
006740     MOVE DIAG-LNK        TO DIAG-TTO.
006750     MOVE FINALIDAD-LNK   TO FINALIDAD-TTO.
006760     MOVE "P"             TO ESTADO-TTO.
006770     WRITE REG-TTO INVALID KEY MOVE "N" TO RESULT-LNK
006780               NOT INVALID KEY MOVE "S" TO RESULT-LNK
006790     END-WRITE.
006800     MOVE ITEM-NUEVO-W TO ITEM-LNK.
006810     IF ODONTO-OK AND ESTADO-FASE-PLO (FASE-LNK) = "T"
006820        MOVE "E" TO ESTADO-FASE-PLO (FASE-LNK)
006830        REWRITE REG-PLO INVALID KEY CONTINUE END-REWRITE
006840     END-IF.
006850     CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO.

006860 FIN-AGREGAR.
006870     EXIT.

      *--- LA ENTIDAD CUBRE EL CUPS SI TIENE TARIFA CONTRATADA VIGENTE
006880 VERIFICAR-COBERTURA.
006890     MOVE 0 TO SW-CUBIERTO-W.
006900     IF EPS-PACI-W NOT = SPACES
006910        MOVE 0 TO VALOR-TARIFA-W
006920        CALL "SAL718F" USING MODO-TARIFA-W EPS-PACI-W CUPS-TTO
006930                             FECHA-HOY-W VALOR-TARIFA-W
006940                             OPERADOR-TARIFA-W RESULT-TARIFA-W
006950        IF RESULT-TARIFA-W = "S"
006960           MOVE 1 TO SW-CUBIERTO-W
006970        END-IF
006980     END-IF.

      *--- SER107 NUMERA Y VALORA EL PRESUPUESTO; LUEGO SE TRAE EL
      *--- VALOR UNITARIO DE CADA ITEM PARA CARGARLO AL REALIZARLO
006990 PRESUPUESTAR-FASE.
007000     PERFORM LEER-PACIENTE.
007010     IF ODONTO-INVALIDO
007020        GO TO FIN-PRESUPUESTAR
007030     END-IF.
007040     PERFORM LEER-PLAN.
007050     IF RESULT-LNK NOT = "N"
007060        GO TO FIN-PRESUPUESTAR
007070     END-IF.
007080     PERFORM ABRIR-TRATAMIENTOS.
007090     MOVE 0 TO CANT-ITEMS-W SW-FIN-W.
007100     INITIALIZE TABLA-ITEMS-W TABLA-LLAVES-W.
007110     MOVE PACI-LNK     TO PACI-TTO.
007120     MOVE NRO-PLAN-LNK TO PLAN-TTO.
007130     MOVE FASE-LNK     TO FASE-TTO.
007140     MOVE 0            TO ITEM-TTO.
007150     START ARCHIVO-TRAT-ODONTO KEY IS >= LLAVE-TTO
007160           INVALID KEY MOVE 1 TO SW-FIN-W
007170     END-START.
007180     PERFORM LLEVAR-A-PRESUPUESTO UNTIL SW-FIN-W = 1.
007190     IF CANT-ITEMS-W = 0 OR CANT-ITEMS-W > 20
007200        MOVE "I" TO RESULT-LNK
007210        CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
007220        GO TO FIN-PRESUPUESTAR
007230     END-IF.
007240     CALL "SER107" USING PACI-LNK NIT-PRESUP-W ENTIDAD-PRESUP-W
007250                         CANT-ITEMS-W TABLA-ITEMS-W
007260                         NRO-PRESUP-W VALOR-PRESUP-W
007270                         RESULT-PRESUP-W.
007280     CANCEL "SER107".
007290     IF RESULT-PRESUP-W NOT = "S"
007300        CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
007310        GO TO FIN-PRESUPUESTAR
007320     END-IF.
007330     OPEN INPUT ARCHIVO-PRESUP-DET.
007340     PERFORM TRAER-VALOR-ITEM VARYING IX-ITEM-W FROM 1 BY 1
007350             UNTIL IX-ITEM-W > CANT-ITEMS-W.
007360     CLOSE ARCHIVO-PRESUP-DET.
007370     MOVE NRO-PRESUP-W   TO PRESUP-FASE-PLO (FASE-LNK)
007380                            NRO-PRESUP-LNK.
007390     MOVE VALOR-PRESUP-W TO VALOR-PRESUP-PLO (FASE-LNK)
007400                            VALOR-PRESUP-LNK.
007410     MOVE FECHA-HOY-W    TO FECHA-PRESUP-PLO (FASE-LNK).
007420     REWRITE REG-PLO INVALID KEY CONTINUE END-REWRITE.
007430     CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO.
007440     MOVE "S" TO RESULT-LNK.

007450 FIN-PRESUPUESTAR.
007460     EXIT.

007470 LLEVAR-A-PRESUPUESTO.
007480     READ ARCHIVO-TRAT-ODONTO NEXT
007490          AT END MOVE 1 TO SW-FIN-W
007500     END-READ.
007510     IF SW-FIN-W = 0
007520        IF PACI-TTO NOT = PACI-LNK OR PLAN-TTO NOT = NRO-PLAN-LNK
007530           OR FASE-TTO NOT = FASE-LNK
007540           MOVE 1 TO SW-FIN-W
007550        ELSE
007560           IF TRAT-PENDIENTE
007570              PERFORM VERIFICAR-COBERTURA
007580              IF SW-CUBIERTO-W = 0
007590                 ADD 1 TO CANT-ITEMS-W
007600                 IF CANT-ITEMS-W NOT > 20
007610                    MOVE "C"      TO TIPO-ITEM-W (CANT-ITEMS-W)
007620                    MOVE CUPS-TTO TO COD-ITEM-W (CANT-ITEMS-W)
007630                    MOVE 1        TO CANT-ITEM-W (CANT-ITEMS-W)
007640                    MOVE ITEM-TTO TO ITEM-PRESUP-W (CANT-ITEMS-W)
007650                 END-IF
007660              END-IF
007670           END-IF
007680        END-IF
007690     END-IF.

007700 TRAER-VALOR-ITEM.
007710     MOVE PREFIJO-PRESUP-W TO PREFIJO-PRED.
007720     MOVE NRO-PRESUP-W     TO NRO-PRED.
007730     MOVE IX-ITEM-W        TO ITEM-PRED.
007740     READ ARCHIVO-PRESUP-DET
007750          INVALID KEY MOVE 0 TO VLR-UNIT-PRED
007760     END-READ.
007770     MOVE PACI-LNK                   TO PACI-TTO.
007780     MOVE NRO-PLAN-LNK               TO PLAN-TTO.
007790     MOVE FASE-LNK                   TO FASE-TTO.
007800     MOVE ITEM-PRESUP-W (IX-ITEM-W)  TO ITEM-TTO.
007810     READ ARCHIVO-TRAT-ODONTO
007820          INVALID KEY CONTINUE
007830          NOT INVALID KEY
007840             MOVE "N"           TO CUBIERTO-TTO
007850             MOVE VLR-UNIT-PRED TO VALOR-PRESUP-TTO
007860             REWRITE REG-TTO INVALID KEY CONTINUE END-REWRITE
007870     END-READ.

      *--- EL CARGO SE HACE CON LA FECHA DE REALIZACION (HOY SI NO
      *--- VIENE). "D" DE SER108-30 ES QUE EL CARGO YA ESTABA Y "T"
      *--- QUE QUEDO SIN TARIFA; EN LOS DOS CASOS QUEDA EN LA CUENTA
007880 REALIZAR-PROCEDIMIENTO.
007890     IF LLAVE-NUM-LNK = SPACES OR PROF-LNK = 0
007900        MOVE "I" TO RESULT-LNK
007910        GO TO FIN-REALIZAR
007920     END-IF.
007930     IF FECHA-LNK = 0
007940        MOVE FECHA-HOY-W TO FECHA-LNK
007950     END-IF.
007960     PERFORM LEER-PACIENTE.
007970     IF ODONTO-INVALIDO
007980        GO TO FIN-REALIZAR
007990     END-IF.
008000     PERFORM LEER-PLAN.
008010     IF RESULT-LNK NOT = "N"
008020        GO TO FIN-REALIZAR
008030     END-IF.
008040     PERFORM ABRIR-TRATAMIENTOS.
008050     MOVE PACI-LNK     TO PACI-TTO.
008060     MOVE NRO-PLAN-LNK TO PLAN-TTO.
008070     MOVE FASE-LNK     TO FASE-TTO.
008080     MOVE ITEM-LNK     TO ITEM-TTO.
008090     READ ARCHIVO-TRAT-ODONTO
008100          INVALID KEY MOVE "E" TO RESULT-LNK
008110     END-READ.
008120     IF ODONTO-NO-EXISTE OR NOT TRAT-PENDIENTE
008130        IF NOT ODONTO-NO-EXISTE
008140           MOVE "I" TO RESULT-LNK
008150        END-IF
008160        CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
008170        GO TO FIN-REALIZAR
008180     END-IF.
008190     PERFORM VERIFICAR-COBERTURA.
008200     IF SW-CUBIERTO-W = 1
008210        MOVE "S"        TO CUBIERTO-TTO
008220        MOVE EPS-PACI-W TO ENTIDAD-CARGO-W
008230        MOVE 0          TO VALOR-CARGO-W
008240     ELSE
008250        IF PRESUP-FASE-PLO (FASE-LNK) = 0
008260           OR VALOR-PRESUP-TTO = 0
008270           MOVE "C" TO RESULT-LNK
008280           CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
008290           GO TO FIN-REALIZAR
008300        END-IF
008310        MOVE "N"              TO CUBIERTO-TTO
008320        MOVE ENTIDAD-PARTIC-W TO ENTIDAD-CARGO-W
008330        MOVE VALOR-PRESUP-TTO TO VALOR-CARGO-W
008340     END-IF.
008350     MOVE "G"          TO MODO-CARGO-W.
008360     MOVE CUPS-TTO     TO COD-CARGO-W.
008370     PERFORM ARMAR-REFERENCIA.
008380     CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-LNK PACI-LNK
008390                            ENTIDAD-CARGO-W FECHA-LNK
008400                            TIPO-CARGO-W COD-CARGO-W
008410                            CANT-CARGO-W VALOR-CARGO-W
008420                            ORIGEN-CARGO-W REFER-CARGO-W
008430                            USUARIO-LNK RESULT-CARGO-W.
008440     CANCEL "SER108-30".
008450     IF RESULT-CARGO-W = "X"
008460        MOVE "X" TO RESULT-LNK
008470        CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
008480        GO TO FIN-REALIZAR
008490     END-IF.
008500     IF RESULT-CARGO-W NOT = "S" AND NOT = "D" AND NOT = "T"
008510        CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
008520        GO TO FIN-REALIZAR
008530     END-IF.
008540     MOVE "R"           TO ESTADO-TTO.
008550     MOVE FECHA-LNK     TO FECHA-REAL-TTO.
008560     MOVE PROF-LNK      TO PROF-REAL-TTO.
008570     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-TTO.
008580     REWRITE REG-TTO INVALID KEY CONTINUE END-REWRITE.
008590     PERFORM ACTUALIZAR-FASE.
008600     CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO.
008610     MOVE "S" TO RESULT-LNK.

008620 FIN-REALIZAR.
008630     EXIT.

008640 ARMAR-REFERENCIA.
008650     MOVE LLAVE-NUM-TTO TO CUENTA-REF-W.
008660     IF MODO-REALIZADO
008670        MOVE LLAVE-NUM-LNK TO CUENTA-REF-W
008680     END-IF.
008690     MOVE PLAN-TTO TO PLAN-REF-W.
008700     MOVE FASE-TTO TO FASE-REF-W.
008710     MOVE ITEM-TTO TO ITEM-REF-W.

      *--- LA FASE QUEDA TERMINADA CUANDO NO LE QUEDAN PENDIENTES (LAS
      *--- ANULADAS NO CUENTAN) Y EL PLAN CUANDO TODAS SUS FASES
      *--- DESCRITAS ESTAN TERMINADAS
008720 ACTUALIZAR-FASE.
008730     MOVE 0 TO PEND-FASE-W REAL-FASE-W TOT-FASE-W SW-FIN-W.
008740     MOVE PACI-LNK     TO PACI-TTO.
008750     MOVE NRO-PLAN-LNK TO PLAN-TTO.
008760     MOVE FASE-LNK     TO FASE-TTO.
008770     MOVE 0            TO ITEM-TTO.
008780     START ARCHIVO-TRAT-ODONTO KEY IS >= LLAVE-TTO
008790           INVALID KEY MOVE 1 TO SW-FIN-W
008800     END-START.
008810     PERFORM CONTAR-FASE UNTIL SW-FIN-W = 1.
008820     EVALUATE TRUE
008830        WHEN PEND-FASE-W = 0 AND TOT-FASE-W > 0
008840             MOVE "T" TO ESTADO-FASE-PLO (FASE-LNK)
008850        WHEN REAL-FASE-W > 0
008860             MOVE "E" TO ESTADO-FASE-PLO (FASE-LNK)
008870        WHEN OTHER
008880             MOVE "P" TO ESTADO-FASE-PLO (FASE-LNK)
008890     END-EVALUATE.
008900     MOVE "T" TO ESTADO-PLO.
008910     PERFORM REVISAR-FASE VARYING IX-W FROM 1 BY 1
008920             UNTIL IX-W > 5.
008930     REWRITE REG-PLO INVALID KEY CONTINUE END-REWRITE.

008940 CONTAR-FASE.
008950     READ ARCHIVO-TRAT-ODONTO NEXT
008960          AT END MOVE 1 TO SW-FIN-W
008970     END-READ.
008980     IF SW-FIN-W = 0
008990        IF PACI-TTO NOT = PACI-LNK OR PLAN-TTO NOT = NRO-PLAN-LNK
009000           OR FASE-TTO NOT = FASE-LNK
009010           MOVE 1 TO SW-FIN-W
009020        ELSE
009030           ADD 1 TO TOT-FASE-W
009040           EVALUATE TRUE
009050              WHEN TRAT-PENDIENTE ADD 1 TO PEND-FASE-W
009060              WHEN TRAT-REALIZADO ADD 1 TO REAL-FASE-W
009070           END-EVALUATE
009080        END-IF
009090     END-IF.

009100 REVISAR-FASE.
009110     IF DESCRIP-FASE-PLO (IX-W) NOT = SPACES
009120        AND ESTADO-FASE-PLO (IX-W) NOT = "T"
009130        MOVE "A" TO ESTADO-PLO
009140     END-IF.

      *--- EL REALIZADO CON CARGO YA FACTURADO NO SE PUEDE ANULAR
009150 ANULAR-PROCEDIMIENTO.
009160     PERFORM LEER-PLAN.
009170     IF RESULT-LNK NOT = "N"
009180        GO TO FIN-ANULAR
009190     END-IF.
009200     PERFORM ABRIR-TRATAMIENTOS.
009210     MOVE PACI-LNK     TO PACI-TTO.
009220     MOVE NRO-PLAN-LNK TO PLAN-TTO.
009230     MOVE FASE-LNK     TO FASE-TTO.
009240     MOVE ITEM-LNK     TO ITEM-TTO.
009250     READ ARCHIVO-TRAT-ODONTO
009260          INVALID KEY MOVE "E" TO RESULT-LNK
009270     END-READ.
009280     IF ODONTO-NO-EXISTE OR TRAT-ANULADO
009290        MOVE "E" TO RESULT-LNK
009300        CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
009310        GO TO FIN-ANULAR
009320     END-IF.
009330     IF TRAT-PENDIENTE
009340        MOVE "A" TO ESTADO-TTO
009350     ELSE
009360        MOVE "A"           TO MODO-CARGO-W
009370        PERFORM ARMAR-REFERENCIA
009380        CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-TTO
009390                               PACI-LNK ENTIDAD-CARGO-W
009400                               FECHA-REAL-TTO TIPO-CARGO-W
009410                               CUPS-TTO CANT-CARGO-W
009420                               VALOR-CARGO-W ORIGEN-CARGO-W
009430                               REFER-CARGO-W USUARIO-LNK
009440                               RESULT-CARGO-W
009450        CANCEL "SER108-30"
009460        IF RESULT-CARGO-W = "F"
009470           MOVE "F" TO RESULT-LNK
009480           CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO
009490           GO TO FIN-ANULAR
009500        END-IF
009510        MOVE "P"    TO ESTADO-TTO
009520        MOVE 0      TO FECHA-REAL-TTO PROF-REAL-TTO
009530        MOVE SPACES TO LLAVE-NUM-TTO
009540     END-IF.
009550     REWRITE REG-TTO INVALID KEY CONTINUE END-REWRITE.
009560     PERFORM ACTUALIZAR-FASE.
009570     CLOSE ARCHIVO-TRAT-ODONTO ARCHIVO-PLAN-ODONTO.
009580     MOVE "S" TO RESULT-LNK.

009590 FIN-ANULAR.
009600     EXIT.
