      *=================================================================
      * HISTORIA CLINICA - CONTROL DE LIQUIDOS (BALANCE HIDRICO) DE
      * LA ESTANCIA HOSPITALARIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * ENFERMERIA LLEVABA LOS INGRESOS Y EGRESOS EN LA HOJA DE PAPEL
      * AL PIE DE LA CAMA. ESTE COMPONENTE LOS DEJA POR ESTANCIA
      * (PACIENTE + FOLIO, COMO LA OCUPA EN ARCHIVO-CAMAS-HOSP), UN
      * MOVIMIENTO POR HORA Y VIA EN ARCHIVO-LIQUIDOS:
      *   INGRESOS: IV ENDOVENOSO, VO ORAL, SN SONDA/ENTERAL,
      *             HD HEMODERIVADOS.
      *   EGRESOS : DI DIURESIS, DR DRENAJES, VM VOMITO,
      *             DP DEPOSICIONES, SG SONDA GASTRICA, OT OTROS.
      * CADA MOVIMIENTO SUMA EN SU CORTE DE 24 HORAS (DE 07:00 A
      * 06:59 DEL DIA SIGUIENTE, CON LA FECHA EN QUE ARRANCA) Y EN
      * SU TURNO (MANANA 07-13, TARDE 13-19, NOCHE 19-07) EN
      * ARCHIVO-BALANCE-LIQ, Y EN EL ACUMULADO DE LA ESTANCIA EN
      * ARCHIVO-CONTROL-LIQ, DONDE TAMBIEN QUEDA EL LIMITE DE
      * BALANCE QUE FIJA EL MEDICO.
      * MODO "R" - REGISTRA UN MOVIMIENTO MANUAL (TIPO, VIA, ML).
      * MODO "D" - REGISTRA COMO INGRESO IV UNA DOSIS DE
      *            ARCHIVO-DOSIS-PROG (VER HC125) YA APLICADA: TOMA
      *            LA FECHA Y HORA REAL DE LA APLICACION Y EL
      *            MEDICAMENTO; EL VOLUMEN DE LA MEZCLA LO ENVIA
      *            ENFERMERIA. UNA DOSIS SOLO SE CARGA UNA VEZ.
      * MODO "L" - EL MEDICO FIJA LOS LIMITES DE BALANCE POSITIVO Y
      *            NEGATIVO DEL CORTE DE 24 HORAS (CERO = SIN LIMITE).
      * MODO "C" - CONSULTA EL BALANCE DEL CORTE EN CURSO Y EL
      *            ACUMULADO; DEVUELVE LA ALERTA "+" O "-" SI EL
      *            CORTE PASA EL LIMITE (LA USA EL CENSO HC132-01).
      * LA HOJA IMPRESA DE LA ESTANCIA LA PRODUCE HC139-01; LOS
      * CORTES SALEN TAMBIEN EN LA EPICRISIS (HC122) Y EN EL
      * EXPORTE COMPLETO DE LA HISTORIA (HC126).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC139.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-LIQUIDOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-LIQUI-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-LIQ
000140         ALTERNATE RECORD KEY IS LLAVE-DOSIS-LIQ WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-BALANCE-LIQ LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-BALLIQ-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-BLQ
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-CONTROL-LIQ LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-CTRLLIQ-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-CLQ
000270         ALTERNATE RECORD KEY IS SERVHO-CLQ WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-DOSIS-PROG LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-DOSIS-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LLAVE-DOSIS
000340         ALTERNATE RECORD KEY IS SERVICIO-DOSIS
000350            WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS ESTADO-DOSIS WITH DUPLICATES
000370         FILE STATUS IS OTR-STAT.

000380     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000390         ASSIGN NOM-CAMAS-W
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS COD-CAM
000430         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000450         FILE STATUS IS OTR-STAT.

000460 DATA DIVISION.
000470 FILE SECTION.

000480 FD  ARCHIVO-LIQUIDOS
000490     LABEL RECORD STANDARD.
000500 01  REG-LIQ.
000510     02 LLAVE-LIQ.
000520        03 PACI-LIQ             PIC X(15).
000530        03 FOLIO-LIQ            PIC X(8).
000540        03 FECHA-LIQ            PIC 9(8).
000550        03 HORA-LIQ             PIC 9(4).
000560        03 SECU-LIQ             PIC 99.
000570     02 TIPO-LIQ                PIC X.
000580        88 LIQ-INGRESO          VALUE "I".
000590        88 LIQ-EGRESO           VALUE "E".
000600     02 VIA-LIQ                 PIC XX.
000610        88 VIA-INGRESO          VALUE "IV" "VO" "SN" "HD".
000620        88 VIA-EGRESO           VALUE "DI" "DR" "VM" "DP"
000630                                      "SG" "OT".
000640     02 VOLUMEN-LIQ             PIC 9(5).
000650     02 FECHA-CORTE-LIQ         PIC 9(8).
000660     02 TURNO-LIQ               PIC 9.
000670     02 ORIGEN-LIQ              PIC X.
000680        88 LIQ-MANUAL           VALUE "M".
000690        88 LIQ-DE-DOSIS         VALUE "D".
000700     02 LLAVE-DOSIS-LIQ         PIC X(24).
000710     02 DETALLE-LIQ             PIC X(30).
000720     02 USUARIO-LIQ             PIC X(4).

000730 FD  ARCHIVO-BALANCE-LIQ
000740     LABEL RECORD STANDARD.
000750 01  REG-BLQ.
000760     02 LLAVE-BLQ.
000770        03 PACI-BLQ             PIC X(15).
000780        03 FOLIO-BLQ            PIC X(8).
000790        03 FECHA-CORTE-BLQ      PIC 9(8).
000800     02 TURNOS-BLQ.
000810        03 TURNO-BLQ OCCURS 3 TIMES.
000820           04 INGRESOS-TUR-BLQ  PIC 9(6).
000830           04 EGRESOS-TUR-BLQ   PIC 9(6).
000840     02 INGRESOS-BLQ            PIC 9(6).
000850     02 EGRESOS-BLQ             PIC 9(6).
000860     02 BALANCE-BLQ             PIC S9(7) SIGN IS TRAILING.

000870 FD  ARCHIVO-CONTROL-LIQ
000880     LABEL RECORD STANDARD.
000890 01  REG-CLQ.
000900     02 LLAVE-CLQ.
000910        03 PACI-CLQ             PIC X(15).
000920        03 FOLIO-CLQ            PIC X(8).
000930     02 SERVHO-CLQ              PIC X(4).
000940     02 CAMA-CLQ                PIC X(6).
000950     02 FECHA-INI-CLQ           PIC 9(8).
000960     02 LIMITE-POS-CLQ          PIC 9(5).
000970     02 LIMITE-NEG-CLQ          PIC 9(5).
000980     02 MED-LIMITE-CLQ          PIC 9(10).
000990     02 FECHA-LIMITE-CLQ        PIC 9(8).
001000     02 INGRESOS-CLQ            PIC 9(7).
001010     02 EGRESOS-CLQ             PIC 9(7).
001020     02 BALANCE-CLQ             PIC S9(7) SIGN IS TRAILING.

001030 FD  ARCHIVO-DOSIS-PROG
001040     LABEL RECORD STANDARD.
001050 01  REG-DOSIS.
001060     02 LLAVE-DOSIS.
001070        03 LLAVE-ORD-DOSIS      PIC X(12).
001080        03 FECHA-DOSIS          PIC 9(8).
001090        03 HORA-PROG-DOSIS      PIC 9(4).
001100     02 PACI-DOSIS              PIC X(15).
001110     02 COD-ART-DOSIS           PIC X(8).
001120     02 DESCRIP-DOSIS           PIC X(40).
001130     02 SERVICIO-DOSIS          PIC X(4).
001140     02 ESTADO-DOSIS            PIC X.
001150        88 DOSIS-PENDIENTE      VALUE "P".
001160        88 DOSIS-APLICADA       VALUE "A".
001170        88 DOSIS-TARDIA         VALUE "T".
001180        88 DOSIS-OMITIDA        VALUE "O".
001190     02 HORA-REAL-DOSIS         PIC 9(4).
001200     02 RAZON-DOSIS             PIC X(30).
001210     02 USUARIO-DOSIS           PIC X(4).

001220 FD  ARCHIVO-CAMAS-HOSP
001230     LABEL RECORD STANDARD.
001240 01  REG-CAM.
001250     02 COD-CAM                 PIC X(6).
001260     02 SERVHO-CAM              PIC X(4).
001270     02 ESTADO-CAM              PIC X.
001280        88 CAMA-OCUPADA         VALUE "O".
001290     02 PACI-CAM                PIC X(15).
001300     02 FOLIO-CAM               PIC X(8).
001310     02 FECHA-INGRESO-CAM       PIC 9(8).

001320 WORKING-STORAGE SECTION.

001330 77  NOM-LIQUI-W                PIC X(60)
001340     VALUE "D:\progelect\DATOS\SC-LIQUIDOS.DAT".
001350 77  NOM-BALLIQ-W               PIC X(60)
001360     VALUE "D:\progelect\DATOS\SC-BALLIQ.DAT".
001370 77  NOM-CTRLLIQ-W              PIC X(60)
001380     VALUE "D:\progelect\DATOS\SC-CTRLLIQ.DAT".
001390 77  NOM-DOSIS-W                PIC X(60)
001400     VALUE "D:\progelect\DATOS\SC-DOSISPRO.DAT".
001410 77  NOM-CAMAS-W                PIC X(60)
001420     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001430 77  OTR-STAT                   PIC XX.
001440 77  FECHA-HOY-W                PIC 9(8).
001450 77  HORA-HOY-W                 PIC 9(4).
001460 77  FECHA-MOV-W                PIC 9(8).
001470 77  HORA-MOV-W                 PIC 9(4).
001480 77  FECHA-CORTE-W              PIC 9(8).
001490 77  TURNO-W                    PIC 9.
001500 77  SW-GRABADO-W               PIC 9 VALUE 0.

001510 LINKAGE SECTION.
001520 01  MODO-LNK                   PIC X.
001530     88 MODO-REGISTRAR          VALUE "R".
001540     88 MODO-DOSIS              VALUE "D".
001550     88 MODO-LIMITE             VALUE "L".
001560     88 MODO-CONSULTAR          VALUE "C".
001570 01  PACI-LNK                   PIC X(15).
001580 01  FOLIO-LNK                  PIC X(8).
001590 01  FECHA-LNK                  PIC 9(8).
001600 01  HORA-LNK                   PIC 9(4).
001610 01  MOVIMIENTO-LNK.
001620     02 TIPO-LNK                PIC X.
001630     02 VIA-LNK                 PIC XX.
001640     02 VOLUMEN-LNK             PIC 9(5).
001650 01  LLAVE-DOSIS-LNK.
001660     02 LLAVE-ORD-DOSIS-LNK     PIC X(12).
001670     02 FECHA-DOSIS-LNK         PIC 9(8).
001680     02 HORA-PROG-DOSIS-LNK     PIC 9(4).
001690 01  LIMITES-LNK.
001700     02 LIMITE-POS-LNK          PIC 9(5).
001710     02 LIMITE-NEG-LNK          PIC 9(5).
001720     02 MED-LNK                 PIC 9(10).
001730 01  USUARIO-LNK                PIC X(4).
001740 01  BALANCE-LNK.
001750     02 BALANCE-CORTE-LNK       PIC S9(7).
001760     02 BALANCE-ACUM-LNK        PIC S9(7).
001770     02 ALERTA-LNK              PIC X.
001780 01  RESULT-LNK                 PIC X.
001790     88 LIQUIDOS-OK             VALUE "S".
001800     88 DATO-INVALIDO           VALUE "I".
001810     88 NO-EXISTE               VALUE "X".
001820     88 DOSIS-YA-CARGADA        VALUE "D".
001830     88 DOSIS-NO-APLICADA       VALUE "T".
001840     88 LIQUIDOS-NO-OK          VALUE "N".

001850 PROCEDURE DIVISION USING MODO-LNK PACI-LNK FOLIO-LNK
001860                          FECHA-LNK HORA-LNK MOVIMIENTO-LNK
001870                          LLAVE-DOSIS-LNK LIMITES-LNK
001880                          USUARIO-LNK BALANCE-LNK RESULT-LNK.

001890 MAINLINE.
001900     MOVE "N" TO RESULT-LNK.
001910     MOVE 0   TO BALANCE-CORTE-LNK BALANCE-ACUM-LNK.
001920     MOVE SPACE TO ALERTA-LNK.
001930     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001940     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
001950     PERFORM ABRIR-ARCHIVOS.
001960     EVALUATE TRUE
001970        WHEN MODO-REGISTRAR
001980             PERFORM REGISTRAR-MOVIMIENTO THRU FIN-REGISTRAR
001990        WHEN MODO-DOSIS
002000             PERFORM REGISTRAR-DOSIS THRU FIN-DOSIS
002010        WHEN MODO-LIMITE
002020             PERFORM FIJAR-LIMITE THRU FIN-LIMITE
002030        WHEN MODO-CONSULTAR
002040             PERFORM CONSULTAR-BALANCE THRU FIN-CONSULTAR
002050     END-EVALUATE.
002060     PERFORM CERRAR-ARCHIVOS.
002070     EXIT PROGRAM.

002080 ABRIR-ARCHIVOS.
002090     OPEN I-O ARCHIVO-LIQUIDOS.
002100     IF OTR-STAT = "35"
002110        OPEN OUTPUT ARCHIVO-LIQUIDOS
002120        CLOSE ARCHIVO-LIQUIDOS
002130        OPEN I-O ARCHIVO-LIQUIDOS
002140     END-IF.
002150     OPEN I-O ARCHIVO-BALANCE-LIQ.
002160     IF OTR-STAT = "35"
002170        OPEN OUTPUT ARCHIVO-BALANCE-LIQ
002180        CLOSE ARCHIVO-BALANCE-LIQ
002190        OPEN I-O ARCHIVO-BALANCE-LIQ
002200     END-IF.
002210     OPEN I-O ARCHIVO-CONTROL-LIQ.
002220     IF OTR-STAT = "35"
002230        OPEN OUTPUT ARCHIVO-CONTROL-LIQ
002240        CLOSE ARCHIVO-CONTROL-LIQ
002250        OPEN I-O ARCHIVO-CONTROL-LIQ
002260     END-IF.

002270 REGISTRAR-MOVIMIENTO.
002280     IF VOLUMEN-LNK = 0 OR FECHA-LNK = 0
002290        MOVE "I" TO RESULT-LNK
002300        GO TO FIN-REGISTRAR
002310     END-IF.
002320     INITIALIZE REG-LIQ.
002330     MOVE TIPO-LNK TO TIPO-LIQ.
002340     MOVE VIA-LNK  TO VIA-LIQ.
002350     IF NOT ((LIQ-INGRESO AND VIA-INGRESO)
002360         OR (LIQ-EGRESO AND VIA-EGRESO))
002370        MOVE "I" TO RESULT-LNK
002380        GO TO FIN-REGISTRAR
002390     END-IF.
002400     MOVE FECHA-LNK TO FECHA-MOV-W.
002410     MOVE HORA-LNK  TO HORA-MOV-W.
002420     MOVE "M"       TO ORIGEN-LIQ.
002430     MOVE SPACES    TO LLAVE-DOSIS-LIQ DETALLE-LIQ.
002440     PERFORM GRABAR-MOVIMIENTO.
002450     IF SW-GRABADO-W = 0
002460        GO TO FIN-REGISTRAR
002470     END-IF.
002480     PERFORM DEVOLVER-BALANCE.
002490     MOVE "S" TO RESULT-LNK.

002500 FIN-REGISTRAR.
002510     EXIT.

      * LA DOSIS DEBE SER DEL PACIENTE Y ESTAR APLICADA (A TIEMPO O
      * TARDIA); LA LLAVE ALTERNA DE LA DOSIS EN ARCHIVO-LIQUIDOS
      * IMPIDE CARGAR LA MISMA APLICACION DOS VECES.
002520 REGISTRAR-DOSIS.
002530     IF VOLUMEN-LNK = 0
002540        MOVE "I" TO RESULT-LNK
002550        GO TO FIN-DOSIS
002560     END-IF.
002570     OPEN INPUT ARCHIVO-DOSIS-PROG.
002580     IF OTR-STAT NOT = "00"
002590        MOVE "X" TO RESULT-LNK
002600        GO TO FIN-DOSIS
002610     END-IF.
002620     MOVE LLAVE-DOSIS-LNK TO LLAVE-DOSIS.
002630     READ ARCHIVO-DOSIS-PROG
002640          INVALID KEY MOVE "X" TO RESULT-LNK
002650     END-READ.
002660     CLOSE ARCHIVO-DOSIS-PROG.
002670     IF RESULT-LNK = "X"
002680        GO TO FIN-DOSIS
002690     END-IF.
002700     IF PACI-DOSIS NOT = PACI-LNK
002710        MOVE "X" TO RESULT-LNK
002720        GO TO FIN-DOSIS
002730     END-IF.
002740     IF NOT (DOSIS-APLICADA OR DOSIS-TARDIA)
002750        MOVE "T" TO RESULT-LNK
002760        GO TO FIN-DOSIS
002770     END-IF.
002780     MOVE LLAVE-DOSIS-LNK TO LLAVE-DOSIS-LIQ.
002790     READ ARCHIVO-LIQUIDOS KEY IS LLAVE-DOSIS-LIQ
002800          INVALID KEY CONTINUE
002810          NOT INVALID KEY
002820             MOVE "D" TO RESULT-LNK
002830             GO TO FIN-DOSIS
002840     END-READ.
002850     INITIALIZE REG-LIQ.
002860     MOVE "I"             TO TIPO-LIQ.
002870     MOVE "IV"            TO VIA-LIQ.
002880     MOVE "D"             TO ORIGEN-LIQ.
002890     MOVE LLAVE-DOSIS-LNK TO LLAVE-DOSIS-LIQ.
002900     MOVE DESCRIP-DOSIS   TO DETALLE-LIQ.
002910     MOVE FECHA-DOSIS     TO FECHA-MOV-W.
002920     MOVE HORA-REAL-DOSIS TO HORA-MOV-W.
002930     PERFORM GRABAR-MOVIMIENTO.
002940     IF SW-GRABADO-W = 0
002950        GO TO FIN-DOSIS
002960     END-IF.
002970     PERFORM DEVOLVER-BALANCE.
002980     MOVE "S" TO RESULT-LNK.

002990 FIN-DOSIS.
003000     EXIT.

      * GRABA EL MOVIMIENTO (VARIOS EN LA MISMA HORA TOMAN EL
      * SIGUIENTE CONSECUTIVO) Y LO SUMA AL CORTE Y A LA ESTANCIA.
003010 GRABAR-MOVIMIENTO.
003020     MOVE 0 TO SW-GRABADO-W.
003030     MOVE PACI-LNK    TO PACI-LIQ.
003040     MOVE FOLIO-LNK   TO FOLIO-LIQ.
003050     MOVE FECHA-MOV-W TO FECHA-LIQ.
003060     MOVE HORA-MOV-W  TO HORA-LIQ.
003070     MOVE VOLUMEN-LNK TO VOLUMEN-LIQ.
003080     MOVE USUARIO-LNK TO USUARIO-LIQ.
003090     PERFORM UBICAR-CORTE.
003100     MOVE FECHA-CORTE-W TO FECHA-CORTE-LIQ.
003110     MOVE TURNO-W       TO TURNO-LIQ.
003120     MOVE 0 TO SECU-LIQ.
003130     PERFORM ESCRIBIR-MOVIMIENTO
003140             UNTIL SW-GRABADO-W = 1 OR SECU-LIQ = 99.
003150     IF SW-GRABADO-W = 1
003160        PERFORM ACUMULAR-CORTE
003170        PERFORM ACUMULAR-ESTANCIA
003180     END-IF.

003190 ESCRIBIR-MOVIMIENTO.
003200     ADD 1 TO SECU-LIQ.
003210     WRITE REG-LIQ
003220         INVALID KEY CONTINUE
003230         NOT INVALID KEY MOVE 1 TO SW-GRABADO-W
003240     END-WRITE.

      * EL CORTE DE 24 HORAS VA DE 07:00 A 06:59 Y LLEVA LA FECHA EN
      * QUE ARRANCA: LO DE LA MADRUGADA ES DEL CORTE DEL DIA ANTERIOR.
      * TURNOS: 1 MANANA 07:00-12:59, 2 TARDE 13:00-18:59,
      *         3 NOCHE 19:00-06:59.
003250 UBICAR-CORTE.
003260     MOVE FECHA-MOV-W TO FECHA-CORTE-W.
003270     IF HORA-MOV-W < 0700
003280        COMPUTE FECHA-CORTE-W = FUNCTION DATE-OF-INTEGER
003290            (FUNCTION INTEGER-OF-DATE(FECHA-MOV-W) - 1)
003300     END-IF.
003310     EVALUATE TRUE
003320        WHEN HORA-MOV-W >= 0700 AND HORA-MOV-W < 1300
003330             MOVE 1 TO TURNO-W
003340        WHEN HORA-MOV-W >= 1300 AND HORA-MOV-W < 1900
003350             MOVE 2 TO TURNO-W
003360        WHEN OTHER
003370             MOVE 3 TO TURNO-W
003380     END-EVALUATE.

003390 ACUMULAR-CORTE.
003400     MOVE PACI-LNK      TO PACI-BLQ.
003410     MOVE FOLIO-LNK     TO FOLIO-BLQ.
003420     MOVE FECHA-CORTE-W TO FECHA-CORTE-BLQ.
003430     READ ARCHIVO-BALANCE-LIQ
003440          INVALID KEY
003450             INITIALIZE REG-BLQ
003460             MOVE PACI-LNK      TO PACI-BLQ
003470             MOVE FOLIO-LNK     TO FOLIO-BLQ
003480             MOVE FECHA-CORTE-W TO FECHA-CORTE-BLQ
003490     END-READ.
003500     IF LIQ-INGRESO
003510        ADD VOLUMEN-LIQ TO INGRESOS-TUR-BLQ (TURNO-W)
003520                           INGRESOS-BLQ
003530     ELSE
003540        ADD VOLUMEN-LIQ TO EGRESOS-TUR-BLQ (TURNO-W)
003550                           EGRESOS-BLQ
003560     END-IF.
003570     COMPUTE BALANCE-BLQ = INGRESOS-BLQ - EGRESOS-BLQ.
003580     REWRITE REG-BLQ
003590         INVALID KEY WRITE REG-BLQ END-WRITE
003600     END-REWRITE.

003610 ACUMULAR-ESTANCIA.
003620     PERFORM LEER-CONTROL.
003630     IF LIQ-INGRESO
003640        ADD VOLUMEN-LIQ TO INGRESOS-CLQ
003650     ELSE
003660        ADD VOLUMEN-LIQ TO EGRESOS-CLQ
003670     END-IF.
003680     COMPUTE BALANCE-CLQ = INGRESOS-CLQ - EGRESOS-CLQ.
003690     REWRITE REG-CLQ
003700         INVALID KEY WRITE REG-CLQ END-WRITE
003710     END-REWRITE.

      * EL CONTROL DE LA ESTANCIA SE CREA CON EL PRIMER MOVIMIENTO O
      * CON EL PRIMER LIMITE; EL SERVICIO Y LA CAMA SE REFRESCAN CON
      * LA CAMA QUE OCUPA HOY EL PACIENTE (SI LO TRASLADARON).
003720 LEER-CONTROL.
003730     MOVE PACI-LNK  TO PACI-CLQ.
003740     MOVE FOLIO-LNK TO FOLIO-CLQ.
003750     READ ARCHIVO-CONTROL-LIQ
003760          INVALID KEY
003770             INITIALIZE REG-CLQ
003780             MOVE PACI-LNK    TO PACI-CLQ
003790             MOVE FOLIO-LNK   TO FOLIO-CLQ
003800             MOVE FECHA-HOY-W TO FECHA-INI-CLQ
003810     END-READ.
003820     PERFORM UBICAR-CAMA.

003830 UBICAR-CAMA.
003840     OPEN INPUT ARCHIVO-CAMAS-HOSP.
003850     IF OTR-STAT = "00"
003860        MOVE PACI-LNK TO PACI-CAM
003870        READ ARCHIVO-CAMAS-HOSP KEY IS PACI-CAM
003880             INVALID KEY CONTINUE
003890             NOT INVALID KEY
003900                IF CAMA-OCUPADA
003910                   MOVE SERVHO-CAM TO SERVHO-CLQ
003920                   MOVE COD-CAM    TO CAMA-CLQ
003930                END-IF
003940        END-READ
003950        CLOSE ARCHIVO-CAMAS-HOSP
003960     END-IF.

003970 FIJAR-LIMITE.
003980     IF MED-LNK = 0
003990        MOVE "I" TO RESULT-LNK
004000        GO TO FIN-LIMITE
004010     END-IF.
004020     PERFORM LEER-CONTROL.
004030     MOVE LIMITE-POS-LNK TO LIMITE-POS-CLQ.
004040     MOVE LIMITE-NEG-LNK TO LIMITE-NEG-CLQ.
004050     MOVE MED-LNK        TO MED-LIMITE-CLQ.
004060     MOVE FECHA-HOY-W    TO FECHA-LIMITE-CLQ.
004070     REWRITE REG-CLQ
004080         INVALID KEY WRITE REG-CLQ END-WRITE
004090     END-REWRITE.
004100     PERFORM DEVOLVER-BALANCE.
004110     MOVE "S" TO RESULT-LNK.

004120 FIN-LIMITE.
004130     EXIT.

      * BALANCE DEL CORTE QUE ESTA CORRIENDO AHORA (NO EL DEL ULTIMO
      * MOVIMIENTO) CONTRA EL LIMITE DEL MEDICO.
004140 CONSULTAR-BALANCE.
004150     MOVE PACI-LNK  TO PACI-CLQ.
004160     MOVE FOLIO-LNK TO FOLIO-CLQ.
004170     READ ARCHIVO-CONTROL-LIQ
004180          INVALID KEY
004190             MOVE "X" TO RESULT-LNK
004200             GO TO FIN-CONSULTAR
004210     END-READ.
004220     PERFORM DEVOLVER-BALANCE.
004230     MOVE "S" TO RESULT-LNK.

004240 FIN-CONSULTAR.
004250     EXIT.

004260 DEVOLVER-BALANCE.
004270     MOVE FECHA-HOY-W TO FECHA-MOV-W.
004280     MOVE HORA-HOY-W  TO HORA-MOV-W.
004290     PERFORM UBICAR-CORTE.
004300     MOVE PACI-LNK      TO PACI-BLQ.
004310     MOVE FOLIO-LNK     TO FOLIO-BLQ.
004320     MOVE FECHA-CORTE-W TO FECHA-CORTE-BLQ.
004330     READ ARCHIVO-BALANCE-LIQ
004340          INVALID KEY MOVE 0 TO BALANCE-BLQ
004350     END-READ.
004360     MOVE BALANCE-BLQ TO BALANCE-CORTE-LNK.
004370     MOVE BALANCE-CLQ TO BALANCE-ACUM-LNK.
004380     MOVE SPACE TO ALERTA-LNK.
004390     IF LIMITE-POS-CLQ > 0
004400        AND BALANCE-BLQ > LIMITE-POS-CLQ
004410        MOVE "+" TO ALERTA-LNK
004420     END-IF.
004430     IF LIMITE-NEG-CLQ > 0
004440        AND BALANCE-BLQ < 0 - LIMITE-NEG-CLQ
004450        MOVE "-" TO ALERTA-LNK
004460     END-IF.

004470 CERRAR-ARCHIVOS.
004480     CLOSE ARCHIVO-LIQUIDOS ARCHIVO-BALANCE-LIQ
004490           ARCHIVO-CONTROL-LIQ.
