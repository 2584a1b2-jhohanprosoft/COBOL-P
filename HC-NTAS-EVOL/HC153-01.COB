      *=================================================================
      * HISTORIA CLINICA - HOJA ODONTOLOGICA DEL PACIENTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * IMPRIME EN SC-ODONTO.TXT LA HOJA ODONTOLOGICA DEL PACIENTE
      * RECIBIDO, CON LO QUE DEJA HC153:
      * - LOS INDICES COP Y CEO DEL ULTIMO EXAMEN.
      * - EL ODONTOGRAMA EN CUATRO FILAS (ARCADA SUPERIOR PERMANENTE Y
      *   TEMPORAL, INFERIOR TEMPORAL Y PERMANENTE) CON UNA LETRA POR
      *   DIENTE: EL ESTADO SI NO ESTA PRESENTE, SI NO C CARIADO,
      *   O OBTURADO, F FRACTURA, L SELLANTE O "." SANO; SIN REGISTRO
      *   QUEDA EN BLANCO. DEBAJO, EL DETALLE POR SUPERFICIE DE LOS
      *   DIENTES CON HALLAZGOS.
      * - LOS PLANES DE TRATAMIENTO CON SUS FASES, EL PRESUPUESTO DE
      *   CADA FASE Y EL ESTADO DE CADA PROCEDIMIENTO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC153-01.
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

000150     SELECT ARCHIVO-ODONTO-IND LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-ODONTOI-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS PACI-ODI
000200         ALTERNATE RECORD KEY IS FECHA-EXAM-ODI WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-PLAN-ODONTO LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PLANODO-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-PLO
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-TRAT-ODONTO LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-TRATODO-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-TTO
000330         ALTERNATE RECORD KEY IS LLAVE-CUPS-TTO WITH DUPLICATES
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-PACIE-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS COD-PACI
000400         FILE STATUS IS OTR-STAT.

000410     SELECT ARCHIVO-CUPS LOCK MODE IS AUTOMATIC
000420         ASSIGN NOM-CUPS-W
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LLAVE-CUP
000460         ALTERNATE RECORD KEY IS DESCRIP-CUP WITH DUPLICATES
000470         FILE STATUS IS OTR-STAT.

000480     SELECT HOJA-ODONTO
000490         ASSIGN NOM-HOJAODO-W
000500         ORGANIZATION IS LINE SEQUENTIAL.

000510 DATA DIVISION.
000520 FILE SECTION.

000530 FD  ARCHIVO-ODONTOGRAMA
000540     LABEL RECORD STANDARD.
000550 01  REG-ODG.
000560     02 LLAVE-ODG.
000570        03 PACI-ODG             PIC X(15).
000580        03 DIENTE-ODG           PIC 99.
000590     02 ESTADO-ODG              PIC X.
000600        88 DIENTE-PRESENTE      VALUE "P".
000610     02 SUPERF-ODG              PIC X OCCURS 5.
000620     02 FECHA-ODG               PIC 9(8).
000630     02 PROF-ODG                PIC 9(10).

000640 FD  ARCHIVO-ODONTO-IND
000650     LABEL RECORD STANDARD.
000660 01  REG-ODI.
000670     02 PACI-ODI                PIC X(15).
000680     02 FECHA-EXAM-ODI          PIC 9(8).
000690     02 PROF-ODI                PIC 9(10).
000700     02 COP-ODI.
000710        03 CAR-PERM-ODI         PIC 99.
000720        03 OBT-PERM-ODI         PIC 99.
000730        03 PER-PERM-ODI         PIC 99.
000740     02 CEO-ODI.
000750        03 CAR-TEMP-ODI         PIC 99.
000760        03 EXT-TEMP-ODI         PIC 99.
000770        03 OBT-TEMP-ODI         PIC 99.
000780     02 TOT-COP-ODI             PIC 99.
000790     02 TOT-CEO-ODI             PIC 99.
000800     02 PERM-PRES-ODI           PIC 99.
000810     02 TEMP-PRES-ODI           PIC 99.

000820 FD  ARCHIVO-PLAN-ODONTO
000830     LABEL RECORD STANDARD.
000840 01  REG-PLO.
000850     02 LLAVE-PLO.
000860        03 PACI-PLO             PIC X(15).
000870        03 NRO-PLO              PIC 9(3).
000880     02 FECHA-PLO               PIC 9(8).
000890     02 PROF-PLO                PIC 9(10).
000900     02 ENTIDAD-PLO             PIC X(6).
000910     02 ESTADO-PLO              PIC X.
000920     02 FASE-PLO                OCCURS 5.
000930        03 DESCRIP-FASE-PLO     PIC X(30).
000940        03 ESTADO-FASE-PLO      PIC X.
000950        03 PRESUP-FASE-PLO      PIC 9(6).
000960        03 VALOR-PRESUP-PLO     PIC 9(11)V99.
000970        03 FECHA-PRESUP-PLO     PIC 9(8).

000980 FD  ARCHIVO-TRAT-ODONTO
000990     LABEL RECORD STANDARD.
001000 01  REG-TTO.
001010     02 LLAVE-TTO.
001020        03 PACI-TTO             PIC X(15).
001030        03 PLAN-TTO             PIC 9(3).
001040        03 FASE-TTO             PIC 9.
001050        03 ITEM-TTO             PIC 9(3).
001060     02 LLAVE-CUPS-TTO.
001070        03 PACI-CUPS-TTO        PIC X(15).
001080        03 CUPS-TTO             PIC X(12).
001090     02 DIENTE-TTO              PIC 99.
001100     02 SUPERF-TTO              PIC X(5).
001110     02 DIAG-TTO                PIC X(4).
001120     02 FINALIDAD-TTO           PIC XX.
001130     02 ESTADO-TTO              PIC X.
001140     02 CUBIERTO-TTO            PIC X.
001150     02 VALOR-PRESUP-TTO        PIC 9(9)V99.
001160     02 FECHA-REAL-TTO          PIC 9(8).
001170     02 PROF-REAL-TTO           PIC 9(10).
001180     02 LLAVE-NUM-TTO           PIC X(7).
001190     02 RIPS-FACT-TTO           PIC X(12).

001200 FD  ARCHIVO-PACIENTES
001210     LABEL RECORD STANDARD.
001220 01  REG-PACI.
001230     02 COD-PACI                PIC X(15).
001240     02 DESCRIP-PACI            PIC X(40).
001250     02 EPS-PACI                PIC X(6).
001260     02 FILLER                  PIC X(75).

001270 FD  ARCHIVO-CUPS
001280     LABEL RECORD STANDARD.
001290 01  REG-CUP.
001300     02 LLAVE-CUP               PIC X(12).
001310     02 DESCRIP-CUP             PIC X(80).
001320     02 TIPO-CUP                PIC X.
001330     02 ABREV-CUP               PIC X(5).
001340     02 DURACION-CUP            PIC X(3).
001350     02 COSTO-CUP               PIC 9(9)V99.

001360 FD  HOJA-ODONTO
001370     LABEL RECORD STANDARD.
001380 01  LIN-HOJAODO                PIC X(100).

001390 WORKING-STORAGE SECTION.

001400 77  NOM-ODONTO-W               PIC X(60)
001410     VALUE "D:\progelect\DATOS\SC-ODONTO.DAT".
001420 77  NOM-ODONTOI-W              PIC X(60)
001430     VALUE "D:\progelect\DATOS\SC-ODONTOI.DAT".
001440 77  NOM-PLANODO-W              PIC X(60)
001450     VALUE "D:\progelect\DATOS\SC-PLANODO.DAT".
001460 77  NOM-TRATODO-W              PIC X(60)
001470     VALUE "D:\progelect\DATOS\SC-TRATODO.DAT".
001480 77  NOM-PACIE-W                PIC X(60)
001490     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001500 77  NOM-CUPS-W                 PIC X(60)
001510     VALUE "D:\progelect\DATOS\SC-CUPS.DAT".
001520 77  NOM-HOJAODO-W              PIC X(60)
001530     VALUE "D:\progelect\DATOS\SC-ODONTO.TXT".
001540 77  OTR-STAT                   PIC XX.
001550 77  SW-FIN-W                   PIC 9 VALUE 0.
001560 77  SW-FIN-TTO-W               PIC 9 VALUE 0.
001570 77  SW-ODONTO-W                PIC 9 VALUE 0.
001580 77  IX-W                       PIC 99 VALUE 0.
001590 77  IX-FILA-W                  PIC 9 VALUE 0.
001600 77  IX-SUP-W                   PIC 9 VALUE 0.
001610 77  IX-FASE-W                  PIC 9 VALUE 0.
001620 77  POS-W                      PIC 99 VALUE 0.
001630 77  LETRA-W                    PIC X.
001640 77  TOT-PLANES-W               PIC 9(3) VALUE 0.

      * LAS CUATRO FILAS DEL ODONTOGRAMA, 16 POSICIONES DE 2 DIGITOS
      * CADA UNA (00 = POSICION VACIA EN LAS FILAS TEMPORALES)
001650 01  FILAS-DIENTES-W.
001660     02 FILLER                  PIC X(32)
001670        VALUE "18171615141312112122232425262728".
001680     02 FILLER                  PIC X(32)
001690        VALUE "00000055545352516162636465000000".
001700     02 FILLER                  PIC X(32)
001710        VALUE "00000085848382817172737475000000".
001720     02 FILLER                  PIC X(32)
001730        VALUE "48474645444342413132333435363738".
001740 01  FILAS-DIENTES-R REDEFINES FILAS-DIENTES-W.
001750     02 FILA-W                  OCCURS 4.
001760        03 DIENTE-FILA-W        PIC 99 OCCURS 16.

      * LETRA DE CADA DIENTE, POR NUMERO FDI
001770 01  TABLA-LETRAS-W.
001780     02 LETRA-DIENTE-W          PIC X OCCURS 85.

001790 01  NOMBRES-SUPERF-W           PIC X(5) VALUE "OMDVL".
001800 01  NOMBRES-SUPERF-R REDEFINES NOMBRES-SUPERF-W.
001810     02 NOMBRE-SUP-W            PIC X OCCURS 5.

001820 01  LIN-TITULO.
001830     02 FILLER                  PIC X(30)
001840        VALUE "HOJA ODONTOLOGICA - PACIENTE: ".
001850     02 PACI-TIT                PIC X(15).
001860     02 FILLER                  PIC X VALUE SPACE.
001870     02 NOMBRE-TIT              PIC X(40).
001880     02 FILLER                  PIC X(5) VALUE " EPS ".
001890     02 EPS-TIT                 PIC X(6).

001900 01  LIN-EXAMEN.
001910     02 FILLER                  PIC X(16)
001920        VALUE "ULTIMO EXAMEN:  ".
001930     02 FECHA-EXAM-LIN          PIC 9(8).
001940     02 FILLER                  PIC X(15)
001950        VALUE "  PROFESIONAL: ".
001960     02 PROF-EXAM-LIN           PIC 9(10).

001970 01  LIN-INDICES.
001980     02 FILLER                  PIC X(8) VALUE "COP  C: ".
001990     02 C-PERM-LIN              PIC Z9.
002000     02 FILLER                  PIC X(5) VALUE "  O: ".
002010     02 O-PERM-LIN              PIC Z9.
002020     02 FILLER                  PIC X(5) VALUE "  P: ".
002030     02 P-PERM-LIN              PIC Z9.
002040     02 FILLER                  PIC X(9) VALUE "  TOTAL: ".
002050     02 COP-LIN                 PIC Z9.
002060     02 FILLER                  PIC X(12) VALUE "    CEO  C: ".
002070     02 C-TEMP-LIN              PIC Z9.
002080     02 FILLER                  PIC X(5) VALUE "  E: ".
002090     02 E-TEMP-LIN              PIC Z9.
002100     02 FILLER                  PIC X(5) VALUE "  O: ".
002110     02 O-TEMP-LIN              PIC Z9.
002120     02 FILLER                  PIC X(9) VALUE "  TOTAL: ".
002130     02 CEO-LIN                 PIC Z9.

002140 01  LIN-FILA.
002150     02 FILLER                  PIC X(4) VALUE SPACES.
002160     02 CELDA-FILA              OCCURS 16.
002170        03 NUM-FILA             PIC XX.
002180        03 FILLER               PIC X.
002190        03 LETRA-FILA           PIC X.
002200        03 FILLER               PIC X.

002210 01  LIN-DIENTE.
002220     02 FILLER                  PIC X(8) VALUE "  DIENTE".
002230     02 DIENTE-LIN              PIC Z99.
002240     02 FILLER                  PIC X(9) VALUE "  ESTADO ".
002250     02 ESTADO-LIN              PIC X.
002260     02 FILLER                  PIC X(2) VALUE SPACES.
002270     02 SUPERF-LIN              OCCURS 5.
002280        03 FILLER               PIC X.
002290        03 NOMBRE-SUP-LIN       PIC X.
002300        03 FILLER               PIC X VALUE ":".
002310        03 CODIGO-SUP-LIN       PIC X.
002320     02 FILLER                  PIC X(9) VALUE "  FECHA: ".
002330     02 FECHA-DIENTE-LIN        PIC 9(8).

002340 01  LIN-PLAN.
002350     02 FILLER                  PIC X(6) VALUE "PLAN: ".
002360     02 NRO-PLAN-LIN            PIC ZZ9.
002370     02 FILLER                  PIC X(8) VALUE " FECHA: ".
002380     02 FECHA-PLAN-LIN          PIC 9(8).
002390     02 FILLER                  PIC X(10) VALUE " ENTIDAD: ".
002400     02 ENTIDAD-PLAN-LIN        PIC X(6).
002410     02 FILLER                  PIC X(9) VALUE " ESTADO: ".
002420     02 ESTADO-PLAN-LIN         PIC X(10).

002430 01  LIN-FASE.
002440     02 FILLER                  PIC X(7) VALUE "  FASE ".
002450     02 NRO-FASE-LIN            PIC 9.
002460     02 FILLER                  PIC X(2) VALUE ": ".
002470     02 DESCRIP-FASE-LIN        PIC X(30).
002480     02 FILLER                  PIC X VALUE SPACE.
002490     02 ESTADO-FASE-LIN         PIC X(12).
002500     02 FILLER                  PIC X(9) VALUE " PRESUP. ".
002510     02 PRESUP-FASE-LIN         PIC Z(5)9.
002520     02 FILLER                  PIC X VALUE SPACE.
002530     02 VALOR-FASE-LIN          PIC ZZZ,ZZZ,ZZ9.99.

002540 01  LIN-PROC.
002550     02 FILLER                  PIC X(4) VALUE SPACES.
002560     02 ITEM-PROC-LIN           PIC ZZ9.
002570     02 FILLER                  PIC X VALUE SPACE.
002580     02 CUPS-PROC-LIN           PIC X(12).
002590     02 FILLER                  PIC X VALUE SPACE.
002600     02 DESCRIP-PROC-LIN        PIC X(30).
002610     02 FILLER                  PIC X VALUE SPACE.
002620     02 DIENTE-PROC-LIN         PIC Z9.
002630     02 FILLER                  PIC X VALUE SPACE.
002640     02 SUPERF-PROC-LIN         PIC X(5).
002650     02 FILLER                  PIC X VALUE SPACE.
002660     02 DIAG-PROC-LIN           PIC X(4).
002670     02 FILLER                  PIC X VALUE SPACE.
002680     02 ESTADO-PROC-LIN         PIC X(9).
002690     02 FILLER                  PIC X VALUE SPACE.
002700     02 FECHA-PROC-LIN          PIC X(8).
002710     02 FILLER                  PIC X VALUE SPACE.
002720     02 CUBIERTO-PROC-LIN       PIC X(10).

002730 LINKAGE SECTION.
002740 01  PACI-LNK                   PIC X(15).

002750 PROCEDURE DIVISION USING PACI-LNK.

002760 MAINLINE.
002770     OPEN INPUT ARCHIVO-PACIENTES.
002780     MOVE PACI-LNK TO COD-PACI.
002790     READ ARCHIVO-PACIENTES
002800          INVALID KEY INITIALIZE REG-PACI
002810     END-READ.
002820     CLOSE ARCHIVO-PACIENTES.
002830     OPEN OUTPUT HOJA-ODONTO.
002840     MOVE PACI-LNK     TO PACI-TIT.
002850     MOVE DESCRIP-PACI TO NOMBRE-TIT.
002860     MOVE EPS-PACI     TO EPS-TIT.
002870     MOVE LIN-TITULO   TO LIN-HOJAODO.
002880     WRITE LIN-HOJAODO.
002890     PERFORM IMPRIMIR-INDICES.
002900     PERFORM IMPRIMIR-ODONTOGRAMA.
002910     PERFORM IMPRIMIR-PLANES THRU FIN-IMPRIMIR-PLANES.
002920     CLOSE HOJA-ODONTO.
002930     DISPLAY "PLANES DE TRATAMIENTO: " TOT-PLANES-W.
002940     EXIT PROGRAM.

002950 IMPRIMIR-INDICES.
002960     MOVE 0 TO SW-ODONTO-W.
002970     OPEN INPUT ARCHIVO-ODONTO-IND.
002980     IF OTR-STAT = "00"
002990        MOVE PACI-LNK TO PACI-ODI
003000        READ ARCHIVO-ODONTO-IND
003010             INVALID KEY CONTINUE
003020             NOT INVALID KEY MOVE 1 TO SW-ODONTO-W
003030        END-READ
003040        CLOSE ARCHIVO-ODONTO-IND
003050     END-IF.
003060     MOVE SPACES TO LIN-HOJAODO.
003070     WRITE LIN-HOJAODO.
003080     IF SW-ODONTO-W = 0
003090        MOVE "SIN EXAMEN ODONTOLOGICO REGISTRADO" TO LIN-HOJAODO
003100        WRITE LIN-HOJAODO
003110     ELSE
003120        MOVE FECHA-EXAM-ODI TO FECHA-EXAM-LIN
003130        MOVE PROF-ODI       TO PROF-EXAM-LIN
003140        MOVE LIN-EXAMEN     TO LIN-HOJAODO
003150        WRITE LIN-HOJAODO
003160        MOVE CAR-PERM-ODI   TO C-PERM-LIN
003170        MOVE OBT-PERM-ODI   TO O-PERM-LIN
003180        MOVE PER-PERM-ODI   TO P-PERM-LIN
003190        MOVE TOT-COP-ODI    TO COP-LIN
003200        MOVE CAR-TEMP-ODI   TO C-TEMP-LIN
003210        MOVE EXT-TEMP-ODI   TO E-TEMP-LIN
003220        MOVE OBT-TEMP-ODI   TO O-TEMP-LIN
003230        MOVE TOT-CEO-ODI    TO CEO-LIN
003240        MOVE LIN-INDICES    TO LIN-HOJAODO
003250        WRITE LIN-HOJAODO
003260     END-IF.

      *--- PRIMERO SE CARGAN LAS LETRAS DE TODOS LOS DIENTES Y SE
      *--- LISTA EL DETALLE; LUEGO SE ARMAN LAS CUATRO FILAS
003270 IMPRIMIR-ODONTOGRAMA.
003280     MOVE SPACES TO TABLA-LETRAS-W.
003290     MOVE SPACES TO LIN-HOJAODO.
003300     WRITE LIN-HOJAODO.
003310     MOVE "DETALLE POR SUPERFICIE (O M D V L)" TO LIN-HOJAODO.
003320     WRITE LIN-HOJAODO.
003330     OPEN INPUT ARCHIVO-ODONTOGRAMA.
003340     IF OTR-STAT = "00"
003350        MOVE PACI-LNK TO PACI-ODG
003360        MOVE 0        TO DIENTE-ODG
003370        MOVE 0        TO SW-FIN-W
003380        START ARCHIVO-ODONTOGRAMA KEY IS >= LLAVE-ODG
003390              INVALID KEY MOVE 1 TO SW-FIN-W
003400        END-START
003410        PERFORM LEER-DIENTE UNTIL SW-FIN-W = 1
003420        CLOSE ARCHIVO-ODONTOGRAMA
003430     END-IF.
003440     MOVE SPACES TO LIN-HOJAODO.
003450     WRITE LIN-HOJAODO.
003460     PERFORM IMPRIMIR-FILA VARYING IX-FILA-W FROM 1 BY 1
003470             UNTIL IX-FILA-W > 4.

003480 LEER-DIENTE.
003490     READ ARCHIVO-ODONTOGRAMA NEXT
003500          AT END MOVE 1 TO SW-FIN-W
003510     END-READ.
003520     IF SW-FIN-W = 0
003530        IF PACI-ODG NOT = PACI-LNK
003540           MOVE 1 TO SW-FIN-W
003550        ELSE
003560           PERFORM ASIGNAR-LETRA
003570        END-IF
003580     END-IF.

003590 ASIGNAR-LETRA.
003600     MOVE "." TO LETRA-W.
003610     PERFORM LETRA-SUPERFICIE VARYING IX-SUP-W FROM 1 BY 1
003620             UNTIL IX-SUP-W > 5.
003630     IF NOT DIENTE-PRESENTE
003640        MOVE ESTADO-ODG TO LETRA-W
003650     END-IF.
003660     IF DIENTE-ODG > 0 AND DIENTE-ODG NOT > 85
003670        MOVE LETRA-W TO LETRA-DIENTE-W (DIENTE-ODG)
003680     END-IF.
003690     IF LETRA-W NOT = "."
003700        MOVE DIENTE-ODG TO DIENTE-LIN
003710        MOVE ESTADO-ODG TO ESTADO-LIN
003720        PERFORM PASAR-SUPERFICIE VARYING IX-SUP-W FROM 1 BY 1
003730                UNTIL IX-SUP-W > 5
003740        MOVE FECHA-ODG  TO FECHA-DIENTE-LIN
003750        MOVE LIN-DIENTE TO LIN-HOJAODO
003760        WRITE LIN-HOJAODO
003770     END-IF.

      *--- LA CARIES PREVALECE SOBRE LOS DEMAS HALLAZGOS
003780 LETRA-SUPERFICIE.
003790     EVALUATE SUPERF-ODG (IX-SUP-W)
003800        WHEN "C"
003810        WHEN "D" MOVE "C" TO LETRA-W
003820        WHEN "O"
003830        WHEN "F"
003840        WHEN "L"
003850             IF LETRA-W NOT = "C"
003860                MOVE SUPERF-ODG (IX-SUP-W) TO LETRA-W
003870             END-IF
003880     END-EVALUATE.

003890 PASAR-SUPERFICIE.
003900     MOVE NOMBRE-SUP-W (IX-SUP-W) TO NOMBRE-SUP-LIN (IX-SUP-W).
003910     MOVE SUPERF-ODG (IX-SUP-W)   TO CODIGO-SUP-LIN (IX-SUP-W).

003920 IMPRIMIR-FILA.
003930     MOVE SPACES TO LIN-FILA.
003940     PERFORM ARMAR-CELDA VARYING POS-W FROM 1 BY 1
003950             UNTIL POS-W > 16.
003960     MOVE LIN-FILA TO LIN-HOJAODO.
003970     WRITE LIN-HOJAODO.

003980 ARMAR-CELDA.
003990     IF DIENTE-FILA-W (IX-FILA-W, POS-W) = 0
004000        MOVE SPACES TO NUM-FILA (POS-W) LETRA-FILA (POS-W)
004010     ELSE
004020        MOVE DIENTE-FILA-W (IX-FILA-W, POS-W) TO NUM-FILA (POS-W)
004030        MOVE LETRA-DIENTE-W (DIENTE-FILA-W (IX-FILA-W, POS-W))
004040          TO LETRA-FILA (POS-W)
004050     END-IF.

004060 IMPRIMIR-PLANES.
004065     MOVE 0 TO TOT-PLANES-W.
004070     OPEN INPUT ARCHIVO-PLAN-ODONTO.
004080     IF OTR-STAT NOT = "00"
004090        GO TO FIN-IMPRIMIR-PLANES
004100     END-IF.
004110     OPEN INPUT ARCHIVO-TRAT-ODONTO ARCHIVO-CUPS.
004120     MOVE 0        TO SW-FIN-W.
004130     MOVE PACI-LNK TO PACI-PLO.
004140     MOVE 0        TO NRO-PLO.
004150     START ARCHIVO-PLAN-ODONTO KEY IS >= LLAVE-PLO
004160           INVALID KEY MOVE 1 TO SW-FIN-W
004170     END-START.
004180     PERFORM LEER-PLAN UNTIL SW-FIN-W = 1.
004190     CLOSE ARCHIVO-PLAN-ODONTO ARCHIVO-TRAT-ODONTO ARCHIVO-CUPS.

004200 FIN-IMPRIMIR-PLANES.
004210     EXIT.

004220 LEER-PLAN.
004230     READ ARCHIVO-PLAN-ODONTO NEXT
004240          AT END MOVE 1 TO SW-FIN-W
004250     END-READ.
004260     IF SW-FIN-W = 0
004270        IF PACI-PLO NOT = PACI-LNK
004280           MOVE 1 TO SW-FIN-W
004290        ELSE
004300           PERFORM IMPRIMIR-PLAN
004310        END-IF
004320     END-IF.

004330 IMPRIMIR-PLAN.
004340     ADD 1 TO TOT-PLANES-W.
004350     MOVE SPACES TO LIN-HOJAODO.
004360     WRITE LIN-HOJAODO.
004370     MOVE NRO-PLO     TO NRO-PLAN-LIN.
004380     MOVE FECHA-PLO   TO FECHA-PLAN-LIN.
004390     MOVE ENTIDAD-PLO TO ENTIDAD-PLAN-LIN.
004400     IF ESTADO-PLO = "T"
004410        MOVE "TERMINADO" TO ESTADO-PLAN-LIN
004420     ELSE
004430        MOVE "ACTIVO"    TO ESTADO-PLAN-LIN
004440     END-IF.
004450     MOVE LIN-PLAN TO LIN-HOJAODO.
004460     WRITE LIN-HOJAODO.
004470     PERFORM IMPRIMIR-FASE VARYING IX-FASE-W FROM 1 BY 1
004480             UNTIL IX-FASE-W > 5.

004490 IMPRIMIR-FASE.
004500     IF DESCRIP-FASE-PLO (IX-FASE-W) NOT = SPACES
004510        MOVE IX-FASE-W                     TO NRO-FASE-LIN
004520        MOVE DESCRIP-FASE-PLO (IX-FASE-W)  TO DESCRIP-FASE-LIN
004530        EVALUATE ESTADO-FASE-PLO (IX-FASE-W)
004540           WHEN "T" MOVE "TERMINADA"    TO ESTADO-FASE-LIN
004550           WHEN "E" MOVE "EN EJECUCION" TO ESTADO-FASE-LIN
004560           WHEN OTHER MOVE "PENDIENTE"  TO ESTADO-FASE-LIN
004570        END-EVALUATE
004580        MOVE PRESUP-FASE-PLO (IX-FASE-W)  TO PRESUP-FASE-LIN
004590        MOVE VALOR-PRESUP-PLO (IX-FASE-W) TO VALOR-FASE-LIN
004600        MOVE LIN-FASE TO LIN-HOJAODO
004610        WRITE LIN-HOJAODO
004620        MOVE 0         TO SW-FIN-TTO-W
004630        MOVE PACI-PLO  TO PACI-TTO
004640        MOVE NRO-PLO   TO PLAN-TTO
004650        MOVE IX-FASE-W TO FASE-TTO
004660        MOVE 0         TO ITEM-TTO
004670        START ARCHIVO-TRAT-ODONTO KEY IS >= LLAVE-TTO
004680              INVALID KEY MOVE 1 TO SW-FIN-TTO-W
004690        END-START
004700        PERFORM LEER-PROCEDIMIENTO UNTIL SW-FIN-TTO-W = 1
004710     END-IF.

004720 LEER-PROCEDIMIENTO.
004730     READ ARCHIVO-TRAT-ODONTO NEXT
004740          AT END MOVE 1 TO SW-FIN-TTO-W
004750     END-READ.
004760     IF SW-FIN-TTO-W = 0
004770        IF PACI-TTO NOT = PACI-PLO OR PLAN-TTO NOT = NRO-PLO
004780           OR FASE-TTO NOT = IX-FASE-W
004790           MOVE 1 TO SW-FIN-TTO-W
004800        ELSE
004810           PERFORM IMPRIMIR-PROCEDIMIENTO
004820        END-IF
004830     END-IF.

004840 IMPRIMIR-PROCEDIMIENTO.
004850     MOVE SPACES     TO DESCRIP-PROC-LIN FECHA-PROC-LIN
004860                        CUBIERTO-PROC-LIN.
004870     MOVE ITEM-TTO   TO ITEM-PROC-LIN.
004880     MOVE CUPS-TTO   TO CUPS-PROC-LIN LLAVE-CUP.
004890     READ ARCHIVO-CUPS
004900          INVALID KEY CONTINUE
004910          NOT INVALID KEY MOVE DESCRIP-CUP TO DESCRIP-PROC-LIN
004920     END-READ.
004930     MOVE DIENTE-TTO TO DIENTE-PROC-LIN.
004940     MOVE SUPERF-TTO TO SUPERF-PROC-LIN.
004950     MOVE DIAG-TTO   TO DIAG-PROC-LIN.
004960     EVALUATE ESTADO-TTO
004970        WHEN "R"
004980             MOVE "REALIZADO"    TO ESTADO-PROC-LIN
004990             MOVE FECHA-REAL-TTO TO FECHA-PROC-LIN
005000        WHEN "A"
005010             MOVE "ANULADO"      TO ESTADO-PROC-LIN
005020        WHEN OTHER
005030             MOVE "PENDIENTE"    TO ESTADO-PROC-LIN
005040     END-EVALUATE.
005050     EVALUATE CUBIERTO-TTO
005060        WHEN "S" MOVE "ENTIDAD"    TO CUBIERTO-PROC-LIN
005070        WHEN "N" MOVE "PARTICULAR" TO CUBIERTO-PROC-LIN
005080     END-EVALUATE.
005090     MOVE LIN-PROC TO LIN-HOJAODO.
005100     WRITE LIN-HOJAODO.
