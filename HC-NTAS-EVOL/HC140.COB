      *=================================================================
      * HISTORIA CLINICA - ENTREGA DE TURNO DE ENFERMERIA POR SERVICIO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA ENTREGA DE TURNO SE HACIA DE VIVA VOZ CON UNA LIBRETA. ESTE
      * COMPONENTE ARMA LA HOJA DE ENTREGA DE UN SERVICIO PARA UN
      * TURNO (1 MANANA 07-13, 2 TARDE 13-19, 3 NOCHE 19-07, COMO EN
      * HC139) CON LO QUE YA ESTA EN EL SISTEMA Y GUARDA EN
      * ARCHIVO-ENTREGA-TURNO QUIEN ENTREGO, QUIEN RECIBIO Y LAS
      * NOTAS, PARA LA HISTORIA:
      * MODO "G" - GENERA LA HOJA (SC-ENTTURNO.TXT) DEL TURNO QUE SE
      *            ENTREGA:
      *            - CAMAS OCUPADAS DEL SERVICIO (ARCHIVO-CAMAS-HOSP).
      *            - DOSIS DEL TURNO SIGUIENTE Y LAS OMITIDAS O SIN
      *              APLICAR DEL TURNO QUE SALE (ARCHIVO-DOSIS-PROG).
      *            - MORSE / BRADEN VENCIDAS O SIN VALORAR (HC132).
      *            - EXAMENES PENDIENTES (ARCHIVO-ESTADO-EXAMEN).
      *            - INTERCONSULTAS ABIERTAS (ARCHIVO-INTERCONSULTA).
      *            - CIRUGIAS DE MANANA (ARCHIVO-PROG-CIR).
      *            GRABA LOS TOTALES EN EL ENCABEZADO; SE PUEDE
      *            REGENERAR MIENTRAS NO SE HAYA FIRMADO LA ENTREGA.
      * MODO "S" - FIRMA DE LA ENFERMERA QUE ENTREGA (SALE) CON SUS
      *            NOTAS DE TEXTO LIBRE.
      * MODO "R" - FIRMA DE LA ENFERMERA QUE RECIBE (DEBE SER OTRA
      *            PERSONA Y LA ENTREGA YA DEBE ESTAR FIRMADA) CON SU
      *            OBSERVACION. LA HOJA QUEDA CERRADA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC140.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ENTREGA-TURNO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ENTTUR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ENT
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CAMAS-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-CAM
000200         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000210         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-DOSIS-PROG LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-DOSIS-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-DOSIS
000280         ALTERNATE RECORD KEY IS SERVICIO-DOSIS
000290            WITH DUPLICATES
000300         ALTERNATE RECORD KEY IS ESTADO-DOSIS WITH DUPLICATES
000310         FILE STATUS IS OTR-STAT.

000320     SELECT ARCHIVO-ESTADO-EXAMEN LOCK MODE IS AUTOMATIC
000330         ASSIGN NOM-ESTEXAM-W
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS LLAVE-ESTEX
000370         ALTERNATE RECORD KEY IS SERVICIO-ESTEX
000380            WITH DUPLICATES
000390         ALTERNATE RECORD KEY IS ESTADO-ESTEX WITH DUPLICATES
000400         FILE STATUS IS OTR-STAT.

000410     SELECT ARCHIVO-INTERCONSULTA LOCK MODE IS AUTOMATIC
000420         ASSIGN NOM-INTC-W
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LLAVE-INTCONS
000460         ALTERNATE RECORD KEY IS FECHA-ING-INTCONS
000470            WITH DUPLICATES
000480         ALTERNATE RECORD KEY IS ESPEC-INTCONS WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS FOLIO-INTCONS WITH DUPLICATES
000500         FILE STATUS IS OTR-STAT.

000510     SELECT ARCHIVO-PROG-CIR LOCK MODE IS AUTOMATIC
000520         ASSIGN NOM-PROGCIR-W
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LLAVE-PROGC
000560         ALTERNATE RECORD KEY IS FECHA-PROGC WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS CIRUJANO-PROGC
000580            WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT HOJA-ENTREGA
000610         ASSIGN NOM-HOJAENT-W
000620         ORGANIZATION IS LINE SEQUENTIAL.

000630 DATA DIVISION.
000640 FILE SECTION.

000650 FD  ARCHIVO-ENTREGA-TURNO
000660     LABEL RECORD STANDARD.
000670 01  REG-ENT.
000680     02 LLAVE-ENT.
000690        03 SERVHO-ENT           PIC X(4).
000700        03 FECHA-ENT            PIC 9(8).
000710        03 TURNO-ENT            PIC 9.
000720     02 ESTADO-ENT              PIC X.
000730        88 ENTREGA-GENERADA     VALUE "G".
000740        88 ENTREGA-FIRMADA      VALUE "S".
000750        88 ENTREGA-RECIBIDA     VALUE "R".
000760     02 FECHA-GENERA-ENT        PIC 9(8).
000770     02 HORA-GENERA-ENT         PIC 9(4).
000780     02 TOTALES-ENT.
000790        03 CAMAS-OCUP-ENT       PIC 9(3).
000800        03 DOSIS-SIG-ENT        PIC 9(4).
000810        03 DOSIS-OMIT-ENT       PIC 9(4).
000820        03 ESCALAS-VENC-ENT     PIC 9(3).
000830        03 EXAMENES-PEND-ENT    PIC 9(4).
000840        03 INTERCONS-ENT        PIC 9(3).
000850        03 CIRUGIAS-ENT         PIC 9(3).
000860     02 ENFERM-SALE-ENT         PIC X(4).
000870     02 FECHA-SALE-ENT          PIC 9(8).
000880     02 HORA-SALE-ENT           PIC 9(4).
000890     02 NOTAS-SALE-ENT          PIC X(400).
000900     02 ENFERM-RECIBE-ENT       PIC X(4).
000910     02 FECHA-RECIBE-ENT        PIC 9(8).
000920     02 HORA-RECIBE-ENT         PIC 9(4).
000930     02 NOTAS-RECIBE-ENT        PIC X(400).

000940 FD  ARCHIVO-CAMAS-HOSP
000950     LABEL RECORD STANDARD.
000960 01  REG-CAM.
000970     02 COD-CAM                 PIC X(6).
000980     02 SERVHO-CAM              PIC X(4).
000990     02 ESTADO-CAM              PIC X.
001000        88 CAMA-OCUPADA         VALUE "O".
001010     02 PACI-CAM                PIC X(15).
001020     02 FOLIO-CAM               PIC X(8).
001030     02 FECHA-INGRESO-CAM       PIC 9(8).

001040 FD  ARCHIVO-DOSIS-PROG
001050     LABEL RECORD STANDARD.
001060 01  REG-DOSIS.
001070     02 LLAVE-DOSIS.
001080        03 LLAVE-ORD-DOSIS      PIC X(12).
001090        03 FECHA-DOSIS          PIC 9(8).
001100        03 HORA-PROG-DOSIS      PIC 9(4).
001110     02 PACI-DOSIS              PIC X(15).
001120     02 COD-ART-DOSIS           PIC X(8).
001130     02 DESCRIP-DOSIS           PIC X(40).
001140     02 SERVICIO-DOSIS          PIC X(4).
001150     02 ESTADO-DOSIS            PIC X.
001160        88 DOSIS-PENDIENTE      VALUE "P".
001170        88 DOSIS-APLICADA       VALUE "A".
001180        88 DOSIS-TARDIA         VALUE "T".
001190        88 DOSIS-OMITIDA        VALUE "O".
001200     02 HORA-REAL-DOSIS         PIC 9(4).
001210     02 RAZON-DOSIS             PIC X(30).
001220     02 USUARIO-DOSIS           PIC X(4).

001230 FD  ARCHIVO-ESTADO-EXAMEN
001240     LABEL RECORD STANDARD.
001250 01  REG-ESTEX.
001260     02 LLAVE-ESTEX.
001270        03 ID-PACI-ESTEX        PIC X(15).
001280        03 LLAVE-MACROEVOL-EX   PIC X(7).
001290        03 FECHA-ORDEN-ESTEX    PIC 9(8).
001300     02 SERVICIO-ESTEX          PIC X(4).
001310     02 ESTADO-ESTEX            PIC X.
001320        88 EXAMEN-ORDENADO      VALUE "O".
001330        88 EXAMEN-MUESTRA       VALUE "M".
001340        88 EXAMEN-EN-PROCESO    VALUE "P".
001350        88 EXAMEN-RESULTADO     VALUE "R".
001360        88 EXAMEN-FIRMADO       VALUE "F".
001370     02 HORA-ORDEN-ESTEX        PIC 9(6).
001380     02 FECHA-ESTADO-ESTEX      PIC 9(8).
001390     02 HORA-ESTADO-ESTEX       PIC 9(6).
001400     02 USUARIO-ESTEX           PIC X(4).

001410 FD  ARCHIVO-INTERCONSULTA
001420     LABEL RECORD STANDARD.
001430 01  REG-INTCONS.
001440     02 LLAVE-INTCONS           PIC X(15).
001450     02 FOLIO-INTCONS           PIC X(10).
001460     02 FECHA-ING-INTCONS       PIC 9(8).
001470     02 PACI-INTCONS            PIC X(15).
001480     02 ESPEC-INTCONS           PIC X(30).
001490     02 MED-SOLIC-INTCONS       PIC X(4).
001500     02 MOTIVO-INTCONS          PIC X(60).
001510     02 ESTADO-INTCONS          PIC X.
001520        88 INTCONS-PENDIENTE    VALUE "P".
001530        88 INTCONS-RESPONDIDA   VALUE "R".
001540     02 MED-RESP-INTCONS        PIC X(4).
001550     02 FECHA-RESP-INTCONS      PIC 9(8).

001560 FD  ARCHIVO-PROG-CIR
001570     LABEL RECORD STANDARD.
001580 01  REG-PROGC.
001590     02 LLAVE-PROGC.
001600        03 SALA-PROGC           PIC X(4).
001610        03 FECHA-CIR-PROGC      PIC 9(8).
001620        03 HORA-INI-PROGC       PIC 9(4).
001630     02 FECHA-PROGC             PIC 9(8).
001640     02 PACI-PROGC              PIC X(15).
001650     02 CIRUJANO-PROGC          PIC X(6).
001660     02 ANESTESIOLOGO-PROGC     PIC X(6).
001670     02 CUP-PROGC               PIC X(12).
001680     02 DURACION-EST-PROGC      PIC 9(3).
001690     02 HORA-FIN-EST-PROGC      PIC 9(4).
001700     02 HORA-INI-REAL-PROGC     PIC 9(4).
001710     02 HORA-FIN-REAL-PROGC     PIC 9(4).
001720     02 ESTADO-PROGC            PIC X.
001730        88 CIRUGIA-PROGRAMADA   VALUE "P".
001740        88 CIRUGIA-REALIZADA    VALUE "R".
001750        88 CIRUGIA-CANCELADA    VALUE "C".
001760        88 CIRUGIA-POSPUESTA    VALUE "Z".
001770     02 MOTIVO-PROGC            PIC X(40).

001780 FD  HOJA-ENTREGA
001790     LABEL RECORD STANDARD.
001800 01  LIN-HOJAENT                PIC X(120).

001810 WORKING-STORAGE SECTION.

001820 77  NOM-ENTTUR-W               PIC X(60)
001830     VALUE "D:\progelect\DATOS\SC-ENTTURNO.DAT".
001840 77  NOM-CAMAS-W                PIC X(60)
001850     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001860 77  NOM-DOSIS-W                PIC X(60)
001870     VALUE "D:\progelect\DATOS\SC-DOSISPRO.DAT".
001880 77  NOM-ESTEXAM-W              PIC X(60)
001890     VALUE "D:\progelect\DATOS\SC-ESTEXAM.DAT".
001900 77  NOM-INTC-W                 PIC X(60)
001910     VALUE "D:\progelect\DATOS\SC-ARCHINTC.DAT".
001920 77  NOM-PROGCIR-W              PIC X(60)
001930     VALUE "D:\progelect\DATOS\SC-PROGCIR.DAT".
001940 77  NOM-HOJAENT-W              PIC X(60)
001950     VALUE "D:\progelect\DATOS\SC-ENTTURNO.TXT".
001960 77  OTR-STAT                   PIC XX.
001970 77  SW-FIN-W                   PIC 9 VALUE 0.
001980 77  FECHA-HOY-W                PIC 9(8).
001990 77  HORA-HOY-W                 PIC 9(4).
002000 77  FECHA-SIG-W                PIC 9(8).
002010 77  FECHA-MANANA-W             PIC 9(8).
002020 77  INICIO-TURNO-W             PIC 9(12).
002030 77  FIN-TURNO-W                PIC 9(12).
002040 77  INICIO-SIG-W               PIC 9(12).
002050 77  FIN-SIG-W                  PIC 9(12).
002060 77  MOMENTO-DOSIS-W            PIC 9(12).
002070 77  MAX-CAMAS-W                PIC 99 VALUE 80.
002080 77  TOTAL-CAMAS-W              PIC 99 VALUE 0.
002090 77  IX-CAMA-W                  PIC 99.
002100 77  POS-CAMA-W                 PIC 99.
002110 77  PACI-BUSCA-W               PIC X(15).
002120 77  MARCA-DOSIS-W              PIC X(12).

002130 77  MODO-ESCALA-W              PIC X VALUE "V".
002140 77  TIPO-ESCALA-W              PIC X.
002150 77  FOLIO-NULO-W               PIC X(8) VALUE SPACES.
002160 77  USUARIO-NULO-W             PIC X(4) VALUE SPACES.
002170 77  TOTAL-ESCALA-W             PIC 9(3).
002180 77  BANDA-ESCALA-W             PIC X.
002190 77  FECHA-REVAL-W              PIC 9(8).
002200 77  RESULT-ESCALA-W            PIC X.
002210 01  PUNTAJES-NULOS-W.
002220     02 PUNTAJE-NULO-W          OCCURS 6 PIC 9(3).

002230 01  TABLA-CAMAS-W.
002240     02 CAMA-W OCCURS 80 TIMES.
002250        03 COD-CAMA-W           PIC X(6).
002260        03 PACI-CAMA-W          PIC X(15).
002270        03 FOLIO-CAMA-W         PIC X(8).

002280 01  LIN-CAMA-ENT.
002290     02 FILLER                  PIC X(2) VALUE SPACES.
002300     02 CAMA-REP                PIC X(6).
002310     02 FILLER                  PIC X VALUE SPACE.
002320     02 PACI-REP                PIC X(15).
002330     02 FILLER                  PIC X VALUE SPACE.
002340     02 DETALLE-REP             PIC X(95).

002350 LINKAGE SECTION.
002360 01  MODO-LNK                   PIC X.
002370     88 MODO-GENERAR            VALUE "G".
002380     88 MODO-FIRMA-SALE         VALUE "S".
002390     88 MODO-FIRMA-RECIBE       VALUE "R".
002400 01  SERVICIO-LNK               PIC X(4).
002410 01  FECHA-LNK                  PIC 9(8).
002420 01  TURNO-LNK                  PIC 9.
002430 01  USUARIO-LNK                PIC X(4).
002440 01  NOTAS-LNK                  PIC X(400).
002450 01  RESULT-LNK                 PIC X.
002460     88 ENTREGA-OK              VALUE "S".
002470     88 DATO-INVALIDO           VALUE "I".
002480     88 ENTREGA-NO-EXISTE       VALUE "X".
002490     88 ESTADO-NO-PERMITE       VALUE "T".
002500     88 ENTREGA-NO-OK           VALUE "N".

002510 PROCEDURE DIVISION USING MODO-LNK SERVICIO-LNK FECHA-LNK
002520                          TURNO-LNK USUARIO-LNK NOTAS-LNK
002530                          RESULT-LNK.

002540 MAINLINE.
002550     MOVE "N" TO RESULT-LNK.
002560     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002570     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
002580     PERFORM ABRIR-ARCHIVO.
002590     IF TURNO-LNK < 1 OR TURNO-LNK > 3
002600        OR USUARIO-LNK = SPACES
002610        MOVE "I" TO RESULT-LNK
002620     ELSE
002630        EVALUATE TRUE
002640           WHEN MODO-GENERAR
002650                PERFORM GENERAR-ENTREGA THRU FIN-GENERAR
002660           WHEN MODO-FIRMA-SALE
002670                PERFORM FIRMAR-SALE THRU FIN-FIRMAR-SALE
002680           WHEN MODO-FIRMA-RECIBE
002690                PERFORM FIRMAR-RECIBE THRU FIN-FIRMAR-RECIBE
002700        END-EVALUATE
002710     END-IF.
002720     CLOSE ARCHIVO-ENTREGA-TURNO.
002730     EXIT PROGRAM.

002740 ABRIR-ARCHIVO.
002750     OPEN I-O ARCHIVO-ENTREGA-TURNO.
002760     IF OTR-STAT = "35"
002770        OPEN OUTPUT ARCHIVO-ENTREGA-TURNO
002780        CLOSE ARCHIVO-ENTREGA-TURNO
002790        OPEN I-O ARCHIVO-ENTREGA-TURNO
002800     END-IF.

002810 GENERAR-ENTREGA.
002820     MOVE SERVICIO-LNK TO SERVHO-ENT.
002830     MOVE FECHA-LNK    TO FECHA-ENT.
002840     MOVE TURNO-LNK    TO TURNO-ENT.
002850     READ ARCHIVO-ENTREGA-TURNO
002860          INVALID KEY
002870             INITIALIZE REG-ENT
002880             MOVE SERVICIO-LNK TO SERVHO-ENT
002890             MOVE FECHA-LNK    TO FECHA-ENT
002900             MOVE TURNO-LNK    TO TURNO-ENT
002910     END-READ.
002920     IF ENTREGA-FIRMADA OR ENTREGA-RECIBIDA
002930        MOVE "T" TO RESULT-LNK
002940        GO TO FIN-GENERAR
002950     END-IF.
002960     MOVE "G" TO ESTADO-ENT.
002970     MOVE FECHA-HOY-W TO FECHA-GENERA-ENT.
002980     MOVE HORA-HOY-W  TO HORA-GENERA-ENT.
002990     INITIALIZE TOTALES-ENT.
003000     PERFORM CALCULAR-VENTANAS.
003010     OPEN OUTPUT HOJA-ENTREGA.
003020     PERFORM ENCABEZADO-HOJA.
003030     PERFORM SECCION-CAMAS.
003040     PERFORM SECCION-DOSIS.
003050     PERFORM SECCION-ESCALAS.
003060     PERFORM SECCION-EXAMENES.
003070     PERFORM SECCION-INTERCONSULTAS.
003080     PERFORM SECCION-CIRUGIAS.
003090     PERFORM SECCION-FIRMAS.
003100     CLOSE HOJA-ENTREGA.
003110     REWRITE REG-ENT
003120         INVALID KEY WRITE REG-ENT END-WRITE
003130     END-REWRITE.
003140     MOVE "S" TO RESULT-LNK.

003150 FIN-GENERAR.
003160     EXIT.

      * VENTANAS AAAAMMDDHHMM DEL TURNO QUE SALE Y DEL SIGUIENTE.
      * EL TURNO DE NOCHE TERMINA A LAS 06:59 DEL DIA SIGUIENTE.
003170 CALCULAR-VENTANAS.
003180     COMPUTE FECHA-SIG-W = FUNCTION DATE-OF-INTEGER
003190         (FUNCTION INTEGER-OF-DATE(FECHA-LNK) + 1).
003200     MOVE FECHA-SIG-W TO FECHA-MANANA-W.
003210     EVALUATE TURNO-LNK
003220        WHEN 1
003230           COMPUTE INICIO-TURNO-W = FECHA-LNK * 10000 + 0700
003240           COMPUTE FIN-TURNO-W    = FECHA-LNK * 10000 + 1259
003250           COMPUTE INICIO-SIG-W   = FECHA-LNK * 10000 + 1300
003260           COMPUTE FIN-SIG-W      = FECHA-LNK * 10000 + 1859
003270        WHEN 2
003280           COMPUTE INICIO-TURNO-W = FECHA-LNK * 10000 + 1300
003290           COMPUTE FIN-TURNO-W    = FECHA-LNK * 10000 + 1859
003300           COMPUTE INICIO-SIG-W   = FECHA-LNK * 10000 + 1900
003310           COMPUTE FIN-SIG-W      = FECHA-SIG-W * 10000 + 0659
003320        WHEN OTHER
003330           COMPUTE INICIO-TURNO-W = FECHA-LNK * 10000 + 1900
003340           COMPUTE FIN-TURNO-W    = FECHA-SIG-W * 10000 + 0659
003350           COMPUTE INICIO-SIG-W   = FECHA-SIG-W * 10000 + 0700
003360           COMPUTE FIN-SIG-W      = FECHA-SIG-W * 10000 + 1259
003370     END-EVALUATE.

003380 ENCABEZADO-HOJA.
003390     MOVE SPACES TO LIN-HOJAENT.
003400     STRING "ENTREGA DE TURNO - SERVICIO " SERVICIO-LNK
003410            " FECHA " FECHA-LNK " TURNO " TURNO-LNK
003420            " GENERADA " FECHA-HOY-W " " HORA-HOY-W
003430            " POR " USUARIO-LNK
003440            DELIMITED BY SIZE INTO LIN-HOJAENT.
003450     WRITE LIN-HOJAENT.

      * LAS CAMAS OCUPADAS QUEDAN EN TABLA: LAS DEMAS SECCIONES SE
      * FILTRAN CONTRA LOS PACIENTES QUE ESTAN HOY EN EL SERVICIO.
003460 SECCION-CAMAS.
003470     MOVE "1. CAMAS OCUPADAS" TO LIN-HOJAENT.
003480     WRITE LIN-HOJAENT.
003490     MOVE 0 TO TOTAL-CAMAS-W.
003500     OPEN INPUT ARCHIVO-CAMAS-HOSP.
003510     IF OTR-STAT = "00"
003520        MOVE 0 TO SW-FIN-W
003530        MOVE SERVICIO-LNK TO SERVHO-CAM
003540        START ARCHIVO-CAMAS-HOSP KEY IS = SERVHO-CAM
003550              INVALID KEY MOVE 1 TO SW-FIN-W
003560        END-START
003570        PERFORM LEER-UNA-CAMA UNTIL SW-FIN-W = 1
003580        CLOSE ARCHIVO-CAMAS-HOSP
003590     END-IF.
003600     MOVE TOTAL-CAMAS-W TO CAMAS-OCUP-ENT.

003610 LEER-UNA-CAMA.
003620     READ ARCHIVO-CAMAS-HOSP NEXT
003630          AT END MOVE 1 TO SW-FIN-W
003640     END-READ.
003650     IF SW-FIN-W = 0
003660        IF SERVHO-CAM NOT = SERVICIO-LNK
003670           MOVE 1 TO SW-FIN-W
003680        ELSE
003690           IF CAMA-OCUPADA AND TOTAL-CAMAS-W < MAX-CAMAS-W
003700              ADD 1 TO TOTAL-CAMAS-W
003710              MOVE COD-CAM   TO COD-CAMA-W (TOTAL-CAMAS-W)
003720              MOVE PACI-CAM  TO PACI-CAMA-W (TOTAL-CAMAS-W)
003730              MOVE FOLIO-CAM TO FOLIO-CAMA-W (TOTAL-CAMAS-W)
003740              MOVE SPACES TO DETALLE-REP
003750              STRING "FOLIO " FOLIO-CAM
003760                     " INGRESO " FECHA-INGRESO-CAM
003770                     DELIMITED BY SIZE INTO DETALLE-REP
003780              MOVE COD-CAM  TO CAMA-REP
003790              MOVE PACI-CAM TO PACI-REP
003800              MOVE LIN-CAMA-ENT TO LIN-HOJAENT
003810              WRITE LIN-HOJAENT
003820           END-IF
003830        END-IF
003840     END-IF.

003850 BUSCAR-PACIENTE.
003860     MOVE 0 TO POS-CAMA-W.
003870     PERFORM BUSCAR-UNA-CAMA
003880             VARYING IX-CAMA-W FROM 1 BY 1
003890             UNTIL IX-CAMA-W > TOTAL-CAMAS-W
003900                OR POS-CAMA-W > 0.

003910 BUSCAR-UNA-CAMA.
003920     IF PACI-CAMA-W (IX-CAMA-W) = PACI-BUSCA-W
003930        MOVE IX-CAMA-W TO POS-CAMA-W
003940     END-IF.

003950 SECCION-DOSIS.
003960     MOVE "2. DOSIS DEL TURNO SIGUIENTE Y OMITIDAS DEL TURNO"
003970         TO LIN-HOJAENT.
003980     WRITE LIN-HOJAENT.
003990     OPEN INPUT ARCHIVO-DOSIS-PROG.
004000     IF OTR-STAT = "00"
004010        MOVE 0 TO SW-FIN-W
004020        MOVE SERVICIO-LNK TO SERVICIO-DOSIS
004030        START ARCHIVO-DOSIS-PROG KEY IS = SERVICIO-DOSIS
004040              INVALID KEY MOVE 1 TO SW-FIN-W
004050        END-START
004060        PERFORM LEER-UNA-DOSIS UNTIL SW-FIN-W = 1
004070        CLOSE ARCHIVO-DOSIS-PROG
004080     END-IF.

004090 LEER-UNA-DOSIS.
004100     READ ARCHIVO-DOSIS-PROG NEXT
004110          AT END MOVE 1 TO SW-FIN-W
004120     END-READ.
004130     IF SW-FIN-W = 0
004140        IF SERVICIO-DOSIS NOT = SERVICIO-LNK
004150           MOVE 1 TO SW-FIN-W
004160        ELSE
004170           PERFORM EVALUAR-DOSIS
004180        END-IF
004190     END-IF.

004200 EVALUAR-DOSIS.
004210     COMPUTE MOMENTO-DOSIS-W =
004220         FECHA-DOSIS * 10000 + HORA-PROG-DOSIS.
004230     MOVE SPACES TO MARCA-DOSIS-W.
004240     IF MOMENTO-DOSIS-W >= INICIO-SIG-W
004250        AND MOMENTO-DOSIS-W <= FIN-SIG-W
004260        AND DOSIS-PENDIENTE
004270        MOVE "PROXIMO TURNO" TO MARCA-DOSIS-W
004280        ADD 1 TO DOSIS-SIG-ENT
004290     END-IF.
004300     IF MOMENTO-DOSIS-W >= INICIO-TURNO-W
004310        AND MOMENTO-DOSIS-W <= FIN-TURNO-W
004320        IF DOSIS-OMITIDA
004330           MOVE "OMITIDA" TO MARCA-DOSIS-W
004340           ADD 1 TO DOSIS-OMIT-ENT
004350        END-IF
004360        IF DOSIS-PENDIENTE
004370           MOVE "SIN APLICAR" TO MARCA-DOSIS-W
004380           ADD 1 TO DOSIS-OMIT-ENT
004390        END-IF
004400     END-IF.
004410     IF MARCA-DOSIS-W NOT = SPACES
004420        MOVE PACI-DOSIS TO PACI-BUSCA-W
004430        PERFORM BUSCAR-PACIENTE
004440        IF POS-CAMA-W > 0
004450           MOVE COD-CAMA-W (POS-CAMA-W) TO CAMA-REP
004460        ELSE
004470           MOVE SPACES TO CAMA-REP
004480        END-IF
004490        MOVE PACI-DOSIS TO PACI-REP
004500        MOVE SPACES TO DETALLE-REP
004510        STRING FECHA-DOSIS " " HORA-PROG-DOSIS " "
004520               MARCA-DOSIS-W " " DESCRIP-DOSIS " "
004530               RAZON-DOSIS
004540               DELIMITED BY SIZE INTO DETALLE-REP
004550        MOVE LIN-CAMA-ENT TO LIN-HOJAENT
004560        WRITE LIN-HOJAENT
004570     END-IF.

004580 SECCION-ESCALAS.
004590     MOVE "3. MORSE / BRADEN VENCIDAS O SIN VALORAR"
004600         TO LIN-HOJAENT.
004610     WRITE LIN-HOJAENT.
004620     PERFORM REVISAR-ESCALAS-CAMA
004630             VARYING IX-CAMA-W FROM 1 BY 1
004640             UNTIL IX-CAMA-W > TOTAL-CAMAS-W.

004650 REVISAR-ESCALAS-CAMA.
004660     MOVE "M" TO TIPO-ESCALA-W.
004670     PERFORM EVALUAR-UNA-ESCALA.
004680     MOVE "B" TO TIPO-ESCALA-W.
004690     PERFORM EVALUAR-UNA-ESCALA.

004700 EVALUAR-UNA-ESCALA.
004710     MOVE SPACE TO BANDA-ESCALA-W RESULT-ESCALA-W.
004720     MOVE 0     TO FECHA-REVAL-W TOTAL-ESCALA-W.
004730     CALL "HC132" USING MODO-ESCALA-W PACI-CAMA-W (IX-CAMA-W)
004740                        FOLIO-NULO-W TIPO-ESCALA-W
004750                        PUNTAJES-NULOS-W USUARIO-NULO-W
004760                        TOTAL-ESCALA-W BANDA-ESCALA-W
004770                        FECHA-REVAL-W RESULT-ESCALA-W.
004780     IF RESULT-ESCALA-W NOT = "S"
004790        OR FECHA-REVAL-W <= FECHA-LNK
004800        MOVE COD-CAMA-W (IX-CAMA-W)  TO CAMA-REP
004810        MOVE PACI-CAMA-W (IX-CAMA-W) TO PACI-REP
004820        MOVE SPACES TO DETALLE-REP
004830        IF TIPO-ESCALA-W = "M"
004840           MOVE "MORSE " TO DETALLE-REP
004850        ELSE
004860           MOVE "BRADEN" TO DETALLE-REP
004870        END-IF
004880        IF RESULT-ESCALA-W NOT = "S"
004890           MOVE "SIN VALORAR" TO DETALLE-REP (8:20)
004900        ELSE
004910           STRING "REVALORAR DESDE " FECHA-REVAL-W
004920                  " BANDA " BANDA-ESCALA-W
004930                  DELIMITED BY SIZE INTO DETALLE-REP (8:40)
004940        END-IF
004950        MOVE LIN-CAMA-ENT TO LIN-HOJAENT
004960        WRITE LIN-HOJAENT
004970        ADD 1 TO ESCALAS-VENC-ENT
004980     END-IF.

004990 SECCION-EXAMENES.
005000     MOVE "4. EXAMENES PENDIENTES DE RESULTADO" TO LIN-HOJAENT.
005010     WRITE LIN-HOJAENT.
005020     OPEN INPUT ARCHIVO-ESTADO-EXAMEN.
005030     IF OTR-STAT = "00"
005040        PERFORM REVISAR-EXAMENES-CAMA
005050                VARYING IX-CAMA-W FROM 1 BY 1
005060                UNTIL IX-CAMA-W > TOTAL-CAMAS-W
005070        CLOSE ARCHIVO-ESTADO-EXAMEN
005080     END-IF.

005090 REVISAR-EXAMENES-CAMA.
005100     MOVE 0 TO SW-FIN-W.
005110     MOVE PACI-CAMA-W (IX-CAMA-W) TO ID-PACI-ESTEX.
005120     MOVE LOW-VALUES TO LLAVE-MACROEVOL-EX.
005130     MOVE 0 TO FECHA-ORDEN-ESTEX.
005140     START ARCHIVO-ESTADO-EXAMEN KEY IS >= LLAVE-ESTEX
005150           INVALID KEY MOVE 1 TO SW-FIN-W
005160     END-START.
005170     PERFORM LEER-UN-EXAMEN UNTIL SW-FIN-W = 1.

005180 LEER-UN-EXAMEN.
005190     READ ARCHIVO-ESTADO-EXAMEN NEXT
005200          AT END MOVE 1 TO SW-FIN-W
005210     END-READ.
005220     IF SW-FIN-W = 0
005230        IF ID-PACI-ESTEX NOT = PACI-CAMA-W (IX-CAMA-W)
005240           MOVE 1 TO SW-FIN-W
005250        ELSE
005260           IF EXAMEN-ORDENADO OR EXAMEN-MUESTRA
005270              OR EXAMEN-EN-PROCESO
005280              MOVE COD-CAMA-W (IX-CAMA-W) TO CAMA-REP
005290              MOVE ID-PACI-ESTEX TO PACI-REP
005300              MOVE SPACES TO DETALLE-REP
005310              STRING "EXAMEN " LLAVE-MACROEVOL-EX
005320                     " ORDENADO " FECHA-ORDEN-ESTEX
005330                     " ESTADO " ESTADO-ESTEX
005340                     DELIMITED BY SIZE INTO DETALLE-REP
005350              MOVE LIN-CAMA-ENT TO LIN-HOJAENT
005360              WRITE LIN-HOJAENT
005370              ADD 1 TO EXAMENES-PEND-ENT
005380           END-IF
005390        END-IF
005400     END-IF.

005410 SECCION-INTERCONSULTAS.
005420     MOVE "5. INTERCONSULTAS ABIERTAS" TO LIN-HOJAENT.
005430     WRITE LIN-HOJAENT.
005440     OPEN INPUT ARCHIVO-INTERCONSULTA.
005450     IF OTR-STAT = "00"
005460        MOVE 0 TO SW-FIN-W
005470        PERFORM LEER-UNA-INTERCONSULTA UNTIL SW-FIN-W = 1
005480        CLOSE ARCHIVO-INTERCONSULTA
005490     END-IF.

005500 LEER-UNA-INTERCONSULTA.
005510     READ ARCHIVO-INTERCONSULTA NEXT
005520          AT END MOVE 1 TO SW-FIN-W
005530     END-READ.
005540     IF SW-FIN-W = 0 AND INTCONS-PENDIENTE
005550        MOVE PACI-INTCONS TO PACI-BUSCA-W
005560        PERFORM BUSCAR-PACIENTE
005570        IF POS-CAMA-W > 0
005580           MOVE COD-CAMA-W (POS-CAMA-W) TO CAMA-REP
005590           MOVE PACI-INTCONS TO PACI-REP
005600           MOVE SPACES TO DETALLE-REP
005610           STRING ESPEC-INTCONS " DESDE " FECHA-ING-INTCONS
005620                  " " MOTIVO-INTCONS (1:45)
005630                  DELIMITED BY SIZE INTO DETALLE-REP
005640           MOVE LIN-CAMA-ENT TO LIN-HOJAENT
005650           WRITE LIN-HOJAENT
005660           ADD 1 TO INTERCONS-ENT
005670        END-IF
005680     END-IF.

005690 SECCION-CIRUGIAS.
005700     MOVE "6. CIRUGIAS PROGRAMADAS PARA MANANA" TO LIN-HOJAENT.
005710     WRITE LIN-HOJAENT.
005720     OPEN INPUT ARCHIVO-PROG-CIR.
005730     IF OTR-STAT = "00"
005740        MOVE 0 TO SW-FIN-W
005750        PERFORM LEER-UNA-CIRUGIA UNTIL SW-FIN-W = 1
005760        CLOSE ARCHIVO-PROG-CIR
005770     END-IF.

005780 LEER-UNA-CIRUGIA.
005790     READ ARCHIVO-PROG-CIR NEXT
005800          AT END MOVE 1 TO SW-FIN-W
005810     END-READ.
005820     IF SW-FIN-W = 0
005830        AND FECHA-CIR-PROGC = FECHA-MANANA-W
005840        AND CIRUGIA-PROGRAMADA
005850        MOVE PACI-PROGC TO PACI-BUSCA-W
005860        PERFORM BUSCAR-PACIENTE
005870        IF POS-CAMA-W > 0
005880           MOVE COD-CAMA-W (POS-CAMA-W) TO CAMA-REP
005890           MOVE PACI-PROGC TO PACI-REP
005900           MOVE SPACES TO DETALLE-REP
005910           STRING "SALA " SALA-PROGC " " HORA-INI-PROGC
005920                  " CUPS " CUP-PROGC
005930                  " CIRUJANO " CIRUJANO-PROGC
005940                  DELIMITED BY SIZE INTO DETALLE-REP
005950           MOVE LIN-CAMA-ENT TO LIN-HOJAENT
005960           WRITE LIN-HOJAENT
005970           ADD 1 TO CIRUGIAS-ENT
005980        END-IF
005990     END-IF.

006000 SECCION-FIRMAS.
006010     MOVE "7. NOTAS Y FIRMAS" TO LIN-HOJAENT.
006020     WRITE LIN-HOJAENT.
006030     MOVE SPACES TO LIN-HOJAENT.
006040     STRING "ENTREGA: ________  RECIBE: ________"
006050            DELIMITED BY SIZE INTO LIN-HOJAENT.
006060     WRITE LIN-HOJAENT.

      * LA ENFERMERA QUE SALE FIRMA CON SUS NOTAS. LA HOJA DEBE
      * ESTAR GENERADA Y AUN SIN FIRMAR.
006070 FIRMAR-SALE.
006080     MOVE SERVICIO-LNK TO SERVHO-ENT.
006090     MOVE FECHA-LNK    TO FECHA-ENT.
006100     MOVE TURNO-LNK    TO TURNO-ENT.
006110     READ ARCHIVO-ENTREGA-TURNO
006120          INVALID KEY
006130             MOVE "X" TO RESULT-LNK
006140             GO TO FIN-FIRMAR-SALE
006150     END-READ.
006160     IF NOT ENTREGA-GENERADA
006170        MOVE "T" TO RESULT-LNK
006180        GO TO FIN-FIRMAR-SALE
006190     END-IF.
006200     MOVE "S"         TO ESTADO-ENT.
006210     MOVE USUARIO-LNK TO ENFERM-SALE-ENT.
006220     MOVE FECHA-HOY-W TO FECHA-SALE-ENT.
006230     MOVE HORA-HOY-W  TO HORA-SALE-ENT.
006240     MOVE NOTAS-LNK   TO NOTAS-SALE-ENT.
006250     REWRITE REG-ENT
006260         INVALID KEY GO TO FIN-FIRMAR-SALE
006270     END-REWRITE.
006280     MOVE "S" TO RESULT-LNK.

006290 FIN-FIRMAR-SALE.
006300     EXIT.

      * QUIEN RECIBE NO PUEDE SER QUIEN ENTREGO.
006310 FIRMAR-RECIBE.
006320     MOVE SERVICIO-LNK TO SERVHO-ENT.
006330     MOVE FECHA-LNK    TO FECHA-ENT.
006340     MOVE TURNO-LNK    TO TURNO-ENT.
006350     READ ARCHIVO-ENTREGA-TURNO
006360          INVALID KEY
006370             MOVE "X" TO RESULT-LNK
006380             GO TO FIN-FIRMAR-RECIBE
006390     END-READ.
006400     IF NOT ENTREGA-FIRMADA
006410        MOVE "T" TO RESULT-LNK
006420        GO TO FIN-FIRMAR-RECIBE
006430     END-IF.
006440     IF USUARIO-LNK = ENFERM-SALE-ENT
006450        MOVE "I" TO RESULT-LNK
006460        GO TO FIN-FIRMAR-RECIBE
006470     END-IF.
006480     MOVE "R"         TO ESTADO-ENT.
006490     MOVE USUARIO-LNK TO ENFERM-RECIBE-ENT.
006500     MOVE FECHA-HOY-W TO FECHA-RECIBE-ENT.
006510     MOVE HORA-HOY-W  TO HORA-RECIBE-ENT.
006520     MOVE NOTAS-LNK   TO NOTAS-RECIBE-ENT.
006530     REWRITE REG-ENT
006540         INVALID KEY GO TO FIN-FIRMAR-RECIBE
006550     END-REWRITE.
006560     MOVE "S" TO RESULT-LNK.

006570 FIN-FIRMAR-RECIBE.
006580     EXIT.
