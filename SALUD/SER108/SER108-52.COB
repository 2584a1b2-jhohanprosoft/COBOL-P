      *=================================================================
      * FACTURACION - INFORME DE CONCILIACION DE LA CONTINGENCIA DE
      * SEDE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * DESPUES DE SINCRONIZAR (SER108-51) LA SEDE NO PUEDE CERRAR EL
      * DIA (SER109-02) HASTA QUE ESTE INFORME LA DE POR CONCILIADA.
      * EN SC-CONCILCT.TXT LISTA LOS MOVIMIENTOS CAPTURADOS DESDE EL
      * INICIO DE LA CONTINGENCIA CON SU ESTADO (CARGADO Y NUMERO
      * CENTRAL, CONFLICTO Y MOTIVO, RESUELTO A MANO Y QUIEN) Y:
      * - TOTALES POR TIPO (ADMISIONES, RECIBOS, FACTURAS) Y VALOR
      *   CARGADO DE RECIBOS Y FACTURAS.
      * - USO DEL BLOQUE DE NUMERACION: NUMEROS ASIGNADOS EN ESTA
      *   CONTINGENCIA CONTRA FACTURAS CAPTURADAS Y NUMEROS QUE QUEDAN
      *   LIBRES EN EL BLOQUE PARA LA PROXIMA.
      * - POR FACTURA EL ESTADO DEL DOCUMENTO ELECTRONICO Y EL LIMITE
      *   DE TRANSMISION (DOS DIAS DESPUES DEL FIN DE LA CONTINGENCIA);
      *   LA NO TRANSMITIDA DESPUES DEL LIMITE SE MARCA "VENCIDA".
      * SI LA SEDE YA SINCRONIZO Y NO QUEDAN MOVIMIENTOS PENDIENTES NI
      * CONFLICTOS SIN RESOLVER (SER108-50 MODO "R") LA CONTINGENCIA
      * QUEDA CONCILIADA (ESTADO "N") Y EL RESULTADO ES "S".
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-52.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CONTING-SUC LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CONTSUC-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS SUC-CTG
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CONTING-MOV LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CONTMOV-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-CTM
000200         ALTERNATE RECORD KEY IS ESTADO-CTM WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-FACT-ELEC LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-FELEC-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-FACT-FE
000270         ALTERNATE RECORD KEY IS ESTADO-FE WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT REPORTE-CONCIL
000300         ASSIGN NOM-CONCILCT-W
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  ARCHIVO-CONTING-SUC
000350     LABEL RECORD STANDARD.
000360 01  REG-CTG.
000370     02 SUC-CTG                 PIC XX.
000380     02 ESTADO-CTG              PIC X.
000390        88 CTG-NORMAL           VALUE "N" " ".
000400        88 CTG-ACTIVA           VALUE "C".
000410        88 CTG-PENDIENTE        VALUE "P".
000420        88 CTG-SINCRONIZADA     VALUE "S".
000430     02 FECHA-INI-CTG           PIC 9(8).
000440     02 HORA-INI-CTG            PIC 9(4).
000450     02 USUARIO-INI-CTG         PIC X(4).
000460     02 FECHA-FIN-CTG           PIC 9(8).
000470     02 HORA-FIN-CTG            PIC 9(4).
000480     02 USUARIO-FIN-CTG         PIC X(4).
000490     02 RESOL-CTG               PIC X(20).
000500     02 VIGENCIA-CTG            PIC 9(8).
000510     02 BLOQUE-INI-CTG          PIC 9(8).
000520     02 BLOQUE-FIN-CTG          PIC 9(8).
000530     02 ULT-USADO-CTG           PIC 9(8).
000540     02 PRIMERO-EVENTO-CTG      PIC 9(8).
000550     02 ULT-SECUEN-CTG          PIC 9(6).
000560     02 FECHA-SINC-CTG          PIC 9(8).
000570     02 TOT-CARGADOS-CTG        PIC 9(5).
000580     02 TOT-CONFLICTOS-CTG      PIC 9(5).
000590     02 FECHA-CONCIL-CTG        PIC 9(8).
000600     02 USUARIO-CONCIL-CTG      PIC X(4).
000610     02 FILLER                  PIC X(20).

000620 FD  ARCHIVO-CONTING-MOV
000630     LABEL RECORD STANDARD.
000640 01  REG-CTM.
000650     02 LLAVE-CTM.
000660        03 SUC-CTM              PIC XX.
000670        03 SECUEN-CTM           PIC 9(6).
000680     02 TIPO-CTM                PIC X.
000690        88 CTM-ADMISION         VALUE "A".
000700        88 CTM-RECIBO           VALUE "R".
000710        88 CTM-FACTURA          VALUE "F".
000720     02 FECHA-CTM               PIC 9(8).
000730     02 HORA-CTM                PIC 9(4).
000740     02 USUARIO-CTM             PIC X(4).
000750     02 PACI-CTM                PIC X(15).
000760     02 PACI-NUEVO-CTM          PIC X.
000770     02 DESCRIP-PACI-CTM        PIC X(40).
000780     02 EPS-PACI-CTM            PIC X(6).
000790     02 TELEFONO-PACI-CTM       PIC X(15).
000800     02 FECHA-NAC-PACI-CTM      PIC 9(8).
000810     02 SEXO-PACI-CTM           PIC X.
000820     02 NRO-CIT-CTM             PIC 9(6).
000830     02 MEDICO-CTM              PIC X(6).
000840     02 HORA-CIT-CTM            PIC 9(4).
000850     02 LLAVE-FACT-CTM          PIC X(12).
000860     02 VALOR-CTM               PIC 9(11)V99.
000870     02 CONCEPTO-CTM            PIC X(30).
000880     02 MEDIO-PAGO-CTM          PIC X.
000890     02 NIT-PAGADOR-CTM         PIC 9(10).
000900     02 VOUCHER-CTM             PIC X(15).
000910     02 NIT-EMPRESA-CTM         PIC 9(10).
000920     02 ESTADO-CTM              PIC X.
000930        88 CTM-PENDIENTE        VALUE "P".
000940        88 CTM-CARGADO          VALUE "C".
000950        88 CTM-CONFLICTO        VALUE "X".
000960        88 CTM-RESUELTO         VALUE "M".
000970     02 MOTIVO-CTM              PIC X(40).
000980     02 NRO-CENTRAL-CTM         PIC X(12).
000990     02 FECHA-CARGUE-CTM        PIC 9(8).
001000     02 USUARIO-RESUELVE-CTM    PIC X(4).
001010     02 FILLER                  PIC X(20).

001020 FD  ARCHIVO-FACT-ELEC
001030     LABEL RECORD STANDARD.
001040 01  REG-FELEC.
001050     02 LLAVE-FACT-FE           PIC X(12).
001060     02 ESTADO-FE               PIC X.
001070        88 FE-GENERADA          VALUE "G".
001080        88 FE-TRANSMITIDA       VALUE "T".
001090        88 FE-ACEPTADA          VALUE "A".
001100        88 FE-RECHAZADA         VALUE "R".
001110     02 CUFE-FE                 PIC X(96).
001120     02 QR-FE                   PIC X(60).
001130     02 CAUSAL-RECH-FE          PIC X(60).
001140     02 FECHA-GEN-FE            PIC 9(8).
001150     02 FECHA-ESTADO-FE         PIC 9(8).

001160 FD  REPORTE-CONCIL
001170     LABEL RECORD STANDARD.
001180 01  LIN-CONCIL                 PIC X(160).

001190 WORKING-STORAGE SECTION.

001200 77  NOM-CONTSUC-W              PIC X(60)
001210     VALUE "D:\progelect\DATOS\SC-CONTSUC.DAT".
001220 77  NOM-CONTMOV-W              PIC X(60)
001230     VALUE "D:\progelect\DATOS\SC-CONTMOV.DAT".
001240 77  NOM-FELEC-W                PIC X(60)
001250     VALUE "D:\progelect\DATOS\SC-FACTELEC.DAT".
001260 77  NOM-CONCILCT-W             PIC X(60)
001270     VALUE "D:\progelect\DATOS\SC-CONCILCT.TXT".
001280 77  OTR-STAT                   PIC XX.
001290 77  SW-FIN-W                   PIC 9 VALUE 0.
001300 77  SW-FELEC-W                 PIC 9 VALUE 0.
001310 77  I                          PIC 9 VALUE 0.
001320 77  FECHA-HOY-W                PIC 9(8).
001330 77  FECHA-LIMITE-W             PIC 9(8).
001340 77  TOT-PENDIENTES-W           PIC 9(5) VALUE 0.
001350 77  TOT-CONFLICTOS-W           PIC 9(5) VALUE 0.
001360 77  TOT-FE-PENDIENTES-W        PIC 9(5) VALUE 0.
001370 77  TOT-FE-VENCIDAS-W          PIC 9(5) VALUE 0.
001380 77  NROS-ASIGNADOS-W           PIC 9(8) VALUE 0.
001390 77  NROS-LIBRES-W              PIC 9(8) VALUE 0.

      * TOTALES POR TIPO: 1 ADMISION, 2 RECIBO, 3 FACTURA
001400 01  TABLA-TIPOS-W.
001410     02 TIPO-TAB-W OCCURS 3.
001420        03 CAPTURADOS-TAB-W     PIC 9(5).
001430        03 CARGADOS-TAB-W       PIC 9(5).
001440        03 CONFLICTOS-TAB-W     PIC 9(5).
001450        03 RESUELTOS-TAB-W      PIC 9(5).
001460        03 PENDIENTES-TAB-W     PIC 9(5).
001470        03 VALOR-TAB-W          PIC 9(13)V99.

001480 01  NOMBRES-TIPO-W.
001490     02 FILLER                  PIC X(10) VALUE "ADMISIONES".
001500     02 FILLER                  PIC X(10) VALUE "RECIBOS".
001510     02 FILLER                  PIC X(10) VALUE "FACTURAS".
001520 01  NOMBRES-TIPO-R REDEFINES NOMBRES-TIPO-W.
001530     02 NOMBRE-TIPO-W           PIC X(10) OCCURS 3.

001540 01  LIN-DETALLE-W.
001550     02 SECUEN-DET              PIC Z(5)9.
001560     02 FILLER                  PIC X VALUE SPACE.
001570     02 TIPO-DET                PIC X.
001580     02 FILLER                  PIC X VALUE SPACE.
001590     02 FECHA-DET               PIC 9(8).
001600     02 FILLER                  PIC X VALUE SPACE.
001610     02 HORA-DET                PIC 9(4).
001620     02 FILLER                  PIC X VALUE SPACE.
001630     02 PACI-DET                PIC X(15).
001640     02 FILLER                  PIC X VALUE SPACE.
001650     02 DOCUMENTO-DET           PIC X(12).
001660     02 FILLER                  PIC X VALUE SPACE.
001670     02 VALOR-DET               PIC ZZZ,ZZZ,ZZ9.99.
001680     02 FILLER                  PIC X VALUE SPACE.
001690     02 ESTADO-DET              PIC X.
001700     02 FILLER                  PIC X VALUE SPACE.
001710     02 CENTRAL-DET             PIC X(12).
001720     02 FILLER                  PIC X VALUE SPACE.
001730     02 MOTIVO-DET              PIC X(40).
001740     02 FILLER                  PIC X VALUE SPACE.
001750     02 FE-DET                  PIC X.
001760     02 FILLER                  PIC X VALUE SPACE.
001770     02 LIMITE-DET              PIC X(8).
001780     02 FILLER                  PIC X VALUE SPACE.
001790     02 MARCA-DET               PIC X(7).

001800 01  LIN-TOTAL-W.
001810     02 NOMBRE-TOT              PIC X(10).
001820     02 FILLER                  PIC X(12) VALUE " CAPTURADOS ".
001830     02 CAPTURADOS-TOT          PIC ZZZZ9.
001840     02 FILLER                  PIC X(10) VALUE " CARGADOS ".
001850     02 CARGADOS-TOT            PIC ZZZZ9.
001860     02 FILLER                  PIC X(12) VALUE " CONFLICTOS ".
001870     02 CONFLICTOS-TOT          PIC ZZZZ9.
001880     02 FILLER                  PIC X(11) VALUE " RESUELTOS ".
001890     02 RESUELTOS-TOT           PIC ZZZZ9.
001900     02 FILLER                  PIC X(12) VALUE " PENDIENTES ".
001910     02 PENDIENTES-TOT          PIC ZZZZ9.
001920     02 FILLER                  PIC X(07) VALUE " VALOR ".
001930     02 VALOR-TOT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

001940 LINKAGE SECTION.
001950 01  SUC-LNK                    PIC XX.
001960 01  USUARIO-LNK                PIC X(4).
001970 01  RESULT-LNK                 PIC X.
001980     88 CONCIL-OK               VALUE "S".
001990     88 CONCIL-PENDIENTE        VALUE "P".
002000     88 CONCIL-NO-OK            VALUE "N".

002010 PROCEDURE DIVISION USING SUC-LNK USUARIO-LNK RESULT-LNK.

002020 MAINLINE.
002030     MOVE "N" TO RESULT-LNK.
002040     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002041     MOVE 0 TO TOT-PENDIENTES-W TOT-CONFLICTOS-W
002042               TOT-FE-PENDIENTES-W TOT-FE-VENCIDAS-W
002043               NROS-ASIGNADOS-W NROS-LIBRES-W.
002050     PERFORM CONCILIAR-SEDE THRU FIN-CONCILIAR.
002060     EXIT PROGRAM.

002070 CONCILIAR-SEDE.
002080     OPEN I-O ARCHIVO-CONTING-SUC.
002090     IF OTR-STAT NOT = "00"
002100        GO TO FIN-CONCILIAR
002110     END-IF.
002120     MOVE SUC-LNK TO SUC-CTG.
002130     READ ARCHIVO-CONTING-SUC
002140          INVALID KEY MOVE "S" TO RESULT-LNK
002150                      CLOSE ARCHIVO-CONTING-SUC
002160                      GO TO FIN-CONCILIAR
002170     END-READ.
002180     IF CTG-NORMAL
002190        MOVE "S" TO RESULT-LNK
002200        CLOSE ARCHIVO-CONTING-SUC
002210        GO TO FIN-CONCILIAR
002220     END-IF.
002230     OPEN INPUT ARCHIVO-CONTING-MOV ARCHIVO-FACT-ELEC.
002240     OPEN OUTPUT REPORTE-CONCIL.
002250     INITIALIZE TABLA-TIPOS-W.
002260     MOVE 0 TO FECHA-LIMITE-W.
002270     IF FECHA-FIN-CTG > 0
002280        COMPUTE FECHA-LIMITE-W = FUNCTION DATE-OF-INTEGER
002290                (FUNCTION INTEGER-OF-DATE (FECHA-FIN-CTG) + 2)
002300     END-IF.
002310     PERFORM ESCRIBIR-ENCABEZADO.
002320     MOVE 0       TO SW-FIN-W.
002330     MOVE SUC-LNK TO SUC-CTM.
002340     MOVE 0       TO SECUEN-CTM.
002350     START ARCHIVO-CONTING-MOV KEY IS >= LLAVE-CTM
002360           INVALID KEY MOVE 1 TO SW-FIN-W
002370     END-START.
002380     PERFORM LISTAR-MOVIMIENTO UNTIL SW-FIN-W = 1.
002390     PERFORM ESCRIBIR-TOTALES.
002400     PERFORM DECIDIR-CONCILIACION.
002410     CLOSE ARCHIVO-CONTING-SUC ARCHIVO-CONTING-MOV
002420           ARCHIVO-FACT-ELEC REPORTE-CONCIL.
002430     DISPLAY "SEDE " SUC-LNK " CONFLICTOS SIN RESOLVER: "
002440             TOT-CONFLICTOS-W.
002450     DISPLAY "MOVIMIENTOS SIN SINCRONIZAR:    " TOT-PENDIENTES-W.
002460     DISPLAY "FE DE CONTINGENCIA VENCIDAS:    " TOT-FE-VENCIDAS-W.
002470 FIN-CONCILIAR.
002480     EXIT.

002490 ESCRIBIR-ENCABEZADO.
002500     MOVE SPACES TO LIN-CONCIL.
002510     STRING "CONCILIACION DE CONTINGENCIA - SEDE " SUC-LNK
002520            "  ESTADO " ESTADO-CTG "  FECHA " FECHA-HOY-W
002530            DELIMITED BY SIZE INTO LIN-CONCIL.
002540     WRITE LIN-CONCIL.
002550     MOVE SPACES TO LIN-CONCIL.
002560     STRING "INICIO " FECHA-INI-CTG " " HORA-INI-CTG
002570            " (" USUARIO-INI-CTG ")  FIN " FECHA-FIN-CTG " "
002580            HORA-FIN-CTG " (" USUARIO-FIN-CTG ")  SINCRONIZADA "
002590            FECHA-SINC-CTG
002600            DELIMITED BY SIZE INTO LIN-CONCIL.
002610     WRITE LIN-CONCIL.
002620     MOVE SPACES TO LIN-CONCIL.
002630     STRING "RESOLUCION " RESOL-CTG "  BLOQUE " BLOQUE-INI-CTG
002640            " A " BLOQUE-FIN-CTG "  LIMITE TRANSMISION FE "
002650            FECHA-LIMITE-W
002660            DELIMITED BY SIZE INTO LIN-CONCIL.
002670     WRITE LIN-CONCIL.
002680     MOVE SPACES TO LIN-CONCIL.
002690     WRITE LIN-CONCIL.
002700     MOVE SPACES TO LIN-CONCIL.
002710     STRING "   SEC T FECHA    HORA PACIENTE        DOCUMENTO   "
002720            "           VALOR E CENTRAL      MOTIVO"
002730            DELIMITED BY SIZE INTO LIN-CONCIL.
002740     WRITE LIN-CONCIL.

002750 LISTAR-MOVIMIENTO.
002760     READ ARCHIVO-CONTING-MOV NEXT
002770          AT END MOVE 1 TO SW-FIN-W
002780     END-READ.
002790     IF SW-FIN-W = 0
002800        IF SUC-CTM NOT = SUC-LNK
002810           MOVE 1 TO SW-FIN-W
002820        ELSE
002830           IF FECHA-CTM NOT < FECHA-INI-CTG
002840              PERFORM ESCRIBIR-DETALLE
002850           END-IF
002860        END-IF
002870     END-IF.

002880 ESCRIBIR-DETALLE.
002890     EVALUATE TRUE
002900        WHEN CTM-ADMISION MOVE 1 TO I
002910        WHEN CTM-RECIBO   MOVE 2 TO I
002920        WHEN OTHER        MOVE 3 TO I
002930     END-EVALUATE.
002940     ADD 1 TO CAPTURADOS-TAB-W (I).
002950     EVALUATE TRUE
002960        WHEN CTM-CARGADO
002970           ADD 1 TO CARGADOS-TAB-W (I)
002980           ADD VALOR-CTM TO VALOR-TAB-W (I)
002990        WHEN CTM-CONFLICTO
003000           ADD 1 TO CONFLICTOS-TAB-W (I) TOT-CONFLICTOS-W
003010        WHEN CTM-RESUELTO
003020           ADD 1 TO RESUELTOS-TAB-W (I)
003030        WHEN OTHER
003040           ADD 1 TO PENDIENTES-TAB-W (I) TOT-PENDIENTES-W
003050     END-EVALUATE.
003060     MOVE SPACES           TO LIN-DETALLE-W.
003070     MOVE SECUEN-CTM       TO SECUEN-DET.
003080     MOVE TIPO-CTM         TO TIPO-DET.
003090     MOVE FECHA-CTM        TO FECHA-DET.
003100     MOVE HORA-CTM         TO HORA-DET.
003110     MOVE PACI-CTM         TO PACI-DET.
003120     IF CTM-ADMISION
003130        MOVE NRO-CIT-CTM   TO DOCUMENTO-DET
003140     ELSE
003150        MOVE LLAVE-FACT-CTM TO DOCUMENTO-DET
003160     END-IF.
003170     MOVE VALOR-CTM        TO VALOR-DET.
003180     MOVE ESTADO-CTM       TO ESTADO-DET.
003190     MOVE NRO-CENTRAL-CTM  TO CENTRAL-DET.
003200     IF CTM-RESUELTO
003210        MOVE SPACES TO MOTIVO-DET
003220        STRING "RESUELTO POR " USUARIO-RESUELVE-CTM " - "
003230               MOTIVO-CTM
003240               DELIMITED BY SIZE INTO MOTIVO-DET
003250     ELSE
003260        MOVE MOTIVO-CTM    TO MOTIVO-DET
003270     END-IF.
003280     IF CTM-FACTURA AND CTM-CARGADO
003290        PERFORM EVALUAR-DOCUMENTO-FE
003300     END-IF.
003310     MOVE LIN-DETALLE-W TO LIN-CONCIL.
003320     WRITE LIN-CONCIL.

      * LA FACTURA DE CONTINGENCIA DEBE QUEDAR TRANSMITIDA ANTES DEL
      * LIMITE; LA GENERADA O RECHAZADA DESPUES DE EL ESTA VENCIDA.
003330 EVALUAR-DOCUMENTO-FE.
003340     MOVE LLAVE-FACT-CTM TO LLAVE-FACT-FE.
003350     MOVE 1 TO SW-FELEC-W.
003360     READ ARCHIVO-FACT-ELEC
003370          INVALID KEY MOVE 0 TO SW-FELEC-W
003380     END-READ.
003390     IF SW-FELEC-W = 0
003400        MOVE "-" TO FE-DET
003410     ELSE
003420        MOVE ESTADO-FE TO FE-DET
003430     END-IF.
003440     MOVE FECHA-LIMITE-W TO LIMITE-DET.
003450     IF SW-FELEC-W = 0 OR FE-GENERADA OR FE-RECHAZADA
003460        ADD 1 TO TOT-FE-PENDIENTES-W
003470        IF FECHA-LIMITE-W > 0 AND FECHA-HOY-W > FECHA-LIMITE-W
003480           MOVE "VENCIDA" TO MARCA-DET
003490           ADD 1 TO TOT-FE-VENCIDAS-W
003500        END-IF
003510     END-IF.

003520 ESCRIBIR-TOTALES.
003530     MOVE SPACES TO LIN-CONCIL.
003540     WRITE LIN-CONCIL.
003550     PERFORM ESCRIBIR-TOTAL-TIPO VARYING I FROM 1 BY 1
003560             UNTIL I > 3.
003570     IF ULT-USADO-CTG NOT < PRIMERO-EVENTO-CTG
003580        COMPUTE NROS-ASIGNADOS-W =
003590                ULT-USADO-CTG - PRIMERO-EVENTO-CTG + 1
003600     END-IF.
003610     IF BLOQUE-FIN-CTG > ULT-USADO-CTG
003620        COMPUTE NROS-LIBRES-W = BLOQUE-FIN-CTG - ULT-USADO-CTG
003630     END-IF.
003640     MOVE SPACES TO LIN-CONCIL.
003650     WRITE LIN-CONCIL.
003660     MOVE SPACES TO LIN-CONCIL.
003670     STRING "NUMEROS DEL BLOQUE ASIGNADOS " NROS-ASIGNADOS-W
003680            " (" PRIMERO-EVENTO-CTG " A " ULT-USADO-CTG
003690            ")  FACTURAS CAPTURADAS " CAPTURADOS-TAB-W (3)
003700            "  LIBRES EN EL BLOQUE " NROS-LIBRES-W
003710            DELIMITED BY SIZE INTO LIN-CONCIL.
003720     WRITE LIN-CONCIL.
003730     IF NROS-ASIGNADOS-W NOT = CAPTURADOS-TAB-W (3)
003740        MOVE "*** HAY NUMEROS DEL BLOQUE SIN FACTURA CAPTURADA"
003750          TO LIN-CONCIL
003760        WRITE LIN-CONCIL
003770     END-IF.
003780     MOVE SPACES TO LIN-CONCIL.
003790     STRING "FE DE CONTINGENCIA SIN TRANSMITIR "
003800            TOT-FE-PENDIENTES-W "  VENCIDAS " TOT-FE-VENCIDAS-W
003810            DELIMITED BY SIZE INTO LIN-CONCIL.
003820     WRITE LIN-CONCIL.

003830 ESCRIBIR-TOTAL-TIPO.
003840     MOVE NOMBRE-TIPO-W (I)        TO NOMBRE-TOT.
003850     MOVE CAPTURADOS-TAB-W (I)     TO CAPTURADOS-TOT.
003860     MOVE CARGADOS-TAB-W (I)       TO CARGADOS-TOT.
003870     MOVE CONFLICTOS-TAB-W (I)     TO CONFLICTOS-TOT.
003880     MOVE RESUELTOS-TAB-W (I)      TO RESUELTOS-TOT.
003890     MOVE PENDIENTES-TAB-W (I)     TO PENDIENTES-TOT.
003900     MOVE VALOR-TAB-W (I)          TO VALOR-TOT.
003910     MOVE LIN-TOTAL-W TO LIN-CONCIL.
003920     WRITE LIN-CONCIL.

003930 DECIDIR-CONCILIACION.
003940     MOVE SPACES TO LIN-CONCIL.
003950     WRITE LIN-CONCIL.
003960     MOVE "P" TO RESULT-LNK.
003970     IF CTG-SINCRONIZADA AND TOT-PENDIENTES-W = 0
003980        AND TOT-CONFLICTOS-W = 0
003990        MOVE "N"         TO ESTADO-CTG
004000        MOVE FECHA-HOY-W TO FECHA-CONCIL-CTG
004010        MOVE USUARIO-LNK TO USUARIO-CONCIL-CTG
004020        REWRITE REG-CTG
004030            INVALID KEY CONTINUE
004040            NOT INVALID KEY MOVE "S" TO RESULT-LNK
004050        END-REWRITE
004060     END-IF.
004070     IF RESULT-LNK = "S"
004080        MOVE "CONTINGENCIA CONCILIADA - PUEDE CERRARSE EL DIA"
004090          TO LIN-CONCIL
004100     ELSE
004110        MOVE SPACES TO LIN-CONCIL
004120        STRING "CONTINGENCIA SIN CONCILIAR - CONFLICTOS "
004130               TOT-CONFLICTOS-W "  SIN SINCRONIZAR "
004140               TOT-PENDIENTES-W
004150               DELIMITED BY SIZE INTO LIN-CONCIL
004160     END-IF.
004170     WRITE LIN-CONCIL.
