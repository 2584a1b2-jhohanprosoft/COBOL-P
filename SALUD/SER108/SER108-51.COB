      *=================================================================
      * FACTURACION - SINCRONIZACION DE LA CONTINGENCIA DE SEDE CON EL
      * SERVIDOR CENTRAL
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO VUELVE EL ENLACE Y LA SEDE QUEDO PENDIENTE (SER108-50
      * MODO "D"), ESTE LOTE CARGA AL CENTRAL LOS MOVIMIENTOS "P" DE
      * ARCHIVO-CONTING-MOV EN EL ORDEN DE SU SECUENCIA:
      * - PACIENTE NUEVO: SE CREA EN ARCHIVO-PACIENTES. SI YA EXISTE
      *   CON EL MISMO NOMBRE SE USA EL CENTRAL; SI EXISTE CON OTRO
      *   NOMBRE ES CONFLICTO (PACIENTE CREADO DOS VECES). EL
      *   PACIENTE FUSIONADO SE CAMBIA POR EL QUE LO ABSORBIO.
      * - ADMISION: LA CITA CAPTURADA SE MARCA CONFIRMADA CON LA HORA
      *   DE LLEGADA; ES CONFLICTO SI LA CITA NO EXISTE, SI EN EL
      *   CENTRAL LA TOMO OTRO PACIENTE O YA SE CERRO. LA LLEGADA SIN
      *   CITA CREA LA CITA (NUMERO COMO SAL7C30) SALVO QUE EL MISMO
      *   MEDICO Y HORA YA ESTEN TOMADOS EN EL CENTRAL.
      * - FACTURA: SE GRABA EN ARCHIVO-FACTURAS CON EL NUMERO DEL
      *   BLOQUE DE CONTINGENCIA Y LA FECHA EN QUE SE EXPIDIO; SI EL
      *   NUMERO YA EXISTE ES CONFLICTO. POR CADA FACTURA CARGADA SE
      *   EMITE EL XML CON LA MARCA DE CONTINGENCIA (PERIODO DE LA
      *   CAIDA Y RESOLUCION DEL RANGO) EN SC-FEXMLCT.TXT Y SE DEJA EL
      *   DOCUMENTO "G" EN ARCHIVO-FACT-ELEC, PARA QUE EL PROVEEDOR
      *   TECNOLOGICO LO TRANSMITA DENTRO DEL PLAZO DIAN CONTADO
      *   DESDE EL FIN DE LA CONTINGENCIA.
      * - RECIBO DE CAJA: SE REGISTRA POR SER109 EN LA SESION DEL
      *   CAJERO QUE SINCRONIZA (NUMERO Y ASIENTO "RC" CENTRALES); EL
      *   RECHAZO DE LA CAJA ES CONFLICTO CON SU MOTIVO.
      * EL MOVIMIENTO CARGADO QUEDA "C" CON SU NUMERO CENTRAL Y EL
      * CONFLICTO "X" CON EL MOTIVO. LA SEDE QUEDA "S" (SINCRONIZADA,
      * PENDIENTE DE CONCILIAR EN SER108-52). SE PUEDE VOLVER A
      * CORRER: SOLO TOMA LOS MOVIMIENTOS AUN "P".
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-51.
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

000220     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PACIE-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS COD-PACI
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-CITAS LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-CITAS-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-CIT
000330         ALTERNATE RECORD KEY IS FECHA-CIT WITH DUPLICATES
000340         ALTERNATE RECORD KEY IS MEDICO-CIT WITH DUPLICATES
000350         ALTERNATE RECORD KEY IS PACI-CIT WITH DUPLICATES
000360         FILE STATUS IS OTR-STAT.

000370     SELECT ARCHIVO-FACTURAS LOCK MODE IS AUTOMATIC
000380         ASSIGN NOM-FACT-W
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS LLAVE-FACT
000420         ALTERNATE RECORD KEY IS FECHA-FACT WITH DUPLICATES
000430         FILE STATUS IS OTR-STAT.

000440     SELECT ARCHIVO-FACT-ELEC LOCK MODE IS AUTOMATIC
000450         ASSIGN NOM-FELEC-W
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS LLAVE-FACT-FE
000490         ALTERNATE RECORD KEY IS ESTADO-FE WITH DUPLICATES
000500         FILE STATUS IS OTR-STAT.

000510     SELECT SALIDA-XML
000520         ASSIGN NOM-FEXMLCT-W
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.

000560 FD  ARCHIVO-CONTING-SUC
000570     LABEL RECORD STANDARD.
000580 01  REG-CTG.
000590     02 SUC-CTG                 PIC XX.
000600     02 ESTADO-CTG              PIC X.
000610        88 CTG-NORMAL           VALUE "N" " ".
000620        88 CTG-ACTIVA           VALUE "C".
000630        88 CTG-PENDIENTE        VALUE "P".
000640        88 CTG-SINCRONIZADA     VALUE "S".
000650     02 FECHA-INI-CTG           PIC 9(8).
000660     02 HORA-INI-CTG            PIC 9(4).
000670     02 USUARIO-INI-CTG         PIC X(4).
000680     02 FECHA-FIN-CTG           PIC 9(8).
000690     02 HORA-FIN-CTG            PIC 9(4).
000700     02 USUARIO-FIN-CTG         PIC X(4).
000710     02 RESOL-CTG               PIC X(20).
000720     02 VIGENCIA-CTG            PIC 9(8).
000730     02 BLOQUE-INI-CTG          PIC 9(8).
000740     02 BLOQUE-FIN-CTG          PIC 9(8).
000750     02 ULT-USADO-CTG           PIC 9(8).
000760     02 PRIMERO-EVENTO-CTG      PIC 9(8).
000770     02 ULT-SECUEN-CTG          PIC 9(6).
000780     02 FECHA-SINC-CTG          PIC 9(8).
000790     02 TOT-CARGADOS-CTG        PIC 9(5).
000800     02 TOT-CONFLICTOS-CTG      PIC 9(5).
000810     02 FECHA-CONCIL-CTG        PIC 9(8).
000820     02 USUARIO-CONCIL-CTG      PIC X(4).
000830     02 FILLER                  PIC X(20).

000840 FD  ARCHIVO-CONTING-MOV
000850     LABEL RECORD STANDARD.
000860 01  REG-CTM.
000870     02 LLAVE-CTM.
000880        03 SUC-CTM              PIC XX.
000890        03 SECUEN-CTM           PIC 9(6).
000900     02 TIPO-CTM                PIC X.
000910        88 CTM-ADMISION         VALUE "A".
000920        88 CTM-RECIBO           VALUE "R".
000930        88 CTM-FACTURA          VALUE "F".
000940     02 FECHA-CTM               PIC 9(8).
000950     02 HORA-CTM                PIC 9(4).
000960     02 USUARIO-CTM             PIC X(4).
000970     02 PACI-CTM                PIC X(15).
000980     02 PACI-NUEVO-CTM          PIC X.
000990     02 DESCRIP-PACI-CTM        PIC X(40).
001000     02 EPS-PACI-CTM            PIC X(6).
001010     02 TELEFONO-PACI-CTM       PIC X(15).
001020     02 FECHA-NAC-PACI-CTM      PIC 9(8).
001030     02 SEXO-PACI-CTM           PIC X.
001040     02 NRO-CIT-CTM             PIC 9(6).
001050     02 MEDICO-CTM              PIC X(6).
001060     02 HORA-CIT-CTM            PIC 9(4).
001070     02 LLAVE-FACT-CTM          PIC X(12).
001080     02 VALOR-CTM               PIC 9(11)V99.
001090     02 CONCEPTO-CTM            PIC X(30).
001100     02 MEDIO-PAGO-CTM          PIC X.
001110     02 NIT-PAGADOR-CTM         PIC 9(10).
001120     02 VOUCHER-CTM             PIC X(15).
001130     02 NIT-EMPRESA-CTM         PIC 9(10).
001140     02 ESTADO-CTM              PIC X.
001150        88 CTM-PENDIENTE        VALUE "P".
001160        88 CTM-CARGADO          VALUE "C".
001170        88 CTM-CONFLICTO        VALUE "X".
001180        88 CTM-RESUELTO         VALUE "M".
001190     02 MOTIVO-CTM              PIC X(40).
001200     02 NRO-CENTRAL-CTM         PIC X(12).
001210     02 FECHA-CARGUE-CTM        PIC 9(8).
001220     02 USUARIO-RESUELVE-CTM    PIC X(4).
001230     02 FILLER                  PIC X(20).

001240 FD  ARCHIVO-PACIENTES
001250     LABEL RECORD STANDARD.
001260 01  REG-PACI.
001270     02 COD-PACI                PIC X(15).
001280     02 DESCRIP-PACI            PIC X(40).
001290     02 EPS-PACI                PIC X(6).
001300     02 ID-COTIZ-PACI           PIC X(15).
001310     02 ESTADO-PACI             PIC X.
001320     02 FUSIONADO-EN-PACI       PIC X(15).
001330     02 FECHA-FUSION-PACI       PIC 9(8).
001340     02 TELEFONO-PACI           PIC X(15).
001350     02 FECHA-NAC-PACI          PIC 9(8).
001360     02 SEXO-PACI               PIC X.
001370     02 PLAN-PACI               PIC XX.
001380     02 NIVEL-INGRESO-PACI      PIC 9.
001390     02 FILLER                  PIC X(9).

001400 FD  ARCHIVO-CITAS
001410     LABEL RECORD STANDARD.
001420 01  REG-CIT.
001430     02 LLAVE-CIT.
001440        03 SUC-CIT              PIC XX.
001450        03 CL-CIT               PIC 9.
001460        03 NRO-CIT              PIC 9(6).
001470     02 FECHA-CIT               PIC 9(8).
001480     02 HORA-CIT                PIC 9(4).
001490     02 MEDICO-CIT              PIC X(6).
001500     02 ATIENDE-PROF-CIT        PIC X(6).
001510     02 PACI-CIT                PIC X(15).
001520     02 COD-RESULT-CIT          PIC 9.
001530        88 CITA-PROGRAMADA      VALUE 0.
001540        88 CITA-CONFIRMADA      VALUE 1.
001550     02 FECHA-RESULT-CIT        PIC 9(8).
001560     02 HORA-RESULT-CIT         PIC 9(4).
001570     02 USUARIO-RESULT-CIT      PIC X(4).
001580     02 DURA-CIT                PIC 9(3).
001590     02 MODALIDAD-CIT           PIC X.
001600     02 FECHA-SOLIC-CIT         PIC 9(8).
001610     02 NRO-SERIE-CIT           PIC 9(6).
001620     02 NRO-SESION-CIT          PIC 9(2).
001630     02 AUTO-AGEND-CIT          PIC X.
001640     02 COD-CONFIRMA-CIT        PIC 9(6).
001650     02 FILLER                  PIC X(23).

001660 FD  ARCHIVO-FACTURAS
001670     LABEL RECORD STANDARD.
001680 01  REG-FACT.
001690     02 LLAVE-FACT              PIC X(12).
001700     02 FECHA-FACT              PIC 9(8).
001710     02 PACI-FACT               PIC X(15).
001720     02 EPS-FACT                PIC X(6).
001730     02 VALOR-TOT-FACT          PIC 9(11)V99.
001740     02 FECHA-RADIC-FACT        PIC 9(8).
001750     02 NRO-RADICADO-FACT       PIC X(15).
001760     02 LOTE-RADIC-FACT         PIC X(10).
001770     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
001780     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
001790     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
001800     02 VALOR-NOTAS-FACT        PIC S9(11)V99
001810                                    SIGN IS TRAILING.

001820 FD  ARCHIVO-FACT-ELEC
001830     LABEL RECORD STANDARD.
001840 01  REG-FELEC.
001850     02 LLAVE-FACT-FE           PIC X(12).
001860     02 ESTADO-FE               PIC X.
001870        88 FE-GENERADA          VALUE "G".
001880        88 FE-TRANSMITIDA       VALUE "T".
001890        88 FE-ACEPTADA          VALUE "A".
001900        88 FE-RECHAZADA         VALUE "R".
001910     02 CUFE-FE                 PIC X(96).
001920     02 QR-FE                   PIC X(60).
001930     02 CAUSAL-RECH-FE          PIC X(60).
001940     02 FECHA-GEN-FE            PIC 9(8).
001950     02 FECHA-ESTADO-FE         PIC 9(8).

001960 FD  SALIDA-XML
001970     LABEL RECORD STANDARD.
001980 01  LIN-XML                    PIC X(120).

001990 WORKING-STORAGE SECTION.

002000 77  NOM-CONTSUC-W              PIC X(60)
002010     VALUE "D:\progelect\DATOS\SC-CONTSUC.DAT".
002020 77  NOM-CONTMOV-W              PIC X(60)
002030     VALUE "D:\progelect\DATOS\SC-CONTMOV.DAT".
002040 77  NOM-PACIE-W                PIC X(60)
002050     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002060 77  NOM-CITAS-W                PIC X(60)
002070     VALUE "D:\progelect\DATOS\SC-ARCHCIT.DAT".
002080 77  NOM-FACT-W                 PIC X(60)
002090     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
002100 77  NOM-FELEC-W                PIC X(60)
002110     VALUE "D:\progelect\DATOS\SC-FACTELEC.DAT".
002120 77  NOM-FEXMLCT-W              PIC X(60)
002130     VALUE "D:\progelect\DATOS\SC-FEXMLCT.TXT".
002140 77  OTR-STAT                   PIC XX.
002150 77  SW-FIN-W                   PIC 9 VALUE 0.
002160 77  SW-FIN-CIT-W               PIC 9 VALUE 0.
002170 77  SW-HALLADO-W               PIC 9 VALUE 0.
002180 77  FECHA-HOY-W                PIC 9(8).
002190 77  MOTIVO-W                   PIC X(40).
002200 77  NRO-CENTRAL-W              PIC X(12).
002210 77  NRO-CIT-MAX-W              PIC 9(6).
002220 77  TIPO-DOC-W                 PIC X.
002230 77  REF-DOC-W                  PIC X(12).
002240 77  NRO-RECIBO-W               PIC 9(6).
002250 77  RESULT-RBO-W               PIC X.
002260 77  VALOR-EDIT-W               PIC 9(11).99.
002270 77  TOT-CARGADOS-W             PIC 9(5) VALUE 0.
002280 77  TOT-CONFLICTOS-W           PIC 9(5) VALUE 0.
002290 77  TOT-PACI-NUEVOS-W          PIC 9(5) VALUE 0.
002300 77  TOT-PACI-EXISTIAN-W        PIC 9(5) VALUE 0.
002310 77  TOT-XML-W                  PIC 9(5) VALUE 0.

002320 LINKAGE SECTION.
002330 01  SUC-LNK                    PIC XX.
002340 01  CAJERO-LNK                 PIC X(4).
002350 01  RESULT-LNK                 PIC X.
002360     88 SINC-OK                 VALUE "S".
002370     88 SINC-SIN-PENDIENTE      VALUE "P".
002380     88 SINC-NO-OK              VALUE "N".

002390 PROCEDURE DIVISION USING SUC-LNK CAJERO-LNK RESULT-LNK.

002400 MAINLINE.
002410     MOVE "N" TO RESULT-LNK.
002420     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002421     MOVE 0 TO TOT-CARGADOS-W TOT-CONFLICTOS-W TOT-PACI-NUEVOS-W
002422               TOT-PACI-EXISTIAN-W TOT-XML-W.
002430     PERFORM SINCRONIZAR-SEDE THRU FIN-SINCRONIZAR.
002440     EXIT PROGRAM.

002450 SINCRONIZAR-SEDE.
002460     OPEN I-O ARCHIVO-CONTING-SUC.
002470     IF OTR-STAT NOT = "00"
002480        GO TO FIN-SINCRONIZAR
002490     END-IF.
002500     MOVE SUC-LNK TO SUC-CTG.
002510     READ ARCHIVO-CONTING-SUC
002520          INVALID KEY MOVE "P" TO RESULT-LNK
002530                      CLOSE ARCHIVO-CONTING-SUC
002540                      GO TO FIN-SINCRONIZAR
002550     END-READ.
002560     IF NOT CTG-PENDIENTE AND NOT CTG-SINCRONIZADA
002570        MOVE "P" TO RESULT-LNK
002580        CLOSE ARCHIVO-CONTING-SUC
002590        GO TO FIN-SINCRONIZAR
002600     END-IF.
002610     PERFORM ABRIR-ARCHIVOS.
002620     MOVE 0       TO SW-FIN-W.
002630     MOVE SUC-LNK TO SUC-CTM.
002640     MOVE 0       TO SECUEN-CTM.
002650     START ARCHIVO-CONTING-MOV KEY IS >= LLAVE-CTM
002660           INVALID KEY MOVE 1 TO SW-FIN-W
002670     END-START.
002680     PERFORM CARGAR-UN-MOVIMIENTO UNTIL SW-FIN-W = 1.
002690     MOVE "S"         TO ESTADO-CTG.
002700     MOVE FECHA-HOY-W TO FECHA-SINC-CTG.
002710     ADD TOT-CARGADOS-W   TO TOT-CARGADOS-CTG.
002720     ADD TOT-CONFLICTOS-W TO TOT-CONFLICTOS-CTG.
002730     REWRITE REG-CTG
002740         INVALID KEY CONTINUE
002750         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002760     END-REWRITE.
002770     CLOSE ARCHIVO-CONTING-SUC ARCHIVO-CONTING-MOV
002780           ARCHIVO-PACIENTES ARCHIVO-CITAS ARCHIVO-FACTURAS
002790           ARCHIVO-FACT-ELEC SALIDA-XML.
002800     DISPLAY "SEDE " SUC-LNK " MOVIMIENTOS CARGADOS:  "
002810             TOT-CARGADOS-W.
002820     DISPLAY "CONFLICTOS:                     " TOT-CONFLICTOS-W.
002830     DISPLAY "PACIENTES CREADOS:              " TOT-PACI-NUEVOS-W.
002840     DISPLAY "PACIENTES QUE YA EXISTIAN:      "
002850             TOT-PACI-EXISTIAN-W.
002860     DISPLAY "FACTURAS DE CONTINGENCIA A FE:  " TOT-XML-W.
002870 FIN-SINCRONIZAR.
002880     EXIT.

002890 ABRIR-ARCHIVOS.
002900     OPEN I-O ARCHIVO-CONTING-MOV ARCHIVO-PACIENTES
002910              ARCHIVO-CITAS ARCHIVO-FACTURAS.
002920     OPEN I-O ARCHIVO-FACT-ELEC.
002930     IF OTR-STAT = "35"
002940        OPEN OUTPUT ARCHIVO-FACT-ELEC
002950        CLOSE ARCHIVO-FACT-ELEC
002960        OPEN I-O ARCHIVO-FACT-ELEC
002970     END-IF.
002980     OPEN OUTPUT SALIDA-XML.

002990 CARGAR-UN-MOVIMIENTO.
003000     READ ARCHIVO-CONTING-MOV NEXT
003010          AT END MOVE 1 TO SW-FIN-W
003020     END-READ.
003030     IF SW-FIN-W = 0
003040        IF SUC-CTM NOT = SUC-LNK
003050           MOVE 1 TO SW-FIN-W
003060        ELSE
003070           IF CTM-PENDIENTE
003080              PERFORM PROCESAR-MOVIMIENTO
003090           END-IF
003100        END-IF
003110     END-IF.

      *-----------------------------------------------------------------
      * UN MOVIMIENTO: PRIMERO EL PACIENTE, LUEGO EL DOCUMENTO. EL
      * PRIMER CONFLICTO DETIENE EL MOVIMIENTO Y QUEDA COMO MOTIVO.
      *-----------------------------------------------------------------
003120 PROCESAR-MOVIMIENTO.
003130     MOVE SPACES TO MOTIVO-W NRO-CENTRAL-W.
003140     IF PACI-NUEVO-CTM = "S"
003150        PERFORM CREAR-PACIENTE
003160     ELSE
003170        IF PACI-CTM NOT = SPACES
003180           PERFORM VERIFICAR-PACIENTE
003190        END-IF
003200     END-IF.
003210     IF MOTIVO-W = SPACES
003220        EVALUATE TRUE
003230           WHEN CTM-ADMISION
003240              PERFORM CARGAR-ADMISION THRU FIN-CARGAR-ADMISION
003250           WHEN CTM-FACTURA
003260              PERFORM CARGAR-FACTURA THRU FIN-CARGAR-FACTURA
003270           WHEN CTM-RECIBO
003280              PERFORM CARGAR-RECIBO THRU FIN-CARGAR-RECIBO
003290           WHEN OTHER
003300              MOVE "TIPO DE MOVIMIENTO DESCONOCIDO" TO MOTIVO-W
003310        END-EVALUATE
003320     END-IF.
003330     IF MOTIVO-W = SPACES
003340        MOVE "C" TO ESTADO-CTM
003350        MOVE NRO-CENTRAL-W TO NRO-CENTRAL-CTM
003360        ADD 1 TO TOT-CARGADOS-W
003370     ELSE
003380        MOVE "X" TO ESTADO-CTM
003390        MOVE MOTIVO-W TO MOTIVO-CTM
003400        ADD 1 TO TOT-CONFLICTOS-W
003410     END-IF.
003420     MOVE FECHA-HOY-W TO FECHA-CARGUE-CTM.
003430     REWRITE REG-CTM INVALID KEY CONTINUE END-REWRITE.

003440 CREAR-PACIENTE.
003450     MOVE PACI-CTM TO COD-PACI.
003460     MOVE 1 TO SW-HALLADO-W.
003470     READ ARCHIVO-PACIENTES
003480          INVALID KEY MOVE 0 TO SW-HALLADO-W
003490     END-READ.
003500     IF SW-HALLADO-W = 0
003510        INITIALIZE REG-PACI
003520        MOVE PACI-CTM           TO COD-PACI
003530        MOVE DESCRIP-PACI-CTM   TO DESCRIP-PACI
003540        MOVE EPS-PACI-CTM       TO EPS-PACI
003550        MOVE TELEFONO-PACI-CTM  TO TELEFONO-PACI
003560        MOVE FECHA-NAC-PACI-CTM TO FECHA-NAC-PACI
003570        MOVE SEXO-PACI-CTM      TO SEXO-PACI
003580        WRITE REG-PACI
003590            INVALID KEY
003600               MOVE "NO SE PUDO CREAR EL PACIENTE" TO MOTIVO-W
003610            NOT INVALID KEY
003620               ADD 1 TO TOT-PACI-NUEVOS-W
003630        END-WRITE
003640     ELSE
003650        IF DESCRIP-PACI NOT = DESCRIP-PACI-CTM
003660           MOVE "PACIENTE CREADO DOS VECES CON OTRO NOMBRE"
003670             TO MOTIVO-W
003680        ELSE
003690           ADD 1 TO TOT-PACI-EXISTIAN-W
003700           PERFORM VERIFICAR-PACIENTE
003710        END-IF
003720     END-IF.

003730 VERIFICAR-PACIENTE.
003740     MOVE PACI-CTM TO COD-PACI.
003750     READ ARCHIVO-PACIENTES
003760          INVALID KEY
003770             MOVE "PACIENTE NO EXISTE EN EL CENTRAL" TO MOTIVO-W
003780     END-READ.
003790     IF MOTIVO-W = SPACES AND ESTADO-PACI = "F"
003800        AND FUSIONADO-EN-PACI NOT = SPACES
003810        MOVE FUSIONADO-EN-PACI TO PACI-CTM COD-PACI
003820        READ ARCHIVO-PACIENTES
003830             INVALID KEY
003840                MOVE "PACIENTE FUSIONADO SIN DESTINO" TO MOTIVO-W
003850        END-READ
003860     END-IF.
003870     IF MOTIVO-W = SPACES AND EPS-PACI-CTM = SPACES
003880        MOVE EPS-PACI TO EPS-PACI-CTM
003890     END-IF.

      *-----------------------------------------------------------------
      * ADMISION: CITA CAPTURADA O LLEGADA SIN CITA
      *-----------------------------------------------------------------
003900 CARGAR-ADMISION.
003910     IF NRO-CIT-CTM = 0
003920        PERFORM ADMITIR-SIN-CITA THRU FIN-ADMITIR-SIN-CITA
003930        GO TO FIN-CARGAR-ADMISION
003940     END-IF.
003950     MOVE SUC-CTM     TO SUC-CIT.
003960     MOVE 1           TO CL-CIT.
003970     MOVE NRO-CIT-CTM TO NRO-CIT.
003980     READ ARCHIVO-CITAS
003990          INVALID KEY
004000             MOVE "CITA NO EXISTE EN EL CENTRAL" TO MOTIVO-W
004010             GO TO FIN-CARGAR-ADMISION
004020     END-READ.
004030     IF PACI-CIT NOT = PACI-CTM
004040        MOVE "CITA TOMADA EN EL CENTRAL POR OTRO PACIENTE"
004050          TO MOTIVO-W
004060        GO TO FIN-CARGAR-ADMISION
004070     END-IF.
004080     IF NOT CITA-PROGRAMADA AND NOT CITA-CONFIRMADA
004090        MOVE "CITA YA CERRADA O CANCELADA EN EL CENTRAL"
004100          TO MOTIVO-W
004110        GO TO FIN-CARGAR-ADMISION
004120     END-IF.
004130     PERFORM MARCAR-LLEGADA.
004140 FIN-CARGAR-ADMISION.
004150     EXIT.

004160 MARCAR-LLEGADA.
004170     MOVE 1           TO COD-RESULT-CIT.
004180     MOVE FECHA-CTM   TO FECHA-RESULT-CIT.
004190     MOVE HORA-CTM    TO HORA-RESULT-CIT.
004200     MOVE USUARIO-CTM TO USUARIO-RESULT-CIT.
004210     REWRITE REG-CIT
004220         INVALID KEY
004230            MOVE "NO SE PUDO MARCAR LA LLEGADA" TO MOTIVO-W
004240         NOT INVALID KEY
004250            MOVE LLAVE-CIT TO NRO-CENTRAL-W
004260     END-REWRITE.

      * EL MISMO MEDICO A LA MISMA HORA EN EL CENTRAL: SI ES EL MISMO
      * PACIENTE SE USA ESA CITA, SI ES OTRO EL HORARIO YA SE TOMO.
004270 ADMITIR-SIN-CITA.
004280     MOVE 0 TO SW-HALLADO-W SW-FIN-CIT-W.
004290     MOVE FECHA-CTM TO FECHA-CIT.
004300     START ARCHIVO-CITAS KEY IS >= FECHA-CIT
004310           INVALID KEY MOVE 1 TO SW-FIN-CIT-W
004320     END-START.
004330     PERFORM BUSCAR-HORARIO-TOMADO
004340             UNTIL SW-FIN-CIT-W = 1 OR SW-HALLADO-W = 1.
004350     IF SW-HALLADO-W = 1
004360        IF PACI-CIT NOT = PACI-CTM
004370           MOVE "HORARIO TOMADO EN EL CENTRAL POR OTRO PACIENTE"
004380             TO MOTIVO-W
004390        ELSE
004400           PERFORM MARCAR-LLEGADA
004410        END-IF
004420        GO TO FIN-ADMITIR-SIN-CITA
004430     END-IF.
004440     MOVE HIGH-VALUES TO LLAVE-CIT.
004450     START ARCHIVO-CITAS KEY IS <= LLAVE-CIT
004460           INVALID KEY MOVE 0 TO NRO-CIT-MAX-W.
004470     READ ARCHIVO-CITAS PREVIOUS
004480          AT END MOVE 0 TO NRO-CIT-MAX-W
004490          NOT AT END MOVE NRO-CIT TO NRO-CIT-MAX-W
004500     END-READ.
004510     INITIALIZE REG-CIT.
004520     ADD 1 TO NRO-CIT-MAX-W.
004530     MOVE SUC-CTM       TO SUC-CIT.
004540     MOVE 1             TO CL-CIT.
004550     MOVE NRO-CIT-MAX-W TO NRO-CIT.
004560     MOVE FECHA-CTM     TO FECHA-CIT FECHA-SOLIC-CIT.
004570     MOVE HORA-CIT-CTM  TO HORA-CIT.
004580     MOVE MEDICO-CTM    TO MEDICO-CIT ATIENDE-PROF-CIT.
004590     MOVE PACI-CTM      TO PACI-CIT.
004600     MOVE "P"           TO MODALIDAD-CIT.
004610     MOVE 1             TO COD-RESULT-CIT.
004620     MOVE FECHA-CTM     TO FECHA-RESULT-CIT.
004630     MOVE HORA-CTM      TO HORA-RESULT-CIT.
004640     MOVE USUARIO-CTM   TO USUARIO-RESULT-CIT.
004650     WRITE REG-CIT
004660         INVALID KEY
004670            MOVE "NO SE PUDO CREAR LA CITA" TO MOTIVO-W
004680         NOT INVALID KEY
004690            MOVE LLAVE-CIT TO NRO-CENTRAL-W
004700     END-WRITE.
004710 FIN-ADMITIR-SIN-CITA.
004720     EXIT.

004730 BUSCAR-HORARIO-TOMADO.
004740     READ ARCHIVO-CITAS NEXT
004750          AT END MOVE 1 TO SW-FIN-CIT-W
004760     END-READ.
004770     IF SW-FIN-CIT-W = 0
004780        IF FECHA-CIT NOT = FECHA-CTM
004790           MOVE 1 TO SW-FIN-CIT-W
004800        ELSE
004810           IF MEDICO-CIT = MEDICO-CTM
004820              AND HORA-CIT = HORA-CIT-CTM
004830              AND (CITA-PROGRAMADA OR CITA-CONFIRMADA)
004840              MOVE 1 TO SW-HALLADO-W
004850           END-IF
004860        END-IF
004870     END-IF.

      *-----------------------------------------------------------------
      * FACTURA DE CONTINGENCIA Y SU DOCUMENTO ELECTRONICO
      *-----------------------------------------------------------------
004880 CARGAR-FACTURA.
004890     MOVE LLAVE-FACT-CTM TO LLAVE-FACT.
004900     READ ARCHIVO-FACTURAS
004910          INVALID KEY CONTINUE
004920          NOT INVALID KEY
004930             MOVE "NUMERO DE FACTURA YA EXISTE EN EL CENTRAL"
004940               TO MOTIVO-W
004950             GO TO FIN-CARGAR-FACTURA
004960     END-READ.
004970     INITIALIZE REG-FACT.
004980     MOVE LLAVE-FACT-CTM TO LLAVE-FACT.
004990     MOVE FECHA-CTM      TO FECHA-FACT.
005000     MOVE PACI-CTM       TO PACI-FACT.
005010     MOVE EPS-PACI-CTM   TO EPS-FACT.
005020     MOVE VALOR-CTM      TO VALOR-TOT-FACT.
005030     WRITE REG-FACT
005040         INVALID KEY
005050            MOVE "NO SE PUDO GRABAR LA FACTURA" TO MOTIVO-W
005060            GO TO FIN-CARGAR-FACTURA
005070     END-WRITE.
005080     MOVE LLAVE-FACT TO NRO-CENTRAL-W.
005090     PERFORM EMITIR-XML-CONTINGENCIA.
005100     PERFORM GRABAR-DOCUMENTO-FE.
005110 FIN-CARGAR-FACTURA.
005120     EXIT.

005130 EMITIR-XML-CONTINGENCIA.
005140     MOVE SPACES TO LIN-XML.
005150     STRING "<FACTURA NUMERO=""" LLAVE-FACT """>"
005160            DELIMITED BY SIZE INTO LIN-XML.
005170     WRITE LIN-XML.
005180     MOVE SPACES TO LIN-XML.
005190     STRING "  <CONTINGENCIA INICIO=""" FECHA-INI-CTG
005200            HORA-INI-CTG """ FIN=""" FECHA-FIN-CTG HORA-FIN-CTG
005210            """ RESOLUCION=""" RESOL-CTG """/>"
005220            DELIMITED BY SIZE INTO LIN-XML.
005230     WRITE LIN-XML.
005240     MOVE SPACES TO LIN-XML.
005250     STRING "  <FECHA>" FECHA-FACT "</FECHA>"
005260            DELIMITED BY SIZE INTO LIN-XML.
005270     WRITE LIN-XML.
005280     MOVE SPACES TO LIN-XML.
005290     STRING "  <HORA>" HORA-CTM "</HORA>"
005300            DELIMITED BY SIZE INTO LIN-XML.
005310     WRITE LIN-XML.
005320     MOVE SPACES TO LIN-XML.
005330     STRING "  <PACIENTE>" PACI-FACT "</PACIENTE>"
005340            DELIMITED BY SIZE INTO LIN-XML.
005350     WRITE LIN-XML.
005360     MOVE SPACES TO LIN-XML.
005370     STRING "  <ENTIDAD>" EPS-FACT "</ENTIDAD>"
005380            DELIMITED BY SIZE INTO LIN-XML.
005390     WRITE LIN-XML.
005400     MOVE VALOR-TOT-FACT TO VALOR-EDIT-W.
005410     MOVE SPACES TO LIN-XML.
005420     STRING "  <VALORTOTAL>" VALOR-EDIT-W "</VALORTOTAL>"
005430            DELIMITED BY SIZE INTO LIN-XML.
005440     WRITE LIN-XML.
005450     MOVE "</FACTURA>" TO LIN-XML.
005460     WRITE LIN-XML.
005470     ADD 1 TO TOT-XML-W.

005480 GRABAR-DOCUMENTO-FE.
005490     INITIALIZE REG-FELEC.
005500     MOVE LLAVE-FACT  TO LLAVE-FACT-FE.
005510     MOVE "G"         TO ESTADO-FE.
005520     MOVE SPACES      TO CUFE-FE QR-FE CAUSAL-RECH-FE.
005530     MOVE FECHA-HOY-W TO FECHA-GEN-FE FECHA-ESTADO-FE.
005540     WRITE REG-FELEC INVALID KEY CONTINUE END-WRITE.

      *-----------------------------------------------------------------
      * RECIBO DE CAJA: LO REGISTRA SER109 EN LA SESION DEL CAJERO
      *-----------------------------------------------------------------
005550 CARGAR-RECIBO.
005560     MOVE "O"    TO TIPO-DOC-W.
005570     MOVE SPACES TO REF-DOC-W.
005580     IF LLAVE-FACT-CTM NOT = SPACES
005590        MOVE LLAVE-FACT-CTM TO LLAVE-FACT
005600        READ ARCHIVO-FACTURAS
005610             INVALID KEY
005620                MOVE "LA FACTURA DEL RECIBO NO ESTA EN EL CENTRAL"
005630                  TO MOTIVO-W
005640                GO TO FIN-CARGAR-RECIBO
005650        END-READ
005660        MOVE "F"            TO TIPO-DOC-W
005670        MOVE LLAVE-FACT-CTM TO REF-DOC-W
005680     END-IF.
005690     CALL "SER109" USING CAJERO-LNK TIPO-DOC-W REF-DOC-W
005700                         PACI-CTM CONCEPTO-CTM VALOR-CTM
005710                         MEDIO-PAGO-CTM NIT-PAGADOR-CTM
005720                         VOUCHER-CTM NIT-EMPRESA-CTM
005730                         NRO-RECIBO-W RESULT-RBO-W.
005740     EVALUATE RESULT-RBO-W
005750        WHEN "S"
005760           STRING "R" NRO-RECIBO-W
005770                  DELIMITED BY SIZE INTO NRO-CENTRAL-W
005780        WHEN "C"
005790           MOVE "SESION DE CAJA DEL CAJERO CERRADA" TO MOTIVO-W
005800        WHEN "B"
005810           MOVE "PERIODO CONTABLE CERRADO" TO MOTIVO-W
005820        WHEN "D"
005830           MOVE "DIA ANTERIOR DE CAJA SIN CUADRAR" TO MOTIVO-W
005840        WHEN OTHER
005850           MOVE "RECIBO RECHAZADO POR LA CAJA" TO MOTIVO-W
005860     END-EVALUATE.
005870 FIN-CARGAR-RECIBO.
005880     EXIT.
