      *=================================================================
      * FACTURACION - CONTINGENCIA DE SEDE SIN ENLACE CON EL SERVIDOR
      * CENTRAL (CAPTURA LOCAL)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO SE CAE EL ENLACE, LA SEDE DEJABA DE ADMITIR Y DE
      * FACTURAR POR HORAS. ESTE COMPONENTE LLEVA EL ESTADO DE
      * CONTINGENCIA POR SUCURSAL (ARCHIVO-CONTING-SUC, LLAVE = LA
      * SUCURSAL DE ARCHIVO-SUCUR) Y CAPTURA EN LOCAL LO QUE LA SEDE
      * HACE MIENTRAS TANTO (ARCHIVO-CONTING-MOV, UNA SECUENCIA POR
      * SUCURSAL EN EL ORDEN EN QUE OCURRIO):
      * MODO "B" - RESERVAR BLOQUE: CON ENLACE, TOMA DEL PREFIJO
      *            "FCON" DE LA SUCURSAL EN ARCHIVO-PREFIJOS (RANGO
      *            DE LA RESOLUCION DE CONTINGENCIA DIAN) N NUMEROS
      *            (200 SI NO SE INDICA) Y LOS DEJA EN EL REGISTRO
      *            DE LA SEDE PARA CUANDO SE CAIGA EL ENLACE. SI AUN
      *            QUEDAN NUMEROS DEL BLOQUE ANTERIOR NO RESERVA.
      * MODO "A" - ACTIVAR LA CONTINGENCIA (ESTADO "C").
      * MODO "M" - CAPTURAR UN MOVIMIENTO: "A" ADMISION (LLEGADA DEL
      *            PACIENTE, CON O SIN CITA), "R" RECIBO DE CAJA O "F"
      *            FACTURA. LA FACTURA TOMA EL SIGUIENTE NUMERO DEL
      *            BLOQUE (LLAVE "FC" + SUCURSAL + NUMERO); EL
      *            PACIENTE QUE NO EXISTIA EN LA SEDE VIAJA CON SUS
      *            DATOS Y LA MARCA DE PACIENTE NUEVO.
      * MODO "D" - DESACTIVAR: VOLVIO EL ENLACE, LA SEDE QUEDA
      *            PENDIENTE DE SINCRONIZAR ("P"). LA CARGA LA HACE
      *            SER108-51 Y EL INFORME DE CONCILIACION SER108-52.
      * MODO "V" - VERIFICAR: "S" SI LA SEDE NO TIENE CONTINGENCIA
      *            SIN CONCILIAR, "P" SI LA TIENE (LO USA EL CIERRE
      *            DIARIO SER109-02).
      * MODO "R" - RESOLVER UN CONFLICTO DE LA SINCRONIZACION: EL
      *            MOVIMIENTO "X" QUEDA "M" (RESUELTO A MANO) CON EL
      *            USUARIO QUE LO RESOLVIO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-50.
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

000220     SELECT ARCHIVO-PREFIJOS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PREF-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-PREF
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-CONTING-SUC
000310     LABEL RECORD STANDARD.
000320 01  REG-CTG.
000330     02 SUC-CTG                 PIC XX.
000340     02 ESTADO-CTG              PIC X.
000350        88 CTG-NORMAL           VALUE "N" " ".
000360        88 CTG-ACTIVA           VALUE "C".
000370        88 CTG-PENDIENTE        VALUE "P".
000380        88 CTG-SINCRONIZADA     VALUE "S".
000390     02 FECHA-INI-CTG           PIC 9(8).
000400     02 HORA-INI-CTG            PIC 9(4).
000410     02 USUARIO-INI-CTG         PIC X(4).
000420     02 FECHA-FIN-CTG           PIC 9(8).
000430     02 HORA-FIN-CTG            PIC 9(4).
000440     02 USUARIO-FIN-CTG         PIC X(4).
000450     02 RESOL-CTG               PIC X(20).
000460     02 VIGENCIA-CTG            PIC 9(8).
000470     02 BLOQUE-INI-CTG          PIC 9(8).
000480     02 BLOQUE-FIN-CTG          PIC 9(8).
000490     02 ULT-USADO-CTG           PIC 9(8).
000500     02 PRIMERO-EVENTO-CTG      PIC 9(8).
000510     02 ULT-SECUEN-CTG          PIC 9(6).
000520     02 FECHA-SINC-CTG          PIC 9(8).
000530     02 TOT-CARGADOS-CTG        PIC 9(5).
000540     02 TOT-CONFLICTOS-CTG      PIC 9(5).
000550     02 FECHA-CONCIL-CTG        PIC 9(8).
000560     02 USUARIO-CONCIL-CTG      PIC X(4).
000570     02 FILLER                  PIC X(20).

000580 FD  ARCHIVO-CONTING-MOV
000590     LABEL RECORD STANDARD.
000600 01  REG-CTM.
000610     02 LLAVE-CTM.
000620        03 SUC-CTM              PIC XX.
000630        03 SECUEN-CTM           PIC 9(6).
000640     02 TIPO-CTM                PIC X.
000650        88 CTM-ADMISION         VALUE "A".
000660        88 CTM-RECIBO           VALUE "R".
000670        88 CTM-FACTURA          VALUE "F".
000680     02 FECHA-CTM               PIC 9(8).
000690     02 HORA-CTM                PIC 9(4).
000700     02 USUARIO-CTM             PIC X(4).
000710     02 PACI-CTM                PIC X(15).
000720     02 PACI-NUEVO-CTM          PIC X.
000730     02 DESCRIP-PACI-CTM        PIC X(40).
000740     02 EPS-PACI-CTM            PIC X(6).
000750     02 TELEFONO-PACI-CTM       PIC X(15).
000760     02 FECHA-NAC-PACI-CTM      PIC 9(8).
000770     02 SEXO-PACI-CTM           PIC X.
000780     02 NRO-CIT-CTM             PIC 9(6).
000790     02 MEDICO-CTM              PIC X(6).
000800     02 HORA-CIT-CTM            PIC 9(4).
000810     02 LLAVE-FACT-CTM          PIC X(12).
000820     02 VALOR-CTM               PIC 9(11)V99.
000830     02 CONCEPTO-CTM            PIC X(30).
000840     02 MEDIO-PAGO-CTM          PIC X.
000850     02 NIT-PAGADOR-CTM         PIC 9(10).
000860     02 VOUCHER-CTM             PIC X(15).
000870     02 NIT-EMPRESA-CTM         PIC 9(10).
000880     02 ESTADO-CTM              PIC X.
000890        88 CTM-PENDIENTE        VALUE "P".
000900        88 CTM-CARGADO          VALUE "C".
000910        88 CTM-CONFLICTO        VALUE "X".
000920        88 CTM-RESUELTO         VALUE "M".
000930     02 MOTIVO-CTM              PIC X(40).
000940     02 NRO-CENTRAL-CTM         PIC X(12).
000950     02 FECHA-CARGUE-CTM        PIC 9(8).
000960     02 USUARIO-RESUELVE-CTM    PIC X(4).
000970     02 FILLER                  PIC X(20).

000980 FD  ARCHIVO-PREFIJOS
000990     LABEL RECORD STANDARD.
001000 01  REG-PREF.
001010     02 LLAVE-PREF.
001020        03 SUC-PREF             PIC XX.
001030        03 COD-PREF             PIC X(4).
001040     02 DESCRIP-PREF            PIC X(30).
001050     02 RESOL1-PREF             PIC X(20).
001060     02 FECHA-RES-PREF          PIC 9(8).
001070     02 VIGENCIA-PREF           PIC 9(8).
001080     02 INI-RES-PREF            PIC 9(9).
001090     02 FIN-RES-PREF            PIC 9(9).
001100     02 ULT-ASIG-PREF           PIC 9(9).
001110     02 C-COSTO-PREF            PIC X(6).
001120     02 ALM-PREF                PIC X(4).
001130     02 ESTADO-PREF             PIC X.

001140 WORKING-STORAGE SECTION.

001150 77  NOM-CONTSUC-W              PIC X(60)
001160     VALUE "D:\progelect\DATOS\SC-CONTSUC.DAT".
001170 77  NOM-CONTMOV-W              PIC X(60)
001180     VALUE "D:\progelect\DATOS\SC-CONTMOV.DAT".
001190 77  NOM-PREF-W                 PIC X(60)
001200     VALUE "D:\progelect\CONTROL\SC-PREFIJOS.DAT".
001210 77  OTR-STAT                   PIC XX.
001220 77  FECHA-HOY-W                PIC 9(8).
001230 77  HORA-HOY-W                 PIC 9(4).
001240 77  CANT-BLOQUE-W              PIC 9(5).
001250 77  BLOQUE-INI-W               PIC 9(9).
001260 77  BLOQUE-FIN-W               PIC 9(9).
001270 77  NRO-FACT-W                 PIC 9(8).

001280 LINKAGE SECTION.
001290 01  MODO-LNK                   PIC X.
001300     88 MODO-RESERVAR           VALUE "B".
001310     88 MODO-ACTIVAR            VALUE "A".
001320     88 MODO-CAPTURAR           VALUE "M".
001330     88 MODO-DESACTIVAR         VALUE "D".
001340     88 MODO-VERIFICAR          VALUE "V".
001350     88 MODO-RESOLVER           VALUE "R".
001360 01  SUC-LNK                    PIC XX.
001370 01  CANT-BLOQUE-LNK            PIC 9(5).
001380 01  DATOS-MOV-LNK.
001390     02 TIPO-LNK                PIC X.
001400     02 PACI-LNK                PIC X(15).
001410     02 PACI-NUEVO-LNK          PIC X.
001420     02 DESCRIP-PACI-LNK        PIC X(40).
001430     02 EPS-PACI-LNK            PIC X(6).
001440     02 TELEFONO-PACI-LNK       PIC X(15).
001450     02 FECHA-NAC-PACI-LNK      PIC 9(8).
001460     02 SEXO-PACI-LNK           PIC X.
001470     02 NRO-CIT-LNK             PIC 9(6).
001480     02 MEDICO-LNK              PIC X(6).
001490     02 HORA-CIT-LNK            PIC 9(4).
001500     02 LLAVE-FACT-LNK          PIC X(12).
001510     02 VALOR-LNK               PIC 9(11)V99.
001520     02 CONCEPTO-LNK            PIC X(30).
001530     02 MEDIO-PAGO-LNK          PIC X.
001540     02 NIT-PAGADOR-LNK         PIC 9(10).
001550     02 VOUCHER-LNK             PIC X(15).
001560     02 NIT-EMPRESA-LNK         PIC 9(10).
001570 01  SECUEN-LNK                 PIC 9(6).
001580 01  USUARIO-LNK                PIC X(4).
001590 01  RESULT-LNK                 PIC X.
001600     88 CONTING-OK              VALUE "S".
001610     88 CONTING-PENDIENTE       VALUE "P".
001620     88 CONTING-SIN-BLOQUE      VALUE "B".
001630     88 CONTING-NO-OK           VALUE "N".

001640 PROCEDURE DIVISION USING MODO-LNK SUC-LNK CANT-BLOQUE-LNK
001650                          DATOS-MOV-LNK SECUEN-LNK USUARIO-LNK
001660                          RESULT-LNK.

001670 MAINLINE.
001680     MOVE "N" TO RESULT-LNK.
001690     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001700     MOVE FUNCTION CURRENT-DATE(9:4) TO HORA-HOY-W.
001710     EVALUATE TRUE
001720        WHEN MODO-RESERVAR
001730           PERFORM RESERVAR-BLOQUE THRU FIN-RESERVAR
001740        WHEN MODO-ACTIVAR
001750           PERFORM ACTIVAR-CONTINGENCIA THRU FIN-ACTIVAR
001760        WHEN MODO-CAPTURAR
001770           PERFORM CAPTURAR-MOVIMIENTO THRU FIN-CAPTURAR
001780        WHEN MODO-DESACTIVAR
001790           PERFORM DESACTIVAR-CONTINGENCIA THRU FIN-DESACTIVAR
001800        WHEN MODO-VERIFICAR
001810           PERFORM VERIFICAR-SEDE THRU FIN-VERIFICAR
001820        WHEN MODO-RESOLVER
001830           PERFORM RESOLVER-CONFLICTO THRU FIN-RESOLVER
001840     END-EVALUATE.
001850     EXIT PROGRAM.

001860 ABRIR-CONTING-SUC.
001870     OPEN I-O ARCHIVO-CONTING-SUC.
001880     IF OTR-STAT = "35"
001890        OPEN OUTPUT ARCHIVO-CONTING-SUC
001900        CLOSE ARCHIVO-CONTING-SUC
001910        OPEN I-O ARCHIVO-CONTING-SUC
001920     END-IF.

001930 ABRIR-CONTING-MOV.
001940     OPEN I-O ARCHIVO-CONTING-MOV.
001950     IF OTR-STAT = "35"
001960        OPEN OUTPUT ARCHIVO-CONTING-MOV
001970        CLOSE ARCHIVO-CONTING-MOV
001980        OPEN I-O ARCHIVO-CONTING-MOV
001990     END-IF.

      *-----------------------------------------------------------------
      * RESERVA DEL BLOQUE DE NUMERACION DE CONTINGENCIA. SE HACE CON
      * ENLACE, ANTES DE LA CAIDA: EL PREFIJO "FCON" DE LA SUCURSAL
      * AVANZA SU ULTIMO ASIGNADO POR TODO EL BLOQUE (MISMA REGLA DE
      * RANGO Y VIGENCIA DE BOMB27).
      *-----------------------------------------------------------------
002000 RESERVAR-BLOQUE.
002010     PERFORM ABRIR-CONTING-SUC.
002020     MOVE SUC-LNK TO SUC-CTG.
002030     READ ARCHIVO-CONTING-SUC
002040          INVALID KEY INITIALIZE REG-CTG
002050                      MOVE SUC-LNK TO SUC-CTG
002060                      MOVE "N"     TO ESTADO-CTG
002070                      WRITE REG-CTG
002080                            INVALID KEY CONTINUE
002090                      END-WRITE
002100     END-READ.
002110     IF ULT-USADO-CTG < BLOQUE-FIN-CTG
002120        AND VIGENCIA-CTG NOT < FECHA-HOY-W
002130        MOVE "S" TO RESULT-LNK
002140        GO TO FIN-RESERVAR
002150     END-IF.
002160     IF CTG-ACTIVA
002170        GO TO FIN-RESERVAR
002180     END-IF.
002190     MOVE CANT-BLOQUE-LNK TO CANT-BLOQUE-W.
002200     IF CANT-BLOQUE-W = 0
002210        MOVE 200 TO CANT-BLOQUE-W
002220     END-IF.
002230     OPEN I-O ARCHIVO-PREFIJOS.
002240     IF OTR-STAT NOT = "00"
002250        MOVE "B" TO RESULT-LNK
002260        GO TO FIN-RESERVAR
002270     END-IF.
002280     MOVE SUC-LNK TO SUC-PREF.
002290     MOVE "FCON"  TO COD-PREF.
002300     READ ARCHIVO-PREFIJOS
002310          INVALID KEY MOVE "B" TO RESULT-LNK
002320                      CLOSE ARCHIVO-PREFIJOS
002330                      GO TO FIN-RESERVAR
002340     END-READ.
002350     IF VIGENCIA-PREF < FECHA-HOY-W
002360        OR (FIN-RES-PREF > 0
002370            AND ULT-ASIG-PREF NOT < FIN-RES-PREF)
002380        MOVE "B" TO RESULT-LNK
002390        CLOSE ARCHIVO-PREFIJOS
002400        GO TO FIN-RESERVAR
002410     END-IF.
002420     COMPUTE BLOQUE-INI-W = ULT-ASIG-PREF + 1.
002430     IF BLOQUE-INI-W < INI-RES-PREF
002440        MOVE INI-RES-PREF TO BLOQUE-INI-W
002450     END-IF.
002460     COMPUTE BLOQUE-FIN-W = BLOQUE-INI-W + CANT-BLOQUE-W - 1.
002470     IF FIN-RES-PREF > 0 AND BLOQUE-FIN-W > FIN-RES-PREF
002480        MOVE FIN-RES-PREF TO BLOQUE-FIN-W
002490     END-IF.
002500     MOVE BLOQUE-FIN-W TO ULT-ASIG-PREF.
002510     REWRITE REG-PREF
002520         INVALID KEY MOVE "B" TO RESULT-LNK
002530                     CLOSE ARCHIVO-PREFIJOS
002540                     GO TO FIN-RESERVAR
002550     END-REWRITE.
002560     CLOSE ARCHIVO-PREFIJOS.
002570     MOVE BLOQUE-INI-W  TO BLOQUE-INI-CTG.
002580     MOVE BLOQUE-FIN-W  TO BLOQUE-FIN-CTG.
002590     COMPUTE ULT-USADO-CTG = BLOQUE-INI-W - 1.
002600     MOVE RESOL1-PREF   TO RESOL-CTG.
002610     MOVE VIGENCIA-PREF TO VIGENCIA-CTG.
002620     REWRITE REG-CTG
002630         INVALID KEY CONTINUE
002640         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002650     END-REWRITE.
002660 FIN-RESERVAR.
002670     CLOSE ARCHIVO-CONTING-SUC.

      *-----------------------------------------------------------------
      * ACTIVACION Y DESACTIVACION DE LA CONTINGENCIA DE LA SEDE
      *-----------------------------------------------------------------
002680 ACTIVAR-CONTINGENCIA.
002690     PERFORM ABRIR-CONTING-SUC.
002700     MOVE SUC-LNK TO SUC-CTG.
002710     READ ARCHIVO-CONTING-SUC
002720          INVALID KEY MOVE "B" TO RESULT-LNK
002730                      GO TO FIN-ACTIVAR
002740     END-READ.
002750     IF CTG-ACTIVA
002760        MOVE "S" TO RESULT-LNK
002770        GO TO FIN-ACTIVAR
002780     END-IF.
002790     IF NOT CTG-NORMAL
002800        MOVE "P" TO RESULT-LNK
002810        GO TO FIN-ACTIVAR
002820     END-IF.
002830     IF ULT-USADO-CTG NOT < BLOQUE-FIN-CTG
002840        OR VIGENCIA-CTG < FECHA-HOY-W
002850        MOVE "B" TO RESULT-LNK
002860        GO TO FIN-ACTIVAR
002870     END-IF.
002880     MOVE "C"           TO ESTADO-CTG.
002890     MOVE FECHA-HOY-W   TO FECHA-INI-CTG.
002900     MOVE HORA-HOY-W    TO HORA-INI-CTG.
002910     MOVE USUARIO-LNK   TO USUARIO-INI-CTG.
002920     MOVE 0             TO FECHA-FIN-CTG HORA-FIN-CTG
002930                           FECHA-SINC-CTG FECHA-CONCIL-CTG
002940                           TOT-CARGADOS-CTG TOT-CONFLICTOS-CTG.
002950     MOVE SPACES        TO USUARIO-FIN-CTG USUARIO-CONCIL-CTG.
002960     COMPUTE PRIMERO-EVENTO-CTG = ULT-USADO-CTG + 1.
002970     REWRITE REG-CTG
002980         INVALID KEY CONTINUE
002990         NOT INVALID KEY MOVE "S" TO RESULT-LNK
003000     END-REWRITE.
003010 FIN-ACTIVAR.
003020     CLOSE ARCHIVO-CONTING-SUC.

003030 DESACTIVAR-CONTINGENCIA.
003040     PERFORM ABRIR-CONTING-SUC.
003050     MOVE SUC-LNK TO SUC-CTG.
003060     READ ARCHIVO-CONTING-SUC
003070          INVALID KEY GO TO FIN-DESACTIVAR
003080     END-READ.
003090     IF NOT CTG-ACTIVA
003100        GO TO FIN-DESACTIVAR
003110     END-IF.
003120     MOVE "P"           TO ESTADO-CTG.
003130     MOVE FECHA-HOY-W   TO FECHA-FIN-CTG.
003140     MOVE HORA-HOY-W    TO HORA-FIN-CTG.
003150     MOVE USUARIO-LNK   TO USUARIO-FIN-CTG.
003160     REWRITE REG-CTG
003170         INVALID KEY CONTINUE
003180         NOT INVALID KEY MOVE "S" TO RESULT-LNK
003190     END-REWRITE.
003200 FIN-DESACTIVAR.
003210     CLOSE ARCHIVO-CONTING-SUC.

      *-----------------------------------------------------------------
      * CAPTURA LOCAL. LA SECUENCIA DEL MOVIMIENTO ES EL ORDEN EN QUE
      * SE CARGARA AL CENTRAL; LA FACTURA NUMERA DEL BLOQUE.
      *-----------------------------------------------------------------
003220 CAPTURAR-MOVIMIENTO.
003230     MOVE 0 TO SECUEN-LNK.
003240     PERFORM ABRIR-CONTING-SUC.
003250     MOVE SUC-LNK TO SUC-CTG.
003260     READ ARCHIVO-CONTING-SUC
003270          INVALID KEY CLOSE ARCHIVO-CONTING-SUC
003280                      GO TO FIN-CAPTURAR
003290     END-READ.
003300     IF NOT CTG-ACTIVA
003310        MOVE "P" TO RESULT-LNK
003320        CLOSE ARCHIVO-CONTING-SUC
003330        GO TO FIN-CAPTURAR
003340     END-IF.
003350     IF TIPO-LNK NOT = "A" AND TIPO-LNK NOT = "R"
003360        AND TIPO-LNK NOT = "F"
003370        CLOSE ARCHIVO-CONTING-SUC
003380        GO TO FIN-CAPTURAR
003390     END-IF.
003400     IF TIPO-LNK = "F"
003410        IF ULT-USADO-CTG NOT < BLOQUE-FIN-CTG
003420           MOVE "B" TO RESULT-LNK
003430           CLOSE ARCHIVO-CONTING-SUC
003440           GO TO FIN-CAPTURAR
003450        END-IF
003460        ADD 1 TO ULT-USADO-CTG
003470        MOVE ULT-USADO-CTG TO NRO-FACT-W
003480        MOVE SPACES TO LLAVE-FACT-LNK
003490        STRING "FC" SUC-LNK NRO-FACT-W
003500               DELIMITED BY SIZE INTO LLAVE-FACT-LNK
003510     END-IF.
003520     ADD 1 TO ULT-SECUEN-CTG.
003530     REWRITE REG-CTG INVALID KEY CONTINUE END-REWRITE.
003540     CLOSE ARCHIVO-CONTING-SUC.
003550     PERFORM ABRIR-CONTING-MOV.
003560     INITIALIZE REG-CTM.
003570     MOVE SUC-LNK            TO SUC-CTM.
003580     MOVE ULT-SECUEN-CTG     TO SECUEN-CTM.
003590     MOVE TIPO-LNK           TO TIPO-CTM.
003600     MOVE FECHA-HOY-W        TO FECHA-CTM.
003610     MOVE HORA-HOY-W         TO HORA-CTM.
003620     MOVE USUARIO-LNK        TO USUARIO-CTM.
003630     MOVE PACI-LNK           TO PACI-CTM.
003640     MOVE PACI-NUEVO-LNK     TO PACI-NUEVO-CTM.
003650     MOVE DESCRIP-PACI-LNK   TO DESCRIP-PACI-CTM.
003660     MOVE EPS-PACI-LNK       TO EPS-PACI-CTM.
003670     MOVE TELEFONO-PACI-LNK  TO TELEFONO-PACI-CTM.
003680     MOVE FECHA-NAC-PACI-LNK TO FECHA-NAC-PACI-CTM.
003690     MOVE SEXO-PACI-LNK      TO SEXO-PACI-CTM.
003700     MOVE NRO-CIT-LNK        TO NRO-CIT-CTM.
003710     MOVE MEDICO-LNK         TO MEDICO-CTM.
003720     MOVE HORA-CIT-LNK       TO HORA-CIT-CTM.
003730     MOVE LLAVE-FACT-LNK     TO LLAVE-FACT-CTM.
003740     MOVE VALOR-LNK          TO VALOR-CTM.
003750     MOVE CONCEPTO-LNK       TO CONCEPTO-CTM.
003760     MOVE MEDIO-PAGO-LNK     TO MEDIO-PAGO-CTM.
003770     MOVE NIT-PAGADOR-LNK    TO NIT-PAGADOR-CTM.
003780     MOVE VOUCHER-LNK        TO VOUCHER-CTM.
003790     MOVE NIT-EMPRESA-LNK    TO NIT-EMPRESA-CTM.
003800     MOVE "P"                TO ESTADO-CTM.
003810     WRITE REG-CTM
003820         INVALID KEY CONTINUE
003830         NOT INVALID KEY MOVE SECUEN-CTM TO SECUEN-LNK
003840                         MOVE "S" TO RESULT-LNK
003850     END-WRITE.
003860     CLOSE ARCHIVO-CONTING-MOV.
003870 FIN-CAPTURAR.
003880     EXIT.

      *-----------------------------------------------------------------
      * VERIFICACION PARA EL CIERRE Y RESOLUCION DE CONFLICTOS
      *-----------------------------------------------------------------
003890 VERIFICAR-SEDE.
003900     MOVE "S" TO RESULT-LNK.
003910     OPEN INPUT ARCHIVO-CONTING-SUC.
003920     IF OTR-STAT NOT = "00"
003930        GO TO FIN-VERIFICAR
003940     END-IF.
003950     MOVE SUC-LNK TO SUC-CTG.
003960     READ ARCHIVO-CONTING-SUC
003970          INVALID KEY MOVE "N" TO ESTADO-CTG
003980     END-READ.
003990     IF NOT CTG-NORMAL
004000        MOVE "P" TO RESULT-LNK
004010     END-IF.
004020     CLOSE ARCHIVO-CONTING-SUC.
004030 FIN-VERIFICAR.
004040     EXIT.

004050 RESOLVER-CONFLICTO.
004060     PERFORM ABRIR-CONTING-MOV.
004070     MOVE SUC-LNK    TO SUC-CTM.
004080     MOVE SECUEN-LNK TO SECUEN-CTM.
004090     READ ARCHIVO-CONTING-MOV
004100          INVALID KEY GO TO FIN-RESOLVER
004110     END-READ.
004120     IF NOT CTM-CONFLICTO
004130        GO TO FIN-RESOLVER
004140     END-IF.
004150     MOVE "M"         TO ESTADO-CTM.
004160     MOVE USUARIO-LNK TO USUARIO-RESUELVE-CTM.
004170     MOVE FECHA-HOY-W TO FECHA-CARGUE-CTM.
004180     REWRITE REG-CTM
004190         INVALID KEY CONTINUE
004200         NOT INVALID KEY MOVE "S" TO RESULT-LNK
004210     END-REWRITE.
004220 FIN-RESOLVER.
004230     CLOSE ARCHIVO-CONTING-MOV.
