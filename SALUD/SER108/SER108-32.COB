      *=================================================================
      * ESTADISTICA - AGRUPACION GRD DE LOS EGRESOS HOSPITALARIOS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE ARCHIVO-NUMERACION POR FECHA DE RETIRO (FECHA-RET-NUM)
      * ENTRE LAS FECHAS RECIBIDAS Y A CADA INGRESO CERRADO CON DIAS
      * DE ESTANCIA LE ASIGNA UN GRUPO DE LA TABLA ARCHIVO-GRD (VER
      * SER108-31), EVALUANDO LAS REGLAS EN SU ORDEN CONTRA:
      *   - EL DIAGNOSTICO PRINCIPAL: EL DE SALIDA (DIAG-SAL-NUM) O,
      *     SI NO SE DIGITO, EL DE INGRESO (DIAG-ING-NUM);
      *   - LOS CUPS COBRADOS A LA CUENTA EN FACTURA-SERVICIOS (LOS
      *     CARGOS ANULADOS NO CUENTAN);
      *   - LA EDAD AL INGRESO Y EL SEXO DEL PACIENTE.
      * EL RESULTADO QUEDA EN ARCHIVO-GRD-EGRESO (UNO POR INGRESO, SE
      * REEMPLAZA SI SE REAGRUPA) CON LA ESTANCIA REAL Y ESPERADA, LA
      * MARCA DE ESTANCIA ATIPICA ("A" POR ENCIMA DEL LIMITE SUPERIOR
      * DEL GRUPO, "B" POR DEBAJO DEL INFERIOR), LA MORTALIDAD
      * (DIAG-MUER-NUM DIGITADO) Y EL VALOR COBRADO. EL EGRESO QUE NO
      * CUMPLE NINGUNA REGLA QUEDA EN EL GRUPO "SINGRD" PARA QUE SE
      * VEA EN EL INFORME (SER108-33) Y SE AJUSTE LA TABLA.
      * PO -> 15/10/2026 PABLO OLGUIN - LOS CARGOS INCLUIDOS EN UN
      *         PAQUETE POR EVENTO ("I") CUENTAN PARA EL GRUPO PERO NO
      *         SUMAN AL VALOR COBRADO: YA LO TRAE LA LINEA DEL PAQUETE.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-32.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-NUMER-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-NUM
000140         ALTERNATE RECORD KEY IS FECHA-RET-NUM WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-FACTSERV-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-FSER
000210         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000220         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000230            WITH DUPLICATES
000240         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000250         FILE STATUS IS OTR-STAT.

000260     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000270         ASSIGN NOM-PACIE-W
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS COD-PACI
000310         FILE STATUS IS OTR-STAT.

000320     SELECT ARCHIVO-GRD LOCK MODE IS AUTOMATIC
000330         ASSIGN NOM-GRD-W
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ORDEN-GRD
000370         ALTERNATE RECORD KEY IS COD-GRD WITH DUPLICATES
000380         FILE STATUS IS OTR-STAT.

000390     SELECT ARCHIVO-GRD-EGRESO LOCK MODE IS AUTOMATIC
000400         ASSIGN NOM-GRDEGR-W
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LLAVE-GRDE
000440         ALTERNATE RECORD KEY IS FECHA-RET-GRDE WITH DUPLICATES
000450         FILE STATUS IS OTR-STAT.

000460 DATA DIVISION.
000470 FILE SECTION.

      * VISTA DEL INGRESO HASTA LOS DATOS ESTADISTICOS, CON LAS
      * MISMAS POSICIONES DEL REGISTRO COMPLETO QUE MANEJA SER108-02.
000480 FD  ARCHIVO-NUMERACION
000490     LABEL RECORD STANDARD.
000500 01  REG-NUM.
000510     02 LLAVE-NUM.
000520        03 PREFIJO-NUM          PIC X.
000530        03 NRO-NUM              PIC 9(6).
000540     02 FILLER                  PIC X(13).
000550     02 ESTADO-NUM              PIC X.
000560     02 NIT-NUM                 PIC 9(10).
000570     02 FILLER                  PIC X(80).
000580     02 ID-PAC-NUM              PIC X(15).
000590     02 FILLER                  PIC X(5).
000600     02 FECHA-ING-NUM           PIC 9(8).
000610     02 FECHA-RET-NUM           PIC 9(8).
000620     02 FILLER                  PIC X(8).
000630     02 FILLER                  PIC X(420).
000640     02 FILLER                  PIC X(27).
000650     02 SERVICIO-NUM            PIC XX.
000660     02 FILLER                  PIC X(6).
000670     02 DIAS-EST-NUM            PIC 9(3).
000680     02 DIAG-ING-NUM            PIC X(4).
000690     02 DIAG-SAL-NUM            PIC X(4).
000700     02 ESTAD-SAL-NUM           PIC 9.
000710     02 FILLER                  PIC X(35).
000720     02 DIAG-MUER-NUM           PIC X(4).

000730 FD  FACTURA-SERVICIOS
000740     LABEL RECORD STANDARD.
000750 01  REG-FSER.
000760     02 LLAVE-FSER.
000770        03 LLAVE-NUM-FSER.
000780           05 PREFIJO-FSER      PIC X.
000790           05 NRO-FSER          PIC 9(6).
000800        03 SECU-FSER            PIC 9(4).
000810     02 PACI-FSER               PIC X(15).
000820     02 ENTIDAD-FSER            PIC X(6).
000830     02 FECHA-FSER              PIC 9(8).
000840     02 TIPO-FSER               PIC X.
000850        88 CARGO-ES-CUP         VALUE "C".
000860        88 CARGO-ES-ARTICULO    VALUE "A".
000870     02 COD-FSER                PIC X(12).
000880     02 DESCRIP-FSER            PIC X(40).
000890     02 CANT-FSER               PIC 9(4).
000900     02 VLR-UNIT-FSER           PIC 9(9)V99.
000910     02 VLR-TOTAL-FSER          PIC 9(11)V99.
000920     02 LLAVE-ORIGEN-FSER.
000930        03 ORIGEN-FSER          PIC X(4).
000940        03 REFER-FSER           PIC X(20).
000950     02 USUARIO-FSER            PIC X(4).
000960     02 FECHA-GRAB-FSER         PIC 9(8).
000970     02 ESTADO-FSER             PIC X.
000980        88 CARGO-PENDIENTE      VALUE "P".
000990        88 CARGO-FACTURADO      VALUE "F".
001000        88 CARGO-ANULADO        VALUE "A".
001001        88 CARGO-EN-PAQUETE     VALUE "I".
001010     02 LLAVE-FACT-FSER         PIC X(12).

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

001180 FD  ARCHIVO-GRD
001190     LABEL RECORD STANDARD.
001200 01  REG-GRD.
001210     02 ORDEN-GRD               PIC 9(4).
001220     02 COD-GRD                 PIC X(6).
001230     02 DESCRIP-GRD             PIC X(50).
001240     02 CIE-DESDE-GRD           PIC X(4).
001250     02 CIE-HASTA-GRD           PIC X(4).
001260     02 CUP-DESDE-GRD           PIC X(12).
001270     02 CUP-HASTA-GRD           PIC X(12).
001280     02 EDAD-MIN-GRD            PIC 9(3).
001290     02 EDAD-MAX-GRD            PIC 9(3).
001300     02 SEXO-GRD                PIC X.
001310     02 ESTANCIA-ESP-GRD        PIC 9(3)V9.
001320     02 LIMITE-INF-GRD          PIC 9(3).
001330     02 LIMITE-SUP-GRD          PIC 9(3).
001340     02 PESO-GRD                PIC 99V9(4).

001350 FD  ARCHIVO-GRD-EGRESO
001360     LABEL RECORD STANDARD.
001370 01  REG-GRDE.
001380     02 LLAVE-GRDE              PIC X(7).
001390     02 FECHA-RET-GRDE          PIC 9(8).
001400     02 COD-GRD-GRDE            PIC X(6).
001410     02 NIT-GRDE                PIC 9(10).
001420     02 SERVICIO-GRDE           PIC XX.
001430     02 PACI-GRDE               PIC X(15).
001440     02 EDAD-GRDE               PIC 9(3).
001450     02 SEXO-GRDE               PIC X.
001460     02 DIAG-PRIN-GRDE          PIC X(4).
001470     02 DIAS-EST-GRDE           PIC 9(3).
001480     02 ESTANCIA-ESP-GRDE       PIC 9(3)V9.
001490     02 ATIPICO-GRDE            PIC X.
001500     02 MUERTE-GRDE             PIC X.
001510     02 PESO-GRDE               PIC 99V9(4).
001520     02 VALOR-GRDE              PIC 9(11)V99.
001530     02 FECHA-AGRUPA-GRDE       PIC 9(8).

001540 WORKING-STORAGE SECTION.

001550 77  NOM-NUMER-W                PIC X(60)
001560     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
001570 77  NOM-FACTSERV-W             PIC X(60)
001580     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001590 77  NOM-PACIE-W                PIC X(60)
001600     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001610 77  NOM-GRD-W                  PIC X(60)
001620     VALUE "D:\progelect\DATOS\SC-GRD.DAT".
001630 77  NOM-GRDEGR-W               PIC X(60)
001640     VALUE "D:\progelect\DATOS\SC-GRDEGR.DAT".
001650 77  OTR-STAT                   PIC XX.
001660 77  SW-FIN-W                   PIC 9 VALUE 0.
001670 77  SW-FIN-DET-W               PIC 9 VALUE 0.
001680 77  SW-CUMPLE-W                PIC 9 VALUE 0.
001690 77  SW-CUP-W                   PIC 9 VALUE 0.
001700 77  FECHA-HOY-W                PIC 9(8).
001710 77  NRO-REGLAS-W               PIC 9(3) VALUE 0.
001720 77  IX-REGLA-W                 PIC 9(3).
001730 77  NRO-CUPS-W                 PIC 99.
001740 77  IX-CUP-W                   PIC 99.
001750 77  DIAG-PRIN-W                PIC X(4).
001760 77  EDAD-W                     PIC 9(3).
001770 77  EDAD-MAX-W                 PIC 9(3).
001780 77  VALOR-CUENTA-W             PIC 9(11)V99.
001790 77  TOT-EGRESOS-W              PIC 9(5) VALUE 0.
001800 77  TOT-SINGRD-W               PIC 9(5) VALUE 0.

001810 01  TABLA-REGLAS-W.
001820     02 REGLA-TAB-W             OCCURS 300.
001830        03 COD-TAB-W            PIC X(6).
001840        03 CIE-DESDE-TAB-W      PIC X(4).
001850        03 CIE-HASTA-TAB-W      PIC X(4).
001860        03 CUP-DESDE-TAB-W      PIC X(12).
001870        03 CUP-HASTA-TAB-W      PIC X(12).
001880        03 EDAD-MIN-TAB-W       PIC 9(3).
001890        03 EDAD-MAX-TAB-W       PIC 9(3).
001900        03 SEXO-TAB-W           PIC X.
001910        03 ESTANCIA-TAB-W       PIC 9(3)V9.
001920        03 LIM-INF-TAB-W        PIC 9(3).
001930        03 LIM-SUP-TAB-W        PIC 9(3).
001940        03 PESO-TAB-W           PIC 99V9(4).

001950 01  TABLA-CUPS-W.
001960     02 CUP-CUENTA-W            OCCURS 60 PIC X(12).

001970 LINKAGE SECTION.
001980 01  FECHA-INI-LNK              PIC 9(8).
001990 01  FECHA-FIN-LNK              PIC 9(8).

002000 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

002010 MAINLINE.
002020     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002030     OPEN INPUT ARCHIVO-GRD.
002040     IF OTR-STAT NOT = "00"
002050        DISPLAY "NO HAY TABLA GRD CARGADA (SER108-31)"
002060        EXIT PROGRAM
002070     END-IF.
002080     PERFORM CARGAR-REGLAS.
002090     CLOSE ARCHIVO-GRD.
002100     OPEN INPUT ARCHIVO-NUMERACION FACTURA-SERVICIOS
002110                ARCHIVO-PACIENTES.
002120     OPEN I-O ARCHIVO-GRD-EGRESO.
002130     IF OTR-STAT = "35"
002140        OPEN OUTPUT ARCHIVO-GRD-EGRESO
002150        CLOSE ARCHIVO-GRD-EGRESO
002160        OPEN I-O ARCHIVO-GRD-EGRESO
002170     END-IF.
002180     MOVE 0 TO SW-FIN-W.
002190     MOVE FECHA-INI-LNK TO FECHA-RET-NUM.
002200     START ARCHIVO-NUMERACION KEY IS >= FECHA-RET-NUM
002210           INVALID KEY MOVE 1 TO SW-FIN-W.
002220     PERFORM LEER-EGRESO UNTIL SW-FIN-W = 1.
002230     CLOSE ARCHIVO-NUMERACION FACTURA-SERVICIOS
002240           ARCHIVO-PACIENTES ARCHIVO-GRD-EGRESO.
002250     DISPLAY "EGRESOS AGRUPADOS: " TOT-EGRESOS-W.
002260     DISPLAY "SIN GRUPO:         " TOT-SINGRD-W.
002270     EXIT PROGRAM.

002280 CARGAR-REGLAS.
002290     MOVE 0 TO SW-FIN-W.
002300     MOVE 0 TO ORDEN-GRD.
002310     START ARCHIVO-GRD KEY IS >= ORDEN-GRD
002320           INVALID KEY MOVE 1 TO SW-FIN-W.
002330     PERFORM CARGAR-UNA-REGLA UNTIL SW-FIN-W = 1.

002340 CARGAR-UNA-REGLA.
002350     READ ARCHIVO-GRD NEXT
002360          AT END MOVE 1 TO SW-FIN-W
002370     END-READ.
002380     IF SW-FIN-W = 0 AND NRO-REGLAS-W < 300
002390        ADD 1 TO NRO-REGLAS-W
002400        MOVE COD-GRD          TO COD-TAB-W (NRO-REGLAS-W)
002410        MOVE CIE-DESDE-GRD    TO CIE-DESDE-TAB-W (NRO-REGLAS-W)
002420        MOVE CIE-HASTA-GRD    TO CIE-HASTA-TAB-W (NRO-REGLAS-W)
002430        MOVE CUP-DESDE-GRD    TO CUP-DESDE-TAB-W (NRO-REGLAS-W)
002440        MOVE CUP-HASTA-GRD    TO CUP-HASTA-TAB-W (NRO-REGLAS-W)
002450        MOVE EDAD-MIN-GRD     TO EDAD-MIN-TAB-W (NRO-REGLAS-W)
002460        MOVE EDAD-MAX-GRD     TO EDAD-MAX-TAB-W (NRO-REGLAS-W)
002470        MOVE SEXO-GRD         TO SEXO-TAB-W (NRO-REGLAS-W)
002480        MOVE ESTANCIA-ESP-GRD TO ESTANCIA-TAB-W (NRO-REGLAS-W)
002490        MOVE LIMITE-INF-GRD   TO LIM-INF-TAB-W (NRO-REGLAS-W)
002500        MOVE LIMITE-SUP-GRD   TO LIM-SUP-TAB-W (NRO-REGLAS-W)
002510        MOVE PESO-GRD         TO PESO-TAB-W (NRO-REGLAS-W)
002520     END-IF.

002530 LEER-EGRESO.
002540     READ ARCHIVO-NUMERACION NEXT
002550          AT END MOVE 1 TO SW-FIN-W
002560     END-READ.
002570     IF SW-FIN-W = 0
002580        IF FECHA-RET-NUM > FECHA-FIN-LNK
002590           MOVE 1 TO SW-FIN-W
002600        ELSE
002610           IF FECHA-RET-NUM > 0 AND DIAS-EST-NUM > 0
002620              PERFORM AGRUPAR-EGRESO
002630           END-IF
002640        END-IF
002650     END-IF.

002660 AGRUPAR-EGRESO.
002670     MOVE DIAG-SAL-NUM TO DIAG-PRIN-W.
002680     IF DIAG-PRIN-W = SPACES
002690        MOVE DIAG-ING-NUM TO DIAG-PRIN-W
002700     END-IF.
002710     MOVE ID-PAC-NUM TO COD-PACI.
002720     READ ARCHIVO-PACIENTES
002730          INVALID KEY MOVE 0 TO FECHA-NAC-PACI
002740                      MOVE SPACE TO SEXO-PACI
002750     END-READ.
002760     MOVE 0 TO EDAD-W.
002770     IF FECHA-NAC-PACI > 0 AND FECHA-NAC-PACI < FECHA-ING-NUM
002780        COMPUTE EDAD-W = (FECHA-ING-NUM - FECHA-NAC-PACI) / 10000
002790     END-IF.
002800     PERFORM LEER-CUENTA.
002810     MOVE 0 TO SW-CUMPLE-W.
002820     PERFORM EVALUAR-REGLA VARYING IX-REGLA-W FROM 1 BY 1
002830             UNTIL IX-REGLA-W > NRO-REGLAS-W OR SW-CUMPLE-W = 1.
002840     INITIALIZE REG-GRDE.
002850     MOVE LLAVE-NUM       TO LLAVE-GRDE.
002860     MOVE FECHA-RET-NUM   TO FECHA-RET-GRDE.
002870     MOVE NIT-NUM         TO NIT-GRDE.
002880     MOVE SERVICIO-NUM    TO SERVICIO-GRDE.
002890     MOVE ID-PAC-NUM      TO PACI-GRDE.
002900     MOVE EDAD-W          TO EDAD-GRDE.
002910     MOVE SEXO-PACI       TO SEXO-GRDE.
002920     MOVE DIAG-PRIN-W     TO DIAG-PRIN-GRDE.
002930     MOVE DIAS-EST-NUM    TO DIAS-EST-GRDE.
002940     MOVE VALOR-CUENTA-W  TO VALOR-GRDE.
002950     MOVE FECHA-HOY-W     TO FECHA-AGRUPA-GRDE.
002960     MOVE "N"             TO MUERTE-GRDE.
002970     IF DIAG-MUER-NUM NOT = SPACES
002980        MOVE "S" TO MUERTE-GRDE
002990     END-IF.
003000     IF SW-CUMPLE-W = 1
003010        SUBTRACT 1 FROM IX-REGLA-W
003020        PERFORM APLICAR-GRUPO
003030     ELSE
003040        MOVE "SINGRD" TO COD-GRD-GRDE
003050        ADD 1 TO TOT-SINGRD-W
003060     END-IF.
003070     WRITE REG-GRDE
003080           INVALID KEY REWRITE REG-GRDE END-REWRITE
003090     END-WRITE.
003100     ADD 1 TO TOT-EGRESOS-W.

      * CUPS Y VALOR COBRADOS A LA CUENTA (LLAVE DEL INGRESO).
003110 LEER-CUENTA.
003120     MOVE 0 TO NRO-CUPS-W VALOR-CUENTA-W.
003130     MOVE 0 TO SW-FIN-DET-W.
003140     MOVE LLAVE-NUM TO LLAVE-NUM-FSER.
003150     MOVE 0 TO SECU-FSER.
003160     START FACTURA-SERVICIOS KEY IS >= LLAVE-FSER
003170           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
003180     PERFORM LEER-CARGO UNTIL SW-FIN-DET-W = 1.

003190 LEER-CARGO.
003200     READ FACTURA-SERVICIOS NEXT
003210          AT END MOVE 1 TO SW-FIN-DET-W
003220     END-READ.
003230     IF SW-FIN-DET-W = 0
003240        IF LLAVE-NUM-FSER NOT = LLAVE-NUM
003250           MOVE 1 TO SW-FIN-DET-W
003260        ELSE
003270           IF NOT CARGO-ANULADO
003271              IF NOT CARGO-EN-PAQUETE
003280                 ADD VLR-TOTAL-FSER TO VALOR-CUENTA-W
003281              END-IF
003290              IF CARGO-ES-CUP AND NRO-CUPS-W < 60
003300                 ADD 1 TO NRO-CUPS-W
003310                 MOVE COD-FSER TO CUP-CUENTA-W (NRO-CUPS-W)
003320              END-IF
003330           END-IF
003340        END-IF
003350     END-IF.

003360 EVALUAR-REGLA.
003370     MOVE EDAD-MAX-TAB-W (IX-REGLA-W) TO EDAD-MAX-W.
003380     IF EDAD-MAX-W = 0
003390        MOVE 999 TO EDAD-MAX-W
003400     END-IF.
003410     IF (CIE-DESDE-TAB-W (IX-REGLA-W) = SPACES
003420         OR DIAG-PRIN-W >= CIE-DESDE-TAB-W (IX-REGLA-W))
003430        AND (CIE-HASTA-TAB-W (IX-REGLA-W) = SPACES
003440         OR DIAG-PRIN-W <= CIE-HASTA-TAB-W (IX-REGLA-W))
003450        AND EDAD-W >= EDAD-MIN-TAB-W (IX-REGLA-W)
003460        AND EDAD-W <= EDAD-MAX-W
003470        AND (SEXO-TAB-W (IX-REGLA-W) = SPACE
003480         OR SEXO-TAB-W (IX-REGLA-W) = SEXO-PACI)
003490        PERFORM VERIFICAR-PROCEDIMIENTO
003500     END-IF.

003510 VERIFICAR-PROCEDIMIENTO.
003520     IF CUP-DESDE-TAB-W (IX-REGLA-W) = SPACES
003530        MOVE 1 TO SW-CUMPLE-W
003540     ELSE
003550        MOVE 0 TO SW-CUP-W
003560        PERFORM BUSCAR-CUP VARYING IX-CUP-W FROM 1 BY 1
003570                UNTIL IX-CUP-W > NRO-CUPS-W OR SW-CUP-W = 1
003580        IF SW-CUP-W = 1
003590           MOVE 1 TO SW-CUMPLE-W
003600        END-IF
003610     END-IF.

003620 BUSCAR-CUP.
003630     IF CUP-CUENTA-W (IX-CUP-W) >= CUP-DESDE-TAB-W (IX-REGLA-W)
003640        AND (CUP-HASTA-TAB-W (IX-REGLA-W) = SPACES
003650         OR CUP-CUENTA-W (IX-CUP-W)
003660            <= CUP-HASTA-TAB-W (IX-REGLA-W))
003670        MOVE 1 TO SW-CUP-W
003680     END-IF.

003690 APLICAR-GRUPO.
003700     MOVE COD-TAB-W (IX-REGLA-W)      TO COD-GRD-GRDE.
003710     MOVE ESTANCIA-TAB-W (IX-REGLA-W) TO ESTANCIA-ESP-GRDE.
003720     MOVE PESO-TAB-W (IX-REGLA-W)     TO PESO-GRDE.
003730     MOVE SPACE TO ATIPICO-GRDE.
003740     IF LIM-SUP-TAB-W (IX-REGLA-W) > 0
003750        AND DIAS-EST-NUM > LIM-SUP-TAB-W (IX-REGLA-W)
003760        MOVE "A" TO ATIPICO-GRDE
003770     END-IF.
003780     IF DIAS-EST-NUM < LIM-INF-TAB-W (IX-REGLA-W)
003790        MOVE "B" TO ATIPICO-GRDE
003800     END-IF.
