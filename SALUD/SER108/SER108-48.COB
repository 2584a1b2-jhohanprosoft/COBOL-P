      *=================================================================
      * CARTERA - CONCILIACION DE CARTERA CON LA EPS (CIRCULAR 030)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CRUZA, FACTURA POR FACTURA, NUESTRA CARTERA CON LA ENTIDAD
      * CONTRA EL ESTADO DE CUENTA QUE ELLA ENVIA (CARGADO CON
      * SER108-47), A LA FECHA DE CORTE DE ESE ESTADO:
      * - NUESTRO SALDO AL CORTE ES EL VALOR DE LA FACTURA MENOS LO
      *   PAGADO Y LO GLOSADO HASTA EL CORTE (LO APLICADO DESPUES SE
      *   DEVUELVE CON ARCHIVO-CARTERA-MOV) Y MENOS LAS NOTAS.
      * - CADA FACTURA QUEDA EN ARCHIVO-CONCILIA CON LOS VALORES DE
      *   LAS DOS PARTES, LA DIFERENCIA, EL SALDO QUE AMBAS RECONOCEN
      *   (EL MENOR DE LOS DOS) Y SU CLASIFICACION:
      *     CO CONCILIADA                NR NO RADICADA
      *     NE RADICADA, LA EPS NO LA TRAE
      *     PN PAGO DE LA EPS SIN APLICAR EN LA IPS
      *     GT GLOSA EN TRAMITE          GS GLOSA SIN REGISTRO EN IPS
      *     PE PAGO APLICADO, LA EPS NO LO TRAE
      *     VD DIFERENCIA EN EL VALOR FACTURADO
      *     OT OTRA DIFERENCIA
      *     NI FACTURA DE LA EPS QUE NO EXISTE EN LA IPS
      *     OE FACTURA DE OTRA ENTIDAD O POSTERIOR AL CORTE
      * - SC-CONCEPS.TXT: EL DETALLE POR FACTURA.
      * - SC-ACTACONC.TXT: EL ACTA DE CONCILIACION, CON LOS TOTALES
      *   POR CLASIFICACION, LOS SALDOS DE CADA PARTE, EL SALDO
      *   ACORDADO Y EL QUE QUEDA EN DISCUSION.
      * MODO "I" - PRELIMINAR: SE PUEDE REPETIR CUANTAS VECES SE
      *            QUIERA, REEMPLAZA LA CORRIDA ANTERIOR DEL CORTE.
      * MODO "A" - ACTA DEFINITIVA: LAS FACTURAS DEL CORTE QUEDAN EN
      *            ESTADO "A" Y EL CORTE YA NO SE VUELVE A CORRER
      *            (RESULTADO "D").
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-48.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-FACTURAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FACTU-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-FACT
000140         ALTERNATE RECORD KEY IS FECHA-FACT WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-CARTERA-MOV LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-CARTMOV-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-CARTM
000210         ALTERNATE RECORD KEY IS FECHA-CARTM WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-GLOSAS LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-GLOSAS-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-GLOSA
000280         ALTERNATE RECORD KEY IS ENTIDAD-GLO WITH DUPLICATES
000290         ALTERNATE RECORD KEY IS ESTADO-GLO WITH DUPLICATES
000300         ALTERNATE RECORD KEY IS FECHA-GLOSA-GLO
000310            WITH DUPLICATES
000320         FILE STATUS IS OTR-STAT.

000330     SELECT ARCHIVO-ENTIDADES LOCK MODE IS AUTOMATIC
000340         ASSIGN NOM-ENTI-W
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS COD-ENT
000380         ALTERNATE RECORD KEY IS NOMBRE-ENT WITH DUPLICATES
000390         FILE STATUS IS OTR-STAT.

000400     SELECT ARCHIVO-ESTADO-EPS LOCK MODE IS AUTOMATIC
000410         ASSIGN NOM-ESTEPS-W
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LLAVE-EEP
000450         FILE STATUS IS OTR-STAT.

000460     SELECT ARCHIVO-CONCILIA LOCK MODE IS AUTOMATIC
000470         ASSIGN NOM-CONCILIA-W
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LLAVE-CNC
000510         FILE STATUS IS OTR-STAT.

000520     SELECT INFORME-CONCILIA
000530         ASSIGN NOM-INFCNC-W
000540         ORGANIZATION IS LINE SEQUENTIAL.

000550     SELECT ACTA-CONCILIA
000560         ASSIGN NOM-ACTA-W
000570         ORGANIZATION IS LINE SEQUENTIAL.

000580 DATA DIVISION.
000590 FILE SECTION.

000600 FD  ARCHIVO-FACTURAS
000610     LABEL RECORD STANDARD.
000620 01  REG-FACT.
000630     02 LLAVE-FACT              PIC X(12).
000640     02 FECHA-FACT              PIC 9(8).
000650     02 PACI-FACT               PIC X(15).
000660     02 EPS-FACT                PIC X(6).
000670     02 VALOR-TOT-FACT          PIC 9(11)V99.
000680     02 FECHA-RADIC-FACT        PIC 9(8).
000690     02 NRO-RADICADO-FACT       PIC X(15).
000700     02 LOTE-RADIC-FACT         PIC X(10).
000710     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
000720     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
000730     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
000740     02 VALOR-NOTAS-FACT        PIC S9(11)V99
000750                                    SIGN IS TRAILING.

000760 FD  ARCHIVO-CARTERA-MOV
000770     LABEL RECORD STANDARD.
000780 01  REG-CARTM.
000790     02 LLAVE-CARTM.
000800        03 LLAVE-FACT-CARTM     PIC X(12).
000810        03 SECUEN-CARTM         PIC 9(3).
000820     02 TIPO-CARTM              PIC X.
000830        88 CARTM-PAGO           VALUE "P".
000840        88 CARTM-GLOSA          VALUE "G".
000850     02 FECHA-CARTM             PIC 9(8).
000860     02 VALOR-CARTM             PIC 9(11)V99.
000870     02 DOCUMENTO-CARTM         PIC X(15).

000880 FD  ARCHIVO-GLOSAS
000890     LABEL RECORD STANDARD.
000900 01  REG-GLOSA.
000910     02 LLAVE-GLOSA.
000920        03 LLAVE-FACT-GLO       PIC X(12).
000930        03 SECUEN-GLO           PIC 9(3).
000940     02 COD-GLOSA-GLO           PIC X(6).
000950     02 ENTIDAD-GLO             PIC X(6).
000960     02 VALOR-OBJETADO-GLO      PIC 9(11)V99.
000970     02 FECHA-GLOSA-GLO         PIC 9(8).
000980     02 ESTADO-GLO              PIC X.
000990        88 GLOSA-PENDIENTE      VALUE "P".
001000        88 GLOSA-ACEPTADA       VALUE "A".
001010        88 GLOSA-LEVANTADA      VALUE "L".
001020     02 VALOR-ACEPTADO-GLO      PIC 9(11)V99.
001030     02 VALOR-LEVANTADO-GLO     PIC 9(11)V99.
001040     02 FECHA-RESPUESTA-GLO     PIC 9(8).
001050     02 OBSERV-GLO              PIC X(60).

001060 FD  ARCHIVO-ENTIDADES
001070     LABEL RECORD STANDARD.
001080 01  REG-ENT.
001090     02 COD-ENT                 PIC X(6).
001100     02 NOMBRE-ENT              PIC X(40).

001110 FD  ARCHIVO-ESTADO-EPS
001120     LABEL RECORD STANDARD.
001130 01  REG-EEP.
001140     02 LLAVE-EEP.
001150        03 ENTIDAD-EEP          PIC X(6).
001160        03 LLAVE-FACT-EEP       PIC X(12).
001170     02 DATOS-EEP               PIC X(60).
001180     02 DATOS-FACT-EEP REDEFINES DATOS-EEP.
001190        03 FECHA-RADIC-EEP      PIC 9(8).
001200        03 VALOR-FACT-EEP       PIC 9(11)V99.
001210        03 VALOR-GLOSA-EEP      PIC 9(11)V99.
001220        03 VALOR-PAGADO-EEP     PIC 9(11)V99.
001230        03 SALDO-EEP            PIC 9(11)V99.
001240     02 DATOS-ENC-EEP REDEFINES DATOS-EEP.
001250        03 NIT-EPS-EEP          PIC 9(10).
001260        03 FECHA-CORTE-EEP      PIC 9(8).
001270        03 TOT-FACT-EEP         PIC 9(6).
001280        03 TOT-SALDO-EEP        PIC 9(13)V99.
001290        03 FECHA-CARGUE-EEP     PIC 9(8).
001300        03 OPER-EEP             PIC X(4).
001310        03 FILLER               PIC X(9).
001320     02 FILLER                  PIC X(20).

001330 FD  ARCHIVO-CONCILIA
001340     LABEL RECORD STANDARD.
001350 01  REG-CNC.
001360     02 LLAVE-CNC.
001370        03 ENTIDAD-CNC          PIC X(6).
001380        03 FECHA-CORTE-CNC      PIC 9(8).
001390        03 LLAVE-FACT-CNC       PIC X(12).
001400     02 CLASIF-CNC              PIC XX.
001410     02 VALOR-FACT-IPS-CNC      PIC 9(11)V99.
001420     02 PAGADO-IPS-CNC          PIC 9(11)V99.
001430     02 GLOSADO-IPS-CNC         PIC 9(11)V99.
001440     02 NOTAS-IPS-CNC           PIC S9(11)V99 SIGN IS TRAILING.
001450     02 SALDO-IPS-CNC           PIC S9(11)V99 SIGN IS TRAILING.
001460     02 GLOSA-PEND-CNC          PIC 9(11)V99.
001470     02 VALOR-FACT-EPS-CNC      PIC 9(11)V99.
001480     02 PAGADO-EPS-CNC          PIC 9(11)V99.
001490     02 GLOSA-EPS-CNC           PIC 9(11)V99.
001500     02 SALDO-EPS-CNC           PIC 9(11)V99.
001510     02 DIFERENCIA-CNC          PIC S9(11)V99 SIGN IS TRAILING.
001520     02 ACORDADO-CNC            PIC 9(11)V99.
001530     02 ESTADO-CNC              PIC X.
001540        88 CNC-PRELIMINAR       VALUE "P".
001550        88 CNC-ACTA             VALUE "A".
001560     02 OPER-CNC                PIC X(4).
001570     02 FECHA-PROC-CNC          PIC 9(8).
001580     02 FILLER                  PIC X(20).

001590 FD  INFORME-CONCILIA
001600     LABEL RECORD STANDARD.
001610 01  LIN-CONCILIA               PIC X(132).

001620 FD  ACTA-CONCILIA
001630     LABEL RECORD STANDARD.
001640 01  LIN-ACTA                   PIC X(132).

001650 WORKING-STORAGE SECTION.

001660 77  NOM-FACTU-W                PIC X(60)
001670     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
001680 77  NOM-CARTMOV-W              PIC X(60)
001690     VALUE "D:\progelect\DATOS\SC-CARTMOV.DAT".
001700 77  NOM-GLOSAS-W               PIC X(60)
001710     VALUE "D:\progelect\DATOS\SC-GLOSAS.DAT".
001720 77  NOM-ENTI-W                 PIC X(60)
001730     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
001740 77  NOM-ESTEPS-W               PIC X(60)
001750     VALUE "D:\progelect\DATOS\SC-ESTEPS.DAT".
001760 77  NOM-CONCILIA-W             PIC X(60)
001770     VALUE "D:\progelect\DATOS\SC-CRUCEEPS.DAT".
001780 77  NOM-INFCNC-W               PIC X(60)
001790     VALUE "D:\progelect\DATOS\SC-CONCEPS.TXT".
001800 77  NOM-ACTA-W                 PIC X(60)
001810     VALUE "D:\progelect\DATOS\SC-ACTACONC.TXT".
001820 77  OTR-STAT                   PIC XX.
001830 77  SW-FIN-W                   PIC 9 VALUE 0.
001840 77  SW-FIN-MOV-W               PIC 9 VALUE 0.
001850 77  SW-HALLADO-W               PIC 9 VALUE 0.
001860 77  SW-EEP-W                   PIC 9 VALUE 0.
001870 77  J                          PIC 99 VALUE 0.
001880 77  FECHA-CORTE-W              PIC 9(8).
001890 77  NIT-EPS-W                  PIC 9(10).
001900 77  PAGO-POSTERIOR-W           PIC 9(11)V99.
001910 77  GLOSA-POSTERIOR-W          PIC 9(11)V99.
001920 77  GLOSA-PEND-W               PIC 9(11)V99.
001930 77  CLASIF-W                   PIC XX.
001940 77  TOT-SALDO-IPS-W            PIC S9(13)V99 VALUE 0.
001950 77  TOT-SALDO-EPS-W            PIC 9(13)V99 VALUE 0.
001960 77  TOT-DIFERENCIA-W           PIC S9(13)V99 VALUE 0.
001970 77  TOT-ACORDADO-W             PIC 9(13)V99 VALUE 0.
001980 77  TOT-FACTURAS-W             PIC 9(6) VALUE 0.
001990 77  DISCUSION-W                PIC S9(13)V99.
002000 77  FECHA-HOY-W                PIC 9(8).

      * CLASIFICACIONES DE LA CONCILIACION, EN EL ORDEN DEL ACTA
002010 01  TABLA-CLASES-W.
002020     02 FILLER                  PIC X(42) VALUE
002030        "COCONCILIADA".
002040     02 FILLER                  PIC X(42) VALUE
002050        "NRNO RADICADA ANTE LA EPS".
002060     02 FILLER                  PIC X(42) VALUE
002070        "NERADICADA, LA EPS NO LA REPORTA".
002080     02 FILLER                  PIC X(42) VALUE
002090        "PNPAGO DE LA EPS SIN APLICAR EN LA IPS".
002100     02 FILLER                  PIC X(42) VALUE
002110        "GTGLOSA EN TRAMITE".
002120     02 FILLER                  PIC X(42) VALUE
002130        "GSGLOSA DE LA EPS SIN REGISTRO EN LA IPS".
002140     02 FILLER                  PIC X(42) VALUE
002150        "PEPAGO APLICADO QUE LA EPS NO REPORTA".
002160     02 FILLER                  PIC X(42) VALUE
002170        "VDDIFERENCIA EN EL VALOR FACTURADO".
002180     02 FILLER                  PIC X(42) VALUE
002190        "OTOTRA DIFERENCIA".
002200     02 FILLER                  PIC X(42) VALUE
002210        "NIFACTURA DE LA EPS INEXISTENTE EN LA IPS".
002220     02 FILLER                  PIC X(42) VALUE
002230        "OEDE OTRA ENTIDAD O POSTERIOR AL CORTE".
002240 01  TABLA-CLASES-R REDEFINES TABLA-CLASES-W.
002250     02 CLASE-W OCCURS 11.
002260        03 COD-CLASE-W          PIC XX.
002270        03 DESCRIP-CLASE-W      PIC X(40).

002280 01  TOTALES-CLASE-W.
002290     02 TOT-CLASE-W OCCURS 11.
002300        03 CANT-CLASE-W         PIC 9(6).
002310        03 SALDO-IPS-CLASE-W    PIC S9(13)V99.
002320        03 SALDO-EPS-CLASE-W    PIC 9(13)V99.
002330        03 DIFERENCIA-CLASE-W   PIC S9(13)V99.
002340        03 ACORDADO-CLASE-W     PIC 9(13)V99.

002350 01  LIN-TITULO-CN.
002360     02 FILLER                  PIC X(36) VALUE
002370        "CONCILIACION DE CARTERA - ENTIDAD: ".
002380     02 COD-ENT-CN              PIC X(7).
002390     02 NOMBRE-ENT-CN           PIC X(41).
002400     02 FILLER                  PIC X(7) VALUE "CORTE: ".
002410     02 FECHA-CORTE-CN          PIC 9(8).
002420     02 FILLER                  PIC X(3) VALUE SPACES.
002430     02 MODO-CN                 PIC X(11).
002440 01  LIN-COL-CN.
002450     02 FILLER                  PIC X(13) VALUE "FACTURA".
002460     02 FILLER                  PIC X(3) VALUE "CL".
002470     02 FILLER                  PIC X(18)
002480        VALUE "      VALOR FACT.".
002490     02 FILLER                  PIC X(18)
002500        VALUE "        SALDO IPS".
002510     02 FILLER                  PIC X(18)
002520        VALUE "        SALDO EPS".
002530     02 FILLER                  PIC X(18)
002540        VALUE "       DIFERENCIA".
002550     02 FILLER                  PIC X(18)
002560        VALUE "         ACORDADO".
002570     02 FILLER                  PIC X(18)
002580        VALUE "    GLOSA PENDTE.".
002590 01  LIN-FACT-CN.
002600     02 FACTURA-CN              PIC X(13).
002610     02 CLASIF-CN               PIC X(3).
002620     02 VALOR-FACT-CN           PIC Z(13)9.99.
002630     02 FILLER                  PIC X VALUE SPACE.
002640     02 SALDO-IPS-CN            PIC -(13)9.99.
002650     02 FILLER                  PIC X VALUE SPACE.
002660     02 SALDO-EPS-CN            PIC Z(13)9.99.
002670     02 FILLER                  PIC X VALUE SPACE.
002680     02 DIFERENCIA-CN           PIC -(13)9.99.
002690     02 FILLER                  PIC X VALUE SPACE.
002700     02 ACORDADO-CN             PIC Z(13)9.99.
002710     02 FILLER                  PIC X VALUE SPACE.
002720     02 GLOSA-PEND-CN           PIC Z(13)9.99.

002730 01  LIN-ENC-AC.
002740     02 ROTULO-AC               PIC X(22).
002750     02 TEXTO-AC                PIC X(60).
002760 01  LIN-COL-AC.
002770     02 FILLER                  PIC X(41) VALUE "CONCEPTO".
002780     02 FILLER                  PIC X(9) VALUE " FACTURAS".
002790     02 FILLER                  PIC X(18)
002800        VALUE "        SALDO IPS".
002810     02 FILLER                  PIC X(18)
002820        VALUE "        SALDO EPS".
002830     02 FILLER                  PIC X(18)
002840        VALUE "       DIFERENCIA".
002850     02 FILLER                  PIC X(18)
002860        VALUE "         ACORDADO".
002870 01  LIN-CLASE-AC.
002880     02 DESCRIP-AC              PIC X(41).
002890     02 CANT-AC                 PIC Z(7)9.
002900     02 FILLER                  PIC X VALUE SPACE.
002910     02 SALDO-IPS-AC            PIC -(13)9.99.
002920     02 FILLER                  PIC X VALUE SPACE.
002930     02 SALDO-EPS-AC            PIC Z(13)9.99.
002940     02 FILLER                  PIC X VALUE SPACE.
002950     02 DIFERENCIA-AC           PIC -(13)9.99.
002960     02 FILLER                  PIC X VALUE SPACE.
002970     02 ACORDADO-AC             PIC Z(13)9.99.
002980 01  LIN-SALDO-AC.
002990     02 LEYENDA-AC              PIC X(50).
003000     02 VALOR-AC                PIC -(13)9.99.
003010 01  LIN-FIRMA-AC.
003020     02 FILLER                  PIC X(50) VALUE
003030        "________________________________".
003040     02 FILLER                  PIC X(32) VALUE
003050        "________________________________".
003060 01  LIN-FIRMA2-AC.
003070     02 FILLER                  PIC X(50) VALUE
003080        "POR LA IPS".
003090     02 FILLER                  PIC X(32) VALUE
003100        "POR LA ENTIDAD".

003110 LINKAGE SECTION.
003120 01  MODO-LNK                   PIC X.
003130     88 MODO-PRELIMINAR         VALUE "I".
003140     88 MODO-ACTA               VALUE "A".
003150 01  ENTIDAD-LNK                PIC X(6).
003160 01  USUARIO-LNK                PIC X(4).
003170 01  RESULT-LNK                 PIC X.
003180     88 CONCILIACION-OK         VALUE "S".
003190     88 SIN-ESTADO-EPS          VALUE "X".
003200     88 CORTE-CON-ACTA          VALUE "D".
003210     88 CONCILIACION-NO-OK      VALUE "N".

003220 PROCEDURE DIVISION USING MODO-LNK ENTIDAD-LNK USUARIO-LNK
003230                          RESULT-LNK.

003240 MAINLINE.
003250     MOVE "N" TO RESULT-LNK.
003260     IF (MODO-PRELIMINAR OR MODO-ACTA)
003270        AND ENTIDAD-LNK NOT = SPACES
003280        PERFORM CONCILIAR THRU FIN-CONCILIAR
003290     END-IF.
003300     EXIT PROGRAM.

003310 CONCILIAR.
003320     OPEN INPUT ARCHIVO-ESTADO-EPS.
003330     IF OTR-STAT NOT = "00"
003340        MOVE "X" TO RESULT-LNK
003350        GO TO FIN-CONCILIAR
003360     END-IF.
003370     MOVE ENTIDAD-LNK TO ENTIDAD-EEP.
003380     MOVE SPACES      TO LLAVE-FACT-EEP.
003390     READ ARCHIVO-ESTADO-EPS
003400          INVALID KEY
003410             MOVE "X" TO RESULT-LNK
003420             CLOSE ARCHIVO-ESTADO-EPS
003430             GO TO FIN-CONCILIAR
003440     END-READ.
003450     MOVE FECHA-CORTE-EEP TO FECHA-CORTE-W.
003460     MOVE NIT-EPS-EEP     TO NIT-EPS-W.
003470     OPEN I-O ARCHIVO-CONCILIA.
003480     IF OTR-STAT = "35"
003490        OPEN OUTPUT ARCHIVO-CONCILIA
003500        CLOSE ARCHIVO-CONCILIA
003510        OPEN I-O ARCHIVO-CONCILIA
003520     END-IF.
003530     PERFORM POSICIONAR-CORTE.
003540     IF SW-FIN-W = 0 AND CNC-ACTA
003550        MOVE "D" TO RESULT-LNK
003560        CLOSE ARCHIVO-ESTADO-EPS ARCHIVO-CONCILIA
003570        GO TO FIN-CONCILIAR
003580     END-IF.
003590     PERFORM BORRAR-CORTE-ANTERIOR UNTIL SW-FIN-W = 1.
003600     OPEN INPUT ARCHIVO-FACTURAS ARCHIVO-CARTERA-MOV
003610                ARCHIVO-GLOSAS ARCHIVO-ENTIDADES.
003620     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY-W.
003630     MOVE 0 TO SW-FIN-W.
003640     PERFORM LEER-FACTURA UNTIL SW-FIN-W = 1.
003650     PERFORM CRUZAR-ESTADO-EPS.
003660     PERFORM ESCRIBIR-INFORME.
003670     PERFORM ESCRIBIR-ACTA.
003680     CLOSE ARCHIVO-FACTURAS ARCHIVO-CARTERA-MOV ARCHIVO-GLOSAS
003690           ARCHIVO-ENTIDADES ARCHIVO-ESTADO-EPS ARCHIVO-CONCILIA.
003700     DISPLAY "FACTURAS CONCILIADAS: " TOT-FACTURAS-W.
003710     MOVE "S" TO RESULT-LNK.

003720 FIN-CONCILIAR.
003730     EXIT.

      * DEJA LEIDO EL PRIMER REGISTRO DEL CORTE (SW-FIN-W = 1 SI NO HAY)
003740 POSICIONAR-CORTE.
003750     MOVE 0 TO SW-FIN-W.
003760     MOVE ENTIDAD-LNK   TO ENTIDAD-CNC.
003770     MOVE FECHA-CORTE-W TO FECHA-CORTE-CNC.
003780     MOVE LOW-VALUES    TO LLAVE-FACT-CNC.
003790     START ARCHIVO-CONCILIA KEY IS >= LLAVE-CNC
003800           INVALID KEY MOVE 1 TO SW-FIN-W
003810     END-START.
003820     IF SW-FIN-W = 0
003830        PERFORM LEER-SIGUIENTE-CNC
003840     END-IF.

003850 LEER-SIGUIENTE-CNC.
003860     READ ARCHIVO-CONCILIA NEXT
003870          AT END MOVE 1 TO SW-FIN-W
003880     END-READ.
003890     IF SW-FIN-W = 0
003900        AND (ENTIDAD-CNC NOT = ENTIDAD-LNK
003910             OR FECHA-CORTE-CNC NOT = FECHA-CORTE-W)
003920        MOVE 1 TO SW-FIN-W
003930     END-IF.

      * UNA CORRIDA PRELIMINAR ANTERIOR DEL MISMO CORTE SE REEMPLAZA
003940 BORRAR-CORTE-ANTERIOR.
003950     DELETE ARCHIVO-CONCILIA RECORD.
003960     PERFORM LEER-SIGUIENTE-CNC.

      *-----------------------------------------------------------------
      * NUESTRA CARTERA: FACTURAS DE LA ENTIDAD EMITIDAS HASTA EL CORTE
      * CON SALDO, O QUE LA EPS TRAE EN SU ESTADO
      *-----------------------------------------------------------------
003970 LEER-FACTURA.
003980     READ ARCHIVO-FACTURAS NEXT
003990          AT END MOVE 1 TO SW-FIN-W
004000     END-READ.
004010     IF SW-FIN-W = 0 AND EPS-FACT = ENTIDAD-LNK
004020        AND FECHA-FACT NOT > FECHA-CORTE-W
004030        PERFORM CONCILIAR-FACTURA
004040     END-IF.

004050 CONCILIAR-FACTURA.
004060     INITIALIZE REG-CNC.
004070     MOVE ENTIDAD-LNK       TO ENTIDAD-CNC.
004080     MOVE FECHA-CORTE-W     TO FECHA-CORTE-CNC.
004090     MOVE LLAVE-FACT        TO LLAVE-FACT-CNC.
004100     PERFORM CALCULAR-SALDO-CORTE.
004110     MOVE ENTIDAD-LNK TO ENTIDAD-EEP.
004120     MOVE LLAVE-FACT  TO LLAVE-FACT-EEP.
004130     MOVE 1 TO SW-EEP-W.
004140     READ ARCHIVO-ESTADO-EPS
004150          INVALID KEY MOVE 0 TO SW-EEP-W
004160     END-READ.
004170     IF SW-EEP-W = 1 OR SALDO-IPS-CNC NOT = 0
004180        PERFORM CLASIFICAR-FACTURA
004190        PERFORM GRABAR-CONCILIA
004200     END-IF.

      * LO APLICADO DESPUES DEL CORTE SE DEVUELVE AL SALDO
004210 CALCULAR-SALDO-CORTE.
004220     MOVE 0 TO PAGO-POSTERIOR-W GLOSA-POSTERIOR-W SW-FIN-MOV-W.
004230     MOVE LLAVE-FACT TO LLAVE-FACT-CARTM.
004240     MOVE 0          TO SECUEN-CARTM.
004250     START ARCHIVO-CARTERA-MOV KEY IS >= LLAVE-CARTM
004260           INVALID KEY MOVE 1 TO SW-FIN-MOV-W
004270     END-START.
004280     PERFORM SUMAR-MOV-POSTERIOR UNTIL SW-FIN-MOV-W = 1.
004290     MOVE VALOR-TOT-FACT TO VALOR-FACT-IPS-CNC.
004300     COMPUTE PAGADO-IPS-CNC =
004310             VALOR-PAGADO-FACT - PAGO-POSTERIOR-W.
004320     COMPUTE GLOSADO-IPS-CNC =
004330             VALOR-GLOSADO-FACT - GLOSA-POSTERIOR-W.
004340     MOVE VALOR-NOTAS-FACT TO NOTAS-IPS-CNC.
004350     COMPUTE SALDO-IPS-CNC = VALOR-FACT-IPS-CNC - PAGADO-IPS-CNC
004360             - GLOSADO-IPS-CNC - NOTAS-IPS-CNC.

004370 SUMAR-MOV-POSTERIOR.
004380     READ ARCHIVO-CARTERA-MOV NEXT
004390          AT END MOVE 1 TO SW-FIN-MOV-W
004400     END-READ.
004410     IF SW-FIN-MOV-W = 0
004420        IF LLAVE-FACT-CARTM NOT = LLAVE-FACT
004430           MOVE 1 TO SW-FIN-MOV-W
004440        ELSE
004450           IF FECHA-CARTM > FECHA-CORTE-W
004460              IF CARTM-PAGO
004470                 ADD VALOR-CARTM TO PAGO-POSTERIOR-W
004480              ELSE
004490                 ADD VALOR-CARTM TO GLOSA-POSTERIOR-W
004500              END-IF
004510           END-IF
004520        END-IF
004530     END-IF.

      * GLOSAS RECIBIDAS HASTA EL CORTE QUE SIGUEN SIN RESPUESTA
004540 SUMAR-GLOSA-PENDIENTE.
004550     MOVE 0 TO GLOSA-PEND-W SW-FIN-MOV-W.
004560     MOVE LLAVE-FACT TO LLAVE-FACT-GLO.
004570     MOVE 0          TO SECUEN-GLO.
004580     START ARCHIVO-GLOSAS KEY IS >= LLAVE-GLOSA
004590           INVALID KEY MOVE 1 TO SW-FIN-MOV-W
004600     END-START.
004610     PERFORM LEER-GLOSA UNTIL SW-FIN-MOV-W = 1.

004620 LEER-GLOSA.
004630     READ ARCHIVO-GLOSAS NEXT
004640          AT END MOVE 1 TO SW-FIN-MOV-W
004650     END-READ.
004660     IF SW-FIN-MOV-W = 0
004670        IF LLAVE-FACT-GLO NOT = LLAVE-FACT
004680           MOVE 1 TO SW-FIN-MOV-W
004690        ELSE
004700           IF GLOSA-PENDIENTE
004710              AND FECHA-GLOSA-GLO NOT > FECHA-CORTE-W
004720              ADD VALOR-OBJETADO-GLO TO GLOSA-PEND-W
004730           END-IF
004740        END-IF
004750     END-IF.

004760 CLASIFICAR-FACTURA.
004770     PERFORM SUMAR-GLOSA-PENDIENTE.
004780     MOVE GLOSA-PEND-W TO GLOSA-PEND-CNC.
004790     IF SW-EEP-W = 0
004800        IF FECHA-RADIC-FACT = 0
004810           OR FECHA-RADIC-FACT > FECHA-CORTE-W
004820           MOVE "NR" TO CLASIF-CNC
004830        ELSE
004840           MOVE "NE" TO CLASIF-CNC
004850        END-IF
004860        MOVE SALDO-IPS-CNC TO DIFERENCIA-CNC
004870     ELSE
004880        MOVE VALOR-FACT-EEP   TO VALOR-FACT-EPS-CNC
004890        MOVE VALOR-PAGADO-EEP TO PAGADO-EPS-CNC
004900        MOVE VALOR-GLOSA-EEP  TO GLOSA-EPS-CNC
004910        MOVE SALDO-EEP        TO SALDO-EPS-CNC
004920        COMPUTE DIFERENCIA-CNC = SALDO-IPS-CNC - SALDO-EPS-CNC
004930        EVALUATE TRUE
004940           WHEN DIFERENCIA-CNC = 0
004950                MOVE "CO" TO CLASIF-CNC
004960           WHEN PAGADO-EPS-CNC > PAGADO-IPS-CNC
004970                MOVE "PN" TO CLASIF-CNC
004980           WHEN GLOSA-EPS-CNC > GLOSADO-IPS-CNC
004990                AND GLOSA-PEND-CNC > 0
005000                MOVE "GT" TO CLASIF-CNC
005010           WHEN GLOSA-EPS-CNC > GLOSADO-IPS-CNC
005020                MOVE "GS" TO CLASIF-CNC
005030           WHEN PAGADO-IPS-CNC > PAGADO-EPS-CNC
005040                MOVE "PE" TO CLASIF-CNC
005050           WHEN VALOR-FACT-EPS-CNC NOT = VALOR-FACT-IPS-CNC
005060                MOVE "VD" TO CLASIF-CNC
005070           WHEN OTHER
005080                MOVE "OT" TO CLASIF-CNC
005090        END-EVALUATE
005100        IF SALDO-IPS-CNC > 0
005110           IF SALDO-IPS-CNC < SALDO-EPS-CNC
005120              MOVE SALDO-IPS-CNC TO ACORDADO-CNC
005130           ELSE
005140              MOVE SALDO-EPS-CNC TO ACORDADO-CNC
005150           END-IF
005160        END-IF
005170     END-IF.

005180 GRABAR-CONCILIA.
005190     MOVE "P"         TO ESTADO-CNC.
005200     MOVE USUARIO-LNK TO OPER-CNC.
005210     MOVE FECHA-HOY-W TO FECHA-PROC-CNC.
005220     WRITE REG-CNC
005230           INVALID KEY CONTINUE
005240           NOT INVALID KEY ADD 1 TO TOT-FACTURAS-W
005250     END-WRITE.

      *-----------------------------------------------------------------
      * FACTURAS DEL ESTADO DE LA EPS QUE NO SALIERON DE NUESTRA
      * CARTERA DE LA ENTIDAD AL CORTE
      *-----------------------------------------------------------------
005260 CRUZAR-ESTADO-EPS.
005270     MOVE 0 TO SW-FIN-W.
005280     MOVE ENTIDAD-LNK TO ENTIDAD-EEP.
005290     MOVE SPACES      TO LLAVE-FACT-EEP.
005300     START ARCHIVO-ESTADO-EPS KEY IS > LLAVE-EEP
005310           INVALID KEY MOVE 1 TO SW-FIN-W
005320     END-START.
005330     PERFORM LEER-ESTADO-EPS UNTIL SW-FIN-W = 1.

005340 LEER-ESTADO-EPS.
005350     READ ARCHIVO-ESTADO-EPS NEXT
005360          AT END MOVE 1 TO SW-FIN-W
005370     END-READ.
005380     IF SW-FIN-W = 0
005390        IF ENTIDAD-EEP NOT = ENTIDAD-LNK
005400           MOVE 1 TO SW-FIN-W
005410        ELSE
005420           MOVE ENTIDAD-LNK    TO ENTIDAD-CNC
005430           MOVE FECHA-CORTE-W  TO FECHA-CORTE-CNC
005440           MOVE LLAVE-FACT-EEP TO LLAVE-FACT-CNC
005450           READ ARCHIVO-CONCILIA
005460                INVALID KEY PERFORM FACTURA-SOLO-EPS
005470           END-READ
005480        END-IF
005490     END-IF.

005500 FACTURA-SOLO-EPS.
005510     INITIALIZE REG-CNC.
005520     MOVE ENTIDAD-LNK      TO ENTIDAD-CNC.
005530     MOVE FECHA-CORTE-W    TO FECHA-CORTE-CNC.
005540     MOVE LLAVE-FACT-EEP   TO LLAVE-FACT-CNC LLAVE-FACT.
005550     MOVE VALOR-FACT-EEP   TO VALOR-FACT-EPS-CNC.
005560     MOVE VALOR-PAGADO-EEP TO PAGADO-EPS-CNC.
005570     MOVE VALOR-GLOSA-EEP  TO GLOSA-EPS-CNC.
005580     MOVE SALDO-EEP        TO SALDO-EPS-CNC.
005590     COMPUTE DIFERENCIA-CNC = 0 - SALDO-EPS-CNC.
005600     MOVE "OE" TO CLASIF-CNC.
005610     READ ARCHIVO-FACTURAS
005620          INVALID KEY MOVE "NI" TO CLASIF-CNC
005630     END-READ.
005640     PERFORM GRABAR-CONCILIA.

      *-----------------------------------------------------------------
      * DETALLE POR FACTURA. EN MODO ACTA CADA FACTURA QUEDA CERRADA.
      *-----------------------------------------------------------------
005650 ESCRIBIR-INFORME.
005660     INITIALIZE TOTALES-CLASE-W.
005670     OPEN OUTPUT INFORME-CONCILIA.
005680     MOVE ENTIDAD-LNK TO COD-ENT-CN COD-ENT.
005690     READ ARCHIVO-ENTIDADES
005700          INVALID KEY MOVE SPACES TO NOMBRE-ENT
005710     END-READ.
005720     MOVE NOMBRE-ENT    TO NOMBRE-ENT-CN.
005730     MOVE FECHA-CORTE-W TO FECHA-CORTE-CN.
005740     IF MODO-ACTA
005750        MOVE "DEFINITIVA" TO MODO-CN
005760     ELSE
005770        MOVE "PRELIMINAR" TO MODO-CN
005780     END-IF.
005790     MOVE LIN-TITULO-CN TO LIN-CONCILIA.
005800     WRITE LIN-CONCILIA.
005810     MOVE SPACES TO LIN-CONCILIA.
005820     WRITE LIN-CONCILIA.
005830     MOVE LIN-COL-CN TO LIN-CONCILIA.
005840     WRITE LIN-CONCILIA.
005850     PERFORM POSICIONAR-CORTE.
005860     PERFORM ESCRIBIR-FACTURA UNTIL SW-FIN-W = 1.
005870     CLOSE INFORME-CONCILIA.

005880 ESCRIBIR-FACTURA.
005890     MOVE LLAVE-FACT-CNC     TO FACTURA-CN.
005900     MOVE CLASIF-CNC         TO CLASIF-CN.
005910     MOVE VALOR-FACT-IPS-CNC TO VALOR-FACT-CN.
005920     MOVE SALDO-IPS-CNC      TO SALDO-IPS-CN.
005930     MOVE SALDO-EPS-CNC      TO SALDO-EPS-CN.
005940     MOVE DIFERENCIA-CNC     TO DIFERENCIA-CN.
005950     MOVE ACORDADO-CNC       TO ACORDADO-CN.
005960     MOVE GLOSA-PEND-CNC     TO GLOSA-PEND-CN.
005970     MOVE LIN-FACT-CN TO LIN-CONCILIA.
005980     WRITE LIN-CONCILIA.
005990     PERFORM ACUMULAR-CLASE.
006000     IF MODO-ACTA
006010        MOVE "A" TO ESTADO-CNC
006020        REWRITE REG-CNC INVALID KEY CONTINUE END-REWRITE
006030     END-IF.
006040     PERFORM LEER-SIGUIENTE-CNC.

006050 ACUMULAR-CLASE.
006060     MOVE 0 TO SW-HALLADO-W.
006070     PERFORM BUSCAR-CLASE VARYING J FROM 1 BY 1
006080             UNTIL J > 11 OR SW-HALLADO-W = 1.
006090     IF SW-HALLADO-W = 1
006100        ADD 1              TO CANT-CLASE-W (J)
006110        ADD SALDO-IPS-CNC  TO SALDO-IPS-CLASE-W (J)
006120                              TOT-SALDO-IPS-W
006130        ADD SALDO-EPS-CNC  TO SALDO-EPS-CLASE-W (J)
006140                              TOT-SALDO-EPS-W
006150        ADD DIFERENCIA-CNC TO DIFERENCIA-CLASE-W (J)
006160                              TOT-DIFERENCIA-W
006170        ADD ACORDADO-CNC   TO ACORDADO-CLASE-W (J)
006180                              TOT-ACORDADO-W
006190     END-IF.

      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
006200 BUSCAR-CLASE.
006210     IF COD-CLASE-W (J) = CLASIF-CNC
006220        MOVE 1 TO SW-HALLADO-W
006230        SUBTRACT 1 FROM J
006240     END-IF.

      *-----------------------------------------------------------------
      * ACTA DE CONCILIACION: TOTALES POR CLASIFICACION, SALDO DE CADA
      * PARTE, SALDO ACORDADO Y SALDO EN DISCUSION, CON LAS FIRMAS
      *-----------------------------------------------------------------
006250 ESCRIBIR-ACTA.
006260     OPEN OUTPUT ACTA-CONCILIA.
006270     MOVE "ACTA DE CONCILIACION DE CARTERA - CIRCULAR 030"
006280       TO LIN-ACTA.
006290     IF MODO-PRELIMINAR
006300        MOVE "(PRELIMINAR)" TO LIN-ACTA (50:12)
006310     END-IF.
006320     WRITE LIN-ACTA.
006330     MOVE SPACES TO LIN-ACTA.
006340     WRITE LIN-ACTA.
006350     MOVE SPACES TO LIN-ENC-AC.
006360     MOVE "ENTIDAD:"          TO ROTULO-AC.
006370     STRING ENTIDAD-LNK " " NOMBRE-ENT DELIMITED BY SIZE
006380            INTO TEXTO-AC.
006390     PERFORM ESCRIBIR-ENC-ACTA.
006400     MOVE "NIT ENTIDAD:"      TO ROTULO-AC.
006410     MOVE NIT-EPS-W           TO TEXTO-AC.
006420     PERFORM ESCRIBIR-ENC-ACTA.
006430     MOVE "FECHA DE CORTE:"   TO ROTULO-AC.
006440     MOVE FECHA-CORTE-W       TO TEXTO-AC.
006450     PERFORM ESCRIBIR-ENC-ACTA.
006460     MOVE "FECHA DEL ACTA:"   TO ROTULO-AC.
006470     MOVE FECHA-HOY-W         TO TEXTO-AC.
006480     PERFORM ESCRIBIR-ENC-ACTA.
006490     MOVE "ELABORO:"          TO ROTULO-AC.
006500     MOVE USUARIO-LNK         TO TEXTO-AC.
006510     PERFORM ESCRIBIR-ENC-ACTA.
006520     MOVE SPACES TO LIN-ACTA.
006530     WRITE LIN-ACTA.
006540     MOVE LIN-COL-AC TO LIN-ACTA.
006550     WRITE LIN-ACTA.
006560     PERFORM ESCRIBIR-CLASE-ACTA VARYING J FROM 1 BY 1
006570             UNTIL J > 11.
006580     MOVE "TOTAL"          TO DESCRIP-AC.
006590     MOVE TOT-FACTURAS-W   TO CANT-AC.
006600     MOVE TOT-SALDO-IPS-W  TO SALDO-IPS-AC.
006610     MOVE TOT-SALDO-EPS-W  TO SALDO-EPS-AC.
006620     MOVE TOT-DIFERENCIA-W TO DIFERENCIA-AC.
006630     MOVE TOT-ACORDADO-W   TO ACORDADO-AC.
006640     MOVE LIN-CLASE-AC TO LIN-ACTA.
006650     WRITE LIN-ACTA.
006660     MOVE SPACES TO LIN-ACTA.
006670     WRITE LIN-ACTA.
006680     MOVE "SALDO CARTERA SEGUN LA IPS"       TO LEYENDA-AC.
006690     MOVE TOT-SALDO-IPS-W                    TO VALOR-AC.
006700     PERFORM ESCRIBIR-SALDO-ACTA.
006710     MOVE "SALDO CARTERA SEGUN LA ENTIDAD"   TO LEYENDA-AC.
006720     MOVE TOT-SALDO-EPS-W                    TO VALOR-AC.
006730     PERFORM ESCRIBIR-SALDO-ACTA.
006740     MOVE "SALDO ACORDADO POR LAS PARTES"    TO LEYENDA-AC.
006750     MOVE TOT-ACORDADO-W                     TO VALOR-AC.
006760     PERFORM ESCRIBIR-SALDO-ACTA.
006770     COMPUTE DISCUSION-W = TOT-SALDO-IPS-W - TOT-ACORDADO-W.
006780     MOVE "EN DISCUSION (IPS MENOS ACORDADO)" TO LEYENDA-AC.
006790     MOVE DISCUSION-W                        TO VALOR-AC.
006800     PERFORM ESCRIBIR-SALDO-ACTA.
006810     COMPUTE DISCUSION-W = TOT-SALDO-EPS-W - TOT-ACORDADO-W.
006820     MOVE "EN DISCUSION (ENTIDAD MENOS ACORDADO)"
006830                                             TO LEYENDA-AC.
006840     MOVE DISCUSION-W                        TO VALOR-AC.
006850     PERFORM ESCRIBIR-SALDO-ACTA.
006860     MOVE SPACES TO LIN-ACTA.
006870     WRITE LIN-ACTA.
006880     WRITE LIN-ACTA.
006890     WRITE LIN-ACTA.
006900     MOVE LIN-FIRMA-AC  TO LIN-ACTA.
006910     WRITE LIN-ACTA.
006920     MOVE LIN-FIRMA2-AC TO LIN-ACTA.
006930     WRITE LIN-ACTA.
006940     CLOSE ACTA-CONCILIA.

006950 ESCRIBIR-ENC-ACTA.
006960     MOVE LIN-ENC-AC TO LIN-ACTA.
006970     WRITE LIN-ACTA.
006980     MOVE SPACES TO LIN-ENC-AC.

006990 ESCRIBIR-CLASE-ACTA.
007000     IF CANT-CLASE-W (J) > 0
007010        MOVE DESCRIP-CLASE-W (J)    TO DESCRIP-AC
007020        MOVE CANT-CLASE-W (J)       TO CANT-AC
007030        MOVE SALDO-IPS-CLASE-W (J)  TO SALDO-IPS-AC
007040        MOVE SALDO-EPS-CLASE-W (J)  TO SALDO-EPS-AC
007050        MOVE DIFERENCIA-CLASE-W (J) TO DIFERENCIA-AC
007060        MOVE ACORDADO-CLASE-W (J)   TO ACORDADO-AC
007070        MOVE LIN-CLASE-AC TO LIN-ACTA
007080        WRITE LIN-ACTA
007090     END-IF.

007100 ESCRIBIR-SALDO-ACTA.
007110     MOVE LIN-SALDO-AC TO LIN-ACTA.
007120     WRITE LIN-ACTA.
