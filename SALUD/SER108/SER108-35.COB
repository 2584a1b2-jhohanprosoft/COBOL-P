      *=================================================================
      * FACTURACION - INFORME DE PRE-GLOSAS: RESUELTAS CONTRA
      * TRASLADADAS A FACTURA Y COMPARACION CON LAS GLOSAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * TOMA LAS PRE-GLOSAS DE LA AUDITORIA CONCURRENTE (SER108-34)
      * GRABADAS ENTRE LAS FECHAS RECIBIDAS Y, SEGUN EL ESTADO DE LA
      * PRE-GLOSA Y EL DEL CARGO EN FACTURA-SERVICIOS, LAS CLASIFICA:
      *   LEVANTADAS       - EL AUDITOR ACEPTO LA RESPUESTA.
      *   CARGO RETIRADO   - NO SE LEVANTO PERO EL CARGO SE ANULO
      *                      ANTES DE FACTURAR (SE CORRIGIO LA CUENTA).
      *   TRASLADADAS      - NO SE LEVANTO Y EL CARGO SE FACTURO ASI.
      *   EN CUENTA ABIERTA- EL CARGO AUN NO SE HA FACTURADO.
      * CADA GRUPO CON CANTIDAD Y VALOR, SEPARANDO AUDITOR DE LA EPS Y
      * AUDITOR PROPIO. DESPUES, POR CADA FACTURA QUE RECIBIO CARGOS
      * PRE-GLOSADOS, COMPARA LO TRASLADADO Y LO LEVANTADO CON LAS
      * GLOSAS QUE LA EPS DEVOLVIO SOBRE ESA FACTURA (ARCHIVO-GLOSAS,
      * SER108-19): CANTIDAD, VALOR OBJETADO Y CUANTAS GLOSAS CAEN EN
      * EL MISMO CONCEPTO (DOS PRIMERAS POSICIONES DEL CODIGO) DE
      * ALGUNA PRE-GLOSA DE LA FACTURA, O SEA QUE SE VEIAN VENIR.
      * SALIDA EN SC-INFPREGLOSA.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-35.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PREGLOSA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PREGLOSA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PGL
000140         ALTERNATE RECORD KEY IS ESTADO-PGL WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-PGL WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-FACTSERV-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-FSER
000220         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000230         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000240            WITH DUPLICATES
000250         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-GLOSAS LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-GLOSAS-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS LLAVE-GLOSA
000320         ALTERNATE RECORD KEY IS ENTIDAD-GLO WITH DUPLICATES
000330         ALTERNATE RECORD KEY IS ESTADO-GLO WITH DUPLICATES
000340         ALTERNATE RECORD KEY IS FECHA-GLOSA-GLO
000350            WITH DUPLICATES
000360         FILE STATUS IS OTR-STAT.

000370     SELECT INFORME-PREGLOSA
000380         ASSIGN NOM-INFPGL-W
000390         ORGANIZATION IS LINE SEQUENTIAL.

000400 DATA DIVISION.
000410 FILE SECTION.

000420 FD  ARCHIVO-PREGLOSA
000430     LABEL RECORD STANDARD.
000440 01  REG-PGL.
000450     02 LLAVE-PGL.
000460        03 LLAVE-FSER-PGL.
000470           05 LLAVE-NUM-PGL     PIC X(7).
000480           05 SECU-FSER-PGL     PIC 9(4).
000490        03 SECU-PGL             PIC 9(2).
000500     02 ESTADO-PGL              PIC X.
000510        88 PGL-PENDIENTE        VALUE "P".
000520        88 PGL-RESPONDIDA       VALUE "R".
000530        88 PGL-LEVANTADA        VALUE "L".
000540        88 PGL-MANTENIDA        VALUE "M".
000550     02 FECHA-PGL               PIC 9(8).
000560     02 PACI-PGL                PIC X(15).
000570     02 ENTIDAD-PGL             PIC X(6).
000580     02 COD-MOTIVO-PGL          PIC X(6).
000590     02 VALOR-PGL               PIC 9(11)V99.
000600     02 TIPO-AUDITOR-PGL        PIC X.
000610        88 AUDITOR-EPS          VALUE "E".
000620        88 AUDITOR-INTERNO      VALUE "I".
000630     02 AUDITOR-PGL             PIC X(4).
000640     02 SERVHO-PGL              PIC X(4).
000650     02 OBSERV-PGL              PIC X(100).
000660     02 FECHA-RESP-PGL          PIC 9(8).
000670     02 OPER-RESP-PGL           PIC X(4).
000680     02 RESPUESTA-PGL           PIC X(100).
000690     02 FECHA-DECIS-PGL         PIC 9(8).
000700     02 OPER-DECIS-PGL          PIC X(4).
000710     02 FILLER                  PIC X(20).

000720 FD  FACTURA-SERVICIOS
000730     LABEL RECORD STANDARD.
000740 01  REG-FSER.
000750     02 LLAVE-FSER.
000760        03 LLAVE-NUM-FSER.
000770           05 PREFIJO-FSER      PIC X.
000780           05 NRO-FSER          PIC 9(6).
000790        03 SECU-FSER            PIC 9(4).
000800     02 PACI-FSER               PIC X(15).
000810     02 ENTIDAD-FSER            PIC X(6).
000820     02 FECHA-FSER              PIC 9(8).
000830     02 TIPO-FSER               PIC X.
000840        88 CARGO-ES-CUP         VALUE "C".
000850        88 CARGO-ES-ARTICULO    VALUE "A".
000860     02 COD-FSER                PIC X(12).
000870     02 DESCRIP-FSER            PIC X(40).
000880     02 CANT-FSER               PIC 9(4).
000890     02 VLR-UNIT-FSER           PIC 9(9)V99.
000900     02 VLR-TOTAL-FSER          PIC 9(11)V99.
000910     02 LLAVE-ORIGEN-FSER.
000920        03 ORIGEN-FSER          PIC X(4).
000930        03 REFER-FSER           PIC X(20).
000940     02 USUARIO-FSER            PIC X(4).
000950     02 FECHA-GRAB-FSER         PIC 9(8).
000960     02 ESTADO-FSER             PIC X.
000970        88 CARGO-PENDIENTE      VALUE "P".
000980        88 CARGO-FACTURADO      VALUE "F".
000990        88 CARGO-ANULADO        VALUE "A".
001000     02 LLAVE-FACT-FSER         PIC X(12).

001010 FD  ARCHIVO-GLOSAS
001020     LABEL RECORD STANDARD.
001030 01  REG-GLOSA.
001040     02 LLAVE-GLOSA.
001050        03 LLAVE-FACT-GLO       PIC X(12).
001060        03 SECUEN-GLO           PIC 9(3).
001070     02 COD-GLOSA-GLO           PIC X(6).
001080     02 ENTIDAD-GLO             PIC X(6).
001090     02 VALOR-OBJETADO-GLO      PIC 9(11)V99.
001100     02 FECHA-GLOSA-GLO         PIC 9(8).
001110     02 ESTADO-GLO              PIC X.
001120        88 GLOSA-PENDIENTE      VALUE "P".
001130        88 GLOSA-ACEPTADA       VALUE "A".
001140        88 GLOSA-LEVANTADA      VALUE "L".
001150     02 VALOR-ACEPTADO-GLO      PIC 9(11)V99.
001160     02 VALOR-LEVANTADO-GLO     PIC 9(11)V99.
001170     02 FECHA-RESPUESTA-GLO     PIC 9(8).
001180     02 OBSERV-GLO              PIC X(60).

001190 FD  INFORME-PREGLOSA
001200     LABEL RECORD STANDARD.
001210 01  LIN-INFPGL                 PIC X(132).

001220 WORKING-STORAGE SECTION.

001230 77  NOM-PREGLOSA-W             PIC X(60)
001240     VALUE "D:\progelect\DATOS\SC-PREGLOSA.DAT".
001250 77  NOM-FACTSERV-W             PIC X(60)
001260     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001270 77  NOM-GLOSAS-W               PIC X(60)
001280     VALUE "D:\progelect\DATOS\SC-GLOSAS.DAT".
001290 77  NOM-INFPGL-W               PIC X(60)
001300     VALUE "D:\progelect\DATOS\SC-INFPREGLOSA.TXT".
001310 77  OTR-STAT                   PIC XX.
001320 77  SW-FIN-W                   PIC 9 VALUE 0.
001330 77  SW-FIN-GLO-W               PIC 9 VALUE 0.
001340 77  SW-HALLADO-W               PIC 9 VALUE 0.
001350 77  I                          PIC 9(3) VALUE 0.
001360 77  J                          PIC 9(3) VALUE 0.
001370 77  K                          PIC 99 VALUE 0.
001380 77  GRUPO-W                    PIC 9 VALUE 0.
001390 77  AUDITOR-W                  PIC 9 VALUE 0.
001400 77  TOT-PGL-W                  PIC 9(6) VALUE 0.

      * GRUPOS: 1 LEVANTADAS, 2 CARGO RETIRADO, 3 TRASLADADAS,
      * 4 EN CUENTA ABIERTA; AUDITOR 1 EPS, 2 PROPIO
001410 01  TABLA-GRUPOS-W.
001420     02 GRUPO-TAB-W OCCURS 4.
001430        03 AUDITOR-TAB-W OCCURS 2.
001440           04 CANT-GRUPO-W      PIC 9(6).
001450           04 VALOR-GRUPO-W     PIC 9(13)V99.
001460 01  NOMBRES-GRUPO-W.
001470     02 FILLER                  PIC X(18) VALUE "LEVANTADAS".
001480     02 FILLER                  PIC X(18) VALUE "CARGO RETIRADO".
001490     02 FILLER                  PIC X(18) VALUE "TRASLADADAS".
001500     02 FILLER                  PIC X(18)
001510        VALUE "EN CUENTA ABIERTA".
001520 01  FILLER REDEFINES NOMBRES-GRUPO-W.
001530     02 NOMBRE-GRUPO-W          PIC X(18) OCCURS 4.

      * FACTURAS QUE RECIBIERON CARGOS PRE-GLOSADOS
001540 77  TOT-FACT-W                 PIC 9(3) VALUE 0.
001550 01  TABLA-FACT-W.
001560     02 FACT-W OCCURS 500.
001570        03 LLAVE-FACT-TAB-W     PIC X(12).
001580        03 VALOR-TRAS-TAB-W     PIC 9(11)V99.
001590        03 VALOR-LEV-TAB-W      PIC 9(11)V99.
001600        03 TOT-CONCEPTO-TAB-W   PIC 99.
001610        03 CONCEPTO-TAB-W       PIC XX OCCURS 10.
001620        03 CANT-GLO-TAB-W       PIC 9(3).
001630        03 VALOR-GLO-TAB-W      PIC 9(11)V99.
001640        03 COINCIDE-TAB-W       PIC 9(3).
001650 77  TOT-VALOR-TRAS-W           PIC 9(13)V99 VALUE 0.
001660 77  TOT-VALOR-LEV-W            PIC 9(13)V99 VALUE 0.
001670 77  TOT-CANT-GLO-W             PIC 9(6) VALUE 0.
001680 77  TOT-VALOR-GLO-W            PIC 9(13)V99 VALUE 0.
001690 77  TOT-COINCIDE-W             PIC 9(6) VALUE 0.

001700 01  LIN-TITULO-IP.
001710     02 FILLER                  PIC X(32) VALUE
001720        "PRE-GLOSAS DE AUDITORIA CONCURR".
001730     02 FILLER                  PIC X(8) VALUE "ENTE -  ".
001740     02 FECHA-INI-IP            PIC 9(8).
001750     02 FILLER                  PIC X(3) VALUE " A ".
001760     02 FECHA-FIN-IP            PIC 9(8).
001770 01  LIN-COL-GRUPO-IP.
001780     02 FILLER                  PIC X(18) VALUE "ESTADO".
001790     02 FILLER                  PIC X(36) VALUE
001800        "   CANT EPS       VALOR EPS  CANT PR".
001810     02 FILLER                  PIC X(20) VALUE
001820        "OPIO    VALOR PROPIO".
001830 01  LIN-GRUPO-IP.
001840     02 NOMBRE-GRUPO-IP         PIC X(18).
001850     02 CANT-EPS-IP             PIC Z(9)9.
001860     02 VALOR-EPS-IP            PIC Z(13)9.99.
001870     02 CANT-PROPIO-IP          PIC Z(9)9.
001880     02 VALOR-PROPIO-IP         PIC Z(13)9.99.
001890 01  LIN-SUBTITULO-IP           PIC X(70) VALUE
001900     "FACTURAS CON CARGOS PRE-GLOSADOS FRENTE A LAS GLOSAS".
001910 01  LIN-COL-FACT-IP.
001920     02 FILLER                  PIC X(36) VALUE
001930        "FACTURA        PRE-GLOSA TRASLADADA".
001940     02 FILLER                  PIC X(36) VALUE
001950        "  PRE-GLOSA LEVANTADA  GLOSAS      ".
001960     02 FILLER                  PIC X(36) VALUE
001970        "VALOR GLOSADO PREVISTAS".
001980 01  LIN-FACT-IP.
001990     02 LLAVE-FACT-IP           PIC X(12).
002000     02 VALOR-TRAS-IP           PIC Z(17)9.99.
002010     02 VALOR-LEV-IP            PIC Z(17)9.99.
002020     02 CANT-GLO-IP             PIC Z(7)9.
002030     02 VALOR-GLO-IP            PIC Z(17)9.99.
002040     02 COINCIDE-IP             PIC Z(9)9.
002050 01  LIN-TOTAL-IP.
002060     02 FILLER                  PIC X(12) VALUE "TOTAL".
002070     02 VALOR-TRAS-TOT-IP       PIC Z(17)9.99.
002080     02 VALOR-LEV-TOT-IP        PIC Z(17)9.99.
002090     02 CANT-GLO-TOT-IP         PIC Z(7)9.
002100     02 VALOR-GLO-TOT-IP        PIC Z(17)9.99.
002110     02 COINCIDE-TOT-IP         PIC Z(9)9.

002120 LINKAGE SECTION.
002130 01  FECHA-INI-LNK              PIC 9(8).
002140 01  FECHA-FIN-LNK              PIC 9(8).

002150 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

002160 MAINLINE.
002170     INITIALIZE TABLA-GRUPOS-W.
002180     MOVE 0 TO TOT-FACT-W.
002190     OPEN INPUT ARCHIVO-PREGLOSA FACTURA-SERVICIOS.
002200     IF OTR-STAT = "00"
002210        MOVE 0             TO SW-FIN-W
002220        MOVE FECHA-INI-LNK TO FECHA-PGL
002230        START ARCHIVO-PREGLOSA KEY IS >= FECHA-PGL
002240              INVALID KEY MOVE 1 TO SW-FIN-W
002250        END-START
002260        PERFORM LEER-PREGLOSA UNTIL SW-FIN-W = 1
002270     END-IF.
002280     CLOSE ARCHIVO-PREGLOSA FACTURA-SERVICIOS.
002290     OPEN INPUT ARCHIVO-GLOSAS.
002300     PERFORM COMPARAR-GLOSAS VARYING I FROM 1 BY 1
002310             UNTIL I > TOT-FACT-W.
002320     CLOSE ARCHIVO-GLOSAS.
002330     PERFORM ESCRIBIR-INFORME.
002340     DISPLAY "PRE-GLOSAS DEL PERIODO:    " TOT-PGL-W.
002350     DISPLAY "FACTURAS COMPARADAS:       " TOT-FACT-W.
002360     EXIT PROGRAM.

002370 LEER-PREGLOSA.
002380     READ ARCHIVO-PREGLOSA NEXT
002390          AT END MOVE 1 TO SW-FIN-W
002400     END-READ.
002410     IF SW-FIN-W = 0
002420        IF FECHA-PGL > FECHA-FIN-LNK
002430           MOVE 1 TO SW-FIN-W
002440        ELSE
002450           PERFORM CLASIFICAR-PREGLOSA
002460        END-IF
002470     END-IF.

002480 CLASIFICAR-PREGLOSA.
002490     ADD 1 TO TOT-PGL-W.
002500     MOVE LLAVE-FSER-PGL TO LLAVE-FSER.
002510     READ FACTURA-SERVICIOS
002520          INVALID KEY MOVE "P" TO ESTADO-FSER
002530     END-READ.
002540     EVALUATE TRUE
002550        WHEN PGL-LEVANTADA   MOVE 1 TO GRUPO-W
002560        WHEN CARGO-ANULADO   MOVE 2 TO GRUPO-W
002570        WHEN CARGO-FACTURADO MOVE 3 TO GRUPO-W
002580        WHEN OTHER           MOVE 4 TO GRUPO-W
002590     END-EVALUATE.
002600     IF AUDITOR-EPS
002610        MOVE 1 TO AUDITOR-W
002620     ELSE
002630        MOVE 2 TO AUDITOR-W
002640     END-IF.
002650     ADD 1         TO CANT-GRUPO-W (GRUPO-W, AUDITOR-W).
002660     ADD VALOR-PGL TO VALOR-GRUPO-W (GRUPO-W, AUDITOR-W).
002670     IF CARGO-FACTURADO AND LLAVE-FACT-FSER NOT = SPACES
002680        PERFORM ACUMULAR-FACTURA
002690     END-IF.

002700 ACUMULAR-FACTURA.
002710     MOVE 0 TO SW-HALLADO-W.
002720     PERFORM BUSCAR-FACTURA VARYING J FROM 1 BY 1
002730             UNTIL J > TOT-FACT-W OR SW-HALLADO-W = 1.
002740     IF SW-HALLADO-W = 0 AND TOT-FACT-W < 500
002750        ADD 1 TO TOT-FACT-W
002760        MOVE TOT-FACT-W TO J
002770        INITIALIZE FACT-W (J)
002780        MOVE LLAVE-FACT-FSER TO LLAVE-FACT-TAB-W (J)
002790        MOVE 1 TO SW-HALLADO-W
002800     END-IF.
002810     IF SW-HALLADO-W = 1
002820        IF PGL-LEVANTADA
002830           ADD VALOR-PGL TO VALOR-LEV-TAB-W (J)
002840        ELSE
002850           ADD VALOR-PGL TO VALOR-TRAS-TAB-W (J)
002860        END-IF
002870        PERFORM AGREGAR-CONCEPTO
002880     END-IF.

      *    AL HALLARLA J QUEDA UNO ADELANTE POR EL VARYING
002890 BUSCAR-FACTURA.
002900     IF LLAVE-FACT-TAB-W (J) = LLAVE-FACT-FSER
002910        MOVE 1 TO SW-HALLADO-W
002920        SUBTRACT 1 FROM J
002930     END-IF.

002940 AGREGAR-CONCEPTO.
002950     MOVE 0 TO SW-HALLADO-W.
002960     PERFORM BUSCAR-CONCEPTO VARYING K FROM 1 BY 1
002970             UNTIL K > TOT-CONCEPTO-TAB-W (J)
002980                OR SW-HALLADO-W = 1.
002990     IF SW-HALLADO-W = 0 AND TOT-CONCEPTO-TAB-W (J) < 10
003000        ADD 1 TO TOT-CONCEPTO-TAB-W (J)
003010        MOVE COD-MOTIVO-PGL (1:2)
003020          TO CONCEPTO-TAB-W (J, TOT-CONCEPTO-TAB-W (J))
003030     END-IF.

003040 BUSCAR-CONCEPTO.
003050     IF CONCEPTO-TAB-W (J, K) = COD-MOTIVO-PGL (1:2)
003060        MOVE 1 TO SW-HALLADO-W
003070     END-IF.

003080 COMPARAR-GLOSAS.
003090     MOVE 0 TO SW-FIN-GLO-W.
003100     MOVE LLAVE-FACT-TAB-W (I) TO LLAVE-FACT-GLO.
003110     MOVE 0                    TO SECUEN-GLO.
003120     START ARCHIVO-GLOSAS KEY IS >= LLAVE-GLOSA
003130           INVALID KEY MOVE 1 TO SW-FIN-GLO-W
003140     END-START.
003150     PERFORM LEER-GLOSA UNTIL SW-FIN-GLO-W = 1.

003160 LEER-GLOSA.
003170     READ ARCHIVO-GLOSAS NEXT
003180          AT END MOVE 1 TO SW-FIN-GLO-W
003190     END-READ.
003200     IF SW-FIN-GLO-W = 0
003210        IF LLAVE-FACT-GLO NOT = LLAVE-FACT-TAB-W (I)
003220           MOVE 1 TO SW-FIN-GLO-W
003230        ELSE
003240           ADD 1                  TO CANT-GLO-TAB-W (I)
003250           ADD VALOR-OBJETADO-GLO TO VALOR-GLO-TAB-W (I)
003260           MOVE 0 TO SW-HALLADO-W
003270           PERFORM COMPARAR-CONCEPTO VARYING K FROM 1 BY 1
003280                   UNTIL K > TOT-CONCEPTO-TAB-W (I)
003290                      OR SW-HALLADO-W = 1
003300           IF SW-HALLADO-W = 1
003310              ADD 1 TO COINCIDE-TAB-W (I)
003320           END-IF
003330        END-IF
003340     END-IF.

003350 COMPARAR-CONCEPTO.
003360     IF CONCEPTO-TAB-W (I, K) = COD-GLOSA-GLO (1:2)
003370        MOVE 1 TO SW-HALLADO-W
003380     END-IF.

003390 ESCRIBIR-INFORME.
003400     OPEN OUTPUT INFORME-PREGLOSA.
003410     MOVE FECHA-INI-LNK TO FECHA-INI-IP.
003420     MOVE FECHA-FIN-LNK TO FECHA-FIN-IP.
003430     MOVE LIN-TITULO-IP TO LIN-INFPGL.
003440     WRITE LIN-INFPGL.
003450     MOVE SPACES TO LIN-INFPGL.
003460     WRITE LIN-INFPGL.
003470     MOVE LIN-COL-GRUPO-IP TO LIN-INFPGL.
003480     WRITE LIN-INFPGL.
003490     PERFORM ESCRIBIR-GRUPO VARYING I FROM 1 BY 1 UNTIL I > 4.
003500     MOVE SPACES TO LIN-INFPGL.
003510     WRITE LIN-INFPGL.
003520     MOVE LIN-SUBTITULO-IP TO LIN-INFPGL.
003530     WRITE LIN-INFPGL.
003540     MOVE LIN-COL-FACT-IP TO LIN-INFPGL.
003550     WRITE LIN-INFPGL.
003560     MOVE 0 TO TOT-VALOR-TRAS-W TOT-VALOR-LEV-W TOT-CANT-GLO-W
003570               TOT-VALOR-GLO-W TOT-COINCIDE-W.
003580     PERFORM ESCRIBIR-FACTURA VARYING I FROM 1 BY 1
003590             UNTIL I > TOT-FACT-W.
003600     MOVE TOT-VALOR-TRAS-W TO VALOR-TRAS-TOT-IP.
003610     MOVE TOT-VALOR-LEV-W  TO VALOR-LEV-TOT-IP.
003620     MOVE TOT-CANT-GLO-W   TO CANT-GLO-TOT-IP.
003630     MOVE TOT-VALOR-GLO-W  TO VALOR-GLO-TOT-IP.
003640     MOVE TOT-COINCIDE-W   TO COINCIDE-TOT-IP.
003650     MOVE LIN-TOTAL-IP TO LIN-INFPGL.
003660     WRITE LIN-INFPGL.
003670     CLOSE INFORME-PREGLOSA.

003680 ESCRIBIR-GRUPO.
003690     MOVE NOMBRE-GRUPO-W (I)    TO NOMBRE-GRUPO-IP.
003700     MOVE CANT-GRUPO-W (I, 1)   TO CANT-EPS-IP.
003710     MOVE VALOR-GRUPO-W (I, 1)  TO VALOR-EPS-IP.
003720     MOVE CANT-GRUPO-W (I, 2)   TO CANT-PROPIO-IP.
003730     MOVE VALOR-GRUPO-W (I, 2)  TO VALOR-PROPIO-IP.
003740     MOVE LIN-GRUPO-IP TO LIN-INFPGL.
003750     WRITE LIN-INFPGL.

003760 ESCRIBIR-FACTURA.
003770     MOVE LLAVE-FACT-TAB-W (I) TO LLAVE-FACT-IP.
003780     MOVE VALOR-TRAS-TAB-W (I) TO VALOR-TRAS-IP.
003790     MOVE VALOR-LEV-TAB-W (I)  TO VALOR-LEV-IP.
003800     MOVE CANT-GLO-TAB-W (I)   TO CANT-GLO-IP.
003810     MOVE VALOR-GLO-TAB-W (I)  TO VALOR-GLO-IP.
003820     MOVE COINCIDE-TAB-W (I)   TO COINCIDE-IP.
003830     ADD VALOR-TRAS-TAB-W (I)  TO TOT-VALOR-TRAS-W.
003840     ADD VALOR-LEV-TAB-W (I)   TO TOT-VALOR-LEV-W.
003850     ADD CANT-GLO-TAB-W (I)    TO TOT-CANT-GLO-W.
003860     ADD VALOR-GLO-TAB-W (I)   TO TOT-VALOR-GLO-W.
003870     ADD COINCIDE-TAB-W (I)    TO TOT-COINCIDE-W.
003880     MOVE LIN-FACT-IP TO LIN-INFPGL.
003890     WRITE LIN-INFPGL.
