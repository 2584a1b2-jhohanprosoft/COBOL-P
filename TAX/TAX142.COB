      *=================================================================
      * TAXIMETROS - PERITAJE DE RECEPCION EN CONSIGNACION CON PRECIO
      * SUGERIDO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * AL RECIBIR UN VEHICULO EN CONSIGNACION EL ESTADO Y EL PRECIO
      * PEDIDO SE PACTABAN DE PALABRA Y EN LAS DISPUTAS NO HABIA A
      * QUE VOLVER. ARCHIVO-PERITAJE GUARDA, POR VEHICULO DE
      * ARCHIVO-CARROS (CODIGO-CAR): MARCA, LINEA Y MODELO (ANO),
      * ODOMETRO, LA LISTA DE CHEQUEO (CARROCERIA, MOTOR, LLANTAS Y
      * DOCUMENTOS, CADA UNA B=BUENO / R=REGULAR / M=MALO CON SU
      * OBSERVACION), EL INDICE DE FOTOS, LAS FIRMAS DEL PERITO Y DEL
      * PROPIETARIO, EL PRECIO PACTADO, EL RANGO SUGERIDO Y, CUANDO
      * SE VENDE, EL PRECIO Y LA FECHA DE VENTA.
      * EL RANGO SUGERIDO SALE DE LOS VEHICULOS YA VENDIDOS DE LA
      * MISMA MARCA, LINEA Y MODELO (MINIMO Y MAXIMO DE VENTA),
      * AJUSTADO POR KILOMETRAJE (AJUSTE-KM-W POR CADA 10.000 KM POR
      * ENCIMA O DEBAJO DEL PROMEDIO DE LOS COMPARABLES, TOPE
      * TOPE-AJUSTE-W) Y POR ESTADO (CADA ITEM REGULAR O MALO RESTA
      * SU PORCENTAJE).
      * SE INVOCA ASI:
      * MODO "G" - GRABA/ACTUALIZA EL PERITAJE Y DEVUELVE EL RANGO
      *            SUGERIDO. SI EL PERITAJE CAMBIA SE BORRAN LAS
      *            FIRMAS (HAY QUE VOLVER A FIRMAR).
      * MODO "F" - FIRMA EL PERITAJE: FIRMANTE-LNK "P" PERITO, "D"
      *            DUENO/PROPIETARIO.
      * MODO "V" - REGISTRA EL PRECIO Y LA FECHA DE VENTA (ALIMENTA
      *            EL HISTORICO DE COMPARABLES).
      * MODO "C" - CONSULTA EL PERITAJE CON EL RANGO RECALCULADO.
      * RESULT-LNK "C" = GRABADO PERO SIN COMPARABLES VENDIDOS (RANGO
      * EN CERO). EL PACTADO CONTRA EL RANGO SALE EN EL LISTADO DEL
      * LOTE (TAX137); EL PROMEDIO DE VENTA CONTRA PERITAJE EN
      * TAX142-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX142.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PERITAJE LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PERITAJE-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS CODIGO-CAR-PER
000140         ALTERNATE RECORD KEY IS LLAVE-MODELO-PER
000150                   WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-CARROS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-CARROS-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS CODIGO-CAR
000220         ALTERNATE RECORD KEY IS PROPIET-CAR WITH DUPLICATES
000230         ALTERNATE RECORD KEY IS INTERNO-CAR WITH DUPLICATES
000240         FILE STATUS IS OTR-STAT.

000250 DATA DIVISION.
000260 FILE SECTION.

000270 FD  ARCHIVO-PERITAJE
000280     LABEL RECORD STANDARD.
000290 01  REG-PER.
000300     02 CODIGO-CAR-PER          PIC 9(5).
000310     02 PLACA-PER               PIC X(6).
000320     02 LLAVE-MODELO-PER.
000330        03 MARCA-PER            PIC X(15).
000340        03 LINEA-PER            PIC X(20).
000350        03 ANO-MODELO-PER       PIC 9(4).
000360     02 FECHA-PERITAJE-PER      PIC 9(8).
000370     02 ODOMETRO-PER            PIC 9(7).
000380     02 ITEM-PER                OCCURS 4.
000390        03 CALIF-PER            PIC X.
000400           88 ITEM-BUENO        VALUE "B".
000410           88 ITEM-REGULAR      VALUE "R".
000420           88 ITEM-MALO         VALUE "M".
000430        03 OBSERV-PER           PIC X(40).
000440     02 FOTO-PER                PIC X(30) OCCURS 8.
000450     02 PERITO-PER              PIC X(4).
000460     02 FIRMA-PERITO-PER        PIC X.
000470     02 FECHA-FIRMA-PERITO-PER  PIC 9(8).
000480     02 FIRMA-PROPIET-PER       PIC X.
000490     02 FECHA-FIRMA-PROPIET-PER PIC 9(8).
000500     02 PRECIO-PACTADO-PER      PIC 9(12).
000510     02 SUGERIDO-MIN-PER        PIC 9(12).
000520     02 SUGERIDO-MAX-PER        PIC 9(12).
000530     02 NRO-COMPARABLES-PER     PIC 9(3).
000540     02 PRECIO-VENTA-PER        PIC 9(12).
000550     02 FECHA-VENTA-PER         PIC 9(8).
000560     02 USUARIO-PER             PIC X(4).
000570     02 FILLER                  PIC X(20).

000580 FD  ARCHIVO-CARROS
000590     LABEL RECORD STANDARD.
000600 01  REG-CAR.
000610     02 CODIGO-CAR             PIC 9(5).
000620     02 PLACA-CAR              PIC X(6).
000630     02 PROPIET-CAR            PIC X(12).
000640     02 INTERNO-CAR            PIC X(4).
000650     02 PORC-COMISION-CAR      PIC 9(3)V99.
000660     02 FECHA-VENCE-SOAT-CAR   PIC 9(8).
000670     02 FECHA-VENCE-TECNO-CAR  PIC 9(8).
000680     02 ESTADO-CAR             PIC X.
000690        88 CAR-ACTIVO          VALUE "A".
000700        88 CAR-RETIRADO        VALUE "R".
000710     02 AGENCIA-CAR            PIC X(3).
000720     02 FECHA-RECEP-CAR        PIC 9(8).
000730     02 PLAZO-CONSIG-DIAS-CAR  PIC 9(3).

000740 WORKING-STORAGE SECTION.

000750 77  NOM-PERITAJE-W             PIC X(60)
000760     VALUE "D:\progelect\DATOS\SC-PERITAJE.DAT".
000770 77  NOM-CARROS-W               PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-CARROS.DAT".
000790 77  OTR-STAT                   PIC XX.
000800 77  SW-FIN-W                   PIC 9 VALUE 0.
000810 77  SW-EXISTE-W                PIC 9 VALUE 0.
000820 77  FECHA-HOY-W                PIC 9(8).
000830 77  IND-W                      PIC 9.
000840 77  AJUSTE-KM-W                PIC 9V99 VALUE 1.50.
000850 77  TOPE-AJUSTE-W              PIC 9(2) VALUE 30.
000860 77  DESC-REGULAR-W             PIC 9V99 VALUE 2.00.
000870 77  DESC-MALO-W                PIC 9V99 VALUE 5.00.
000880 77  NRO-COMPARABLES-W          PIC 9(3).
000890 77  SUMA-KM-W                  PIC 9(10).
000900 77  PROM-KM-W                  PIC 9(7).
000910 77  VENTA-MIN-W                PIC 9(12).
000920 77  VENTA-MAX-W                PIC 9(12).
000930 77  PORC-KM-W                  PIC S9(3)V99.
000940 77  PORC-ESTADO-W              PIC 9(3)V99.
000950 77  FACTOR-W                   PIC S9(3)V9(4).
000960 77  CODIGO-CAR-W               PIC 9(5).

000970 01  MODELO-BUSCA-W.
000980     02 MARCA-BUSCA-W           PIC X(15).
000990     02 LINEA-BUSCA-W           PIC X(20).
001000     02 ANO-BUSCA-W             PIC 9(4).

001010 LINKAGE SECTION.
001020 01  MODO-LNK                   PIC X.
001030     88 MODO-GRABAR             VALUE "G".
001040     88 MODO-FIRMAR             VALUE "F".
001050     88 MODO-VENTA              VALUE "V".
001060     88 MODO-CONSULTA           VALUE "C".
001070 01  CODIGO-CAR-LNK             PIC 9(5).
001080 01  DATOS-PERITAJE-LNK.
001090     02 MARCA-LNK               PIC X(15).
001100     02 LINEA-LNK               PIC X(20).
001110     02 ANO-MODELO-LNK          PIC 9(4).
001120     02 ODOMETRO-LNK            PIC 9(7).
001130     02 ITEM-LNK                OCCURS 4.
001140        03 CALIF-LNK            PIC X.
001150        03 OBSERV-LNK           PIC X(40).
001160     02 FOTO-LNK                PIC X(30) OCCURS 8.
001170     02 PERITO-LNK              PIC X(4).
001180     02 PRECIO-PACTADO-LNK      PIC 9(12).
001190     02 SUGERIDO-MIN-LNK        PIC 9(12).
001200     02 SUGERIDO-MAX-LNK        PIC 9(12).
001210     02 NRO-COMPARABLES-LNK     PIC 9(3).
001220     02 PRECIO-VENTA-LNK        PIC 9(12).
001230     02 FECHA-VENTA-LNK         PIC 9(8).
001240     02 FIRMANTE-LNK            PIC X.
001250        88 FIRMA-PERITO         VALUE "P".
001260        88 FIRMA-PROPIETARIO    VALUE "D".
001270 01  USUARIO-LNK                PIC X(4).
001280 01  RESULT-LNK                 PIC X.
001290     88 PERITAJE-OK             VALUE "S".
001300     88 PERITAJE-SIN-COMPARABLE VALUE "C".
001310     88 PERITAJE-NO-EXISTE      VALUE "X".
001320     88 PERITAJE-NO-OK          VALUE "N".

001330 PROCEDURE DIVISION USING MODO-LNK CODIGO-CAR-LNK
001340                          DATOS-PERITAJE-LNK USUARIO-LNK
001350                          RESULT-LNK.

001360 MAINLINE.
001370     MOVE "N" TO RESULT-LNK.
001380     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001390     OPEN I-O ARCHIVO-PERITAJE.
001400     IF OTR-STAT = "35"
001410        OPEN OUTPUT ARCHIVO-PERITAJE
001420        CLOSE ARCHIVO-PERITAJE
001430        OPEN I-O ARCHIVO-PERITAJE
001440     END-IF.
001450     EVALUATE TRUE
001460        WHEN MODO-GRABAR
001470           PERFORM GRABAR-PERITAJE THRU FIN-GRABAR-PERITAJE
001480        WHEN MODO-FIRMAR
001490           PERFORM FIRMAR-PERITAJE THRU FIN-FIRMAR-PERITAJE
001500        WHEN MODO-VENTA
001510           PERFORM REGISTRAR-VENTA THRU FIN-REGISTRAR-VENTA
001520        WHEN MODO-CONSULTA
001530           PERFORM CONSULTAR-PERITAJE
001540                   THRU FIN-CONSULTAR-PERITAJE
001550     END-EVALUATE.
001560     CLOSE ARCHIVO-PERITAJE.
001570     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * PERITAJE DE RECEPCION
      *-----------------------------------------------------------------
001580 GRABAR-PERITAJE.
001590     OPEN INPUT ARCHIVO-CARROS.
001600     MOVE CODIGO-CAR-LNK TO CODIGO-CAR.
001610     READ ARCHIVO-CARROS
001620          INVALID KEY
001630             MOVE "X" TO RESULT-LNK
001640             CLOSE ARCHIVO-CARROS
001650             GO TO FIN-GRABAR-PERITAJE
001660     END-READ.
001670     CLOSE ARCHIVO-CARROS.
001680     MOVE CODIGO-CAR-LNK TO CODIGO-CAR-W.
001690     MOVE MARCA-LNK      TO MARCA-BUSCA-W.
001700     MOVE LINEA-LNK      TO LINEA-BUSCA-W.
001710     MOVE ANO-MODELO-LNK TO ANO-BUSCA-W.
001720     PERFORM SUGERIR-RANGO.
001730     MOVE 1 TO SW-EXISTE-W.
001740     MOVE CODIGO-CAR-LNK TO CODIGO-CAR-PER.
001750     READ ARCHIVO-PERITAJE
001760          INVALID KEY
001770             MOVE 0 TO SW-EXISTE-W
001780             INITIALIZE REG-PER
001790             MOVE CODIGO-CAR-LNK TO CODIGO-CAR-PER
001800     END-READ.
001810     MOVE PLACA-CAR           TO PLACA-PER.
001820     MOVE MARCA-LNK           TO MARCA-PER.
001830     MOVE LINEA-LNK           TO LINEA-PER.
001840     MOVE ANO-MODELO-LNK      TO ANO-MODELO-PER.
001850     MOVE FECHA-HOY-W         TO FECHA-PERITAJE-PER.
001860     MOVE ODOMETRO-LNK        TO ODOMETRO-PER.
001870     PERFORM COPIAR-ITEM
001880             VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 4.
001890     PERFORM COPIAR-FOTO
001900             VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 8.
001910     MOVE PERITO-LNK          TO PERITO-PER.
001920     MOVE "N"                 TO FIRMA-PERITO-PER
001930                                 FIRMA-PROPIET-PER.
001940     MOVE 0                   TO FECHA-FIRMA-PERITO-PER
001950                                 FECHA-FIRMA-PROPIET-PER.
001960     MOVE PRECIO-PACTADO-LNK  TO PRECIO-PACTADO-PER.
001970     MOVE SUGERIDO-MIN-LNK    TO SUGERIDO-MIN-PER.
001980     MOVE SUGERIDO-MAX-LNK    TO SUGERIDO-MAX-PER.
001990     MOVE NRO-COMPARABLES-LNK TO NRO-COMPARABLES-PER.
002000     MOVE USUARIO-LNK         TO USUARIO-PER.
002010     IF SW-EXISTE-W = 1
002020        REWRITE REG-PER INVALID KEY CONTINUE END-REWRITE
002030     ELSE
002040        WRITE REG-PER INVALID KEY CONTINUE END-WRITE
002050     END-IF.
002060     IF NRO-COMPARABLES-LNK = 0
002070        MOVE "C" TO RESULT-LNK
002080     ELSE
002090        MOVE "S" TO RESULT-LNK
002100     END-IF.
002110 FIN-GRABAR-PERITAJE.
002120     EXIT.

002130 COPIAR-ITEM.
002140     MOVE CALIF-LNK (IND-W)  TO CALIF-PER (IND-W).
002150     MOVE OBSERV-LNK (IND-W) TO OBSERV-PER (IND-W).

002160 COPIAR-FOTO.
002170     MOVE FOTO-LNK (IND-W) TO FOTO-PER (IND-W).

      * MINIMO Y MAXIMO DE VENTA DE LOS VENDIDOS DE LA MISMA MARCA,
      * LINEA Y MODELO, AJUSTADOS POR KILOMETRAJE Y ESTADO DEL
      * VEHICULO QUE SE RECIBE (LOS DATOS VIENEN EN LA LINKAGE).
002180 SUGERIR-RANGO.
002190     MOVE 0 TO NRO-COMPARABLES-W SUMA-KM-W VENTA-MAX-W
002200               SUGERIDO-MIN-LNK SUGERIDO-MAX-LNK SW-FIN-W.
002210     MOVE 999999999999 TO VENTA-MIN-W.
002220     MOVE MODELO-BUSCA-W TO LLAVE-MODELO-PER.
002230     START ARCHIVO-PERITAJE KEY IS >= LLAVE-MODELO-PER
002240           INVALID KEY MOVE 1 TO SW-FIN-W.
002250     PERFORM LEER-COMPARABLE UNTIL SW-FIN-W = 1.
002260     MOVE NRO-COMPARABLES-W TO NRO-COMPARABLES-LNK.
002270     IF NRO-COMPARABLES-W > 0
002280        COMPUTE PROM-KM-W ROUNDED =
002290            SUMA-KM-W / NRO-COMPARABLES-W
002300        COMPUTE PORC-KM-W ROUNDED =
002310            (ODOMETRO-LNK - PROM-KM-W) / 10000 * AJUSTE-KM-W
002320        IF PORC-KM-W > TOPE-AJUSTE-W
002330           MOVE TOPE-AJUSTE-W TO PORC-KM-W
002340        END-IF
002350        IF PORC-KM-W < 0 - TOPE-AJUSTE-W
002360           COMPUTE PORC-KM-W = 0 - TOPE-AJUSTE-W
002370        END-IF
002380        MOVE 0 TO PORC-ESTADO-W
002390        PERFORM DESCONTAR-ESTADO
002400                VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 4
002410        COMPUTE FACTOR-W =
002420            (100 - PORC-KM-W - PORC-ESTADO-W) / 100
002430        COMPUTE SUGERIDO-MIN-LNK ROUNDED =
002440            VENTA-MIN-W * FACTOR-W
002450        COMPUTE SUGERIDO-MAX-LNK ROUNDED =
002460            VENTA-MAX-W * FACTOR-W
002470     END-IF.

002480 LEER-COMPARABLE.
002490     READ ARCHIVO-PERITAJE NEXT
002500          AT END MOVE 1 TO SW-FIN-W
002510     END-READ.
002520     IF SW-FIN-W = 0
002530        IF LLAVE-MODELO-PER NOT = MODELO-BUSCA-W
002540           MOVE 1 TO SW-FIN-W
002550        ELSE
002560           IF PRECIO-VENTA-PER > 0
002570              AND CODIGO-CAR-PER NOT = CODIGO-CAR-W
002580              ADD 1 TO NRO-COMPARABLES-W
002590              ADD ODOMETRO-PER TO SUMA-KM-W
002600              IF PRECIO-VENTA-PER < VENTA-MIN-W
002610                 MOVE PRECIO-VENTA-PER TO VENTA-MIN-W
002620              END-IF
002630              IF PRECIO-VENTA-PER > VENTA-MAX-W
002640                 MOVE PRECIO-VENTA-PER TO VENTA-MAX-W
002650              END-IF
002660           END-IF
002670        END-IF
002680     END-IF.

002690 DESCONTAR-ESTADO.
002700     EVALUATE CALIF-LNK (IND-W)
002710        WHEN "R" ADD DESC-REGULAR-W TO PORC-ESTADO-W
002720        WHEN "M" ADD DESC-MALO-W    TO PORC-ESTADO-W
002730     END-EVALUATE.

      *-----------------------------------------------------------------
      * FIRMAS, VENTA Y CONSULTA
      *-----------------------------------------------------------------
002740 FIRMAR-PERITAJE.
002750     MOVE CODIGO-CAR-LNK TO CODIGO-CAR-PER.
002760     READ ARCHIVO-PERITAJE
002770          INVALID KEY
002780             MOVE "X" TO RESULT-LNK
002790             GO TO FIN-FIRMAR-PERITAJE
002800     END-READ.
002810     EVALUATE TRUE
002820        WHEN FIRMA-PERITO
002830           MOVE "S"         TO FIRMA-PERITO-PER
002840           MOVE FECHA-HOY-W TO FECHA-FIRMA-PERITO-PER
002850        WHEN FIRMA-PROPIETARIO
002860           MOVE "S"         TO FIRMA-PROPIET-PER
002870           MOVE FECHA-HOY-W TO FECHA-FIRMA-PROPIET-PER
002880        WHEN OTHER
002890           GO TO FIN-FIRMAR-PERITAJE
002900     END-EVALUATE.
002910     REWRITE REG-PER
002920         INVALID KEY CONTINUE
002930         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002940     END-REWRITE.
002950 FIN-FIRMAR-PERITAJE.
002960     EXIT.

002970 REGISTRAR-VENTA.
002980     MOVE CODIGO-CAR-LNK TO CODIGO-CAR-PER.
002990     READ ARCHIVO-PERITAJE
003000          INVALID KEY
003010             MOVE "X" TO RESULT-LNK
003020             GO TO FIN-REGISTRAR-VENTA
003030     END-READ.
003040     MOVE PRECIO-VENTA-LNK TO PRECIO-VENTA-PER.
003050     MOVE FECHA-VENTA-LNK  TO FECHA-VENTA-PER.
003060     IF FECHA-VENTA-PER = 0
003070        MOVE FECHA-HOY-W TO FECHA-VENTA-PER
003080     END-IF.
003090     MOVE USUARIO-LNK TO USUARIO-PER.
003100     REWRITE REG-PER
003110         INVALID KEY CONTINUE
003120         NOT INVALID KEY MOVE "S" TO RESULT-LNK
003130     END-REWRITE.
003140 FIN-REGISTRAR-VENTA.
003150     EXIT.

003160 CONSULTAR-PERITAJE.
003170     MOVE CODIGO-CAR-LNK TO CODIGO-CAR-PER.
003180     READ ARCHIVO-PERITAJE
003190          INVALID KEY
003200             MOVE "X" TO RESULT-LNK
003210             GO TO FIN-CONSULTAR-PERITAJE
003220     END-READ.
003230     MOVE MARCA-PER          TO MARCA-LNK.
003240     MOVE LINEA-PER          TO LINEA-LNK.
003250     MOVE ANO-MODELO-PER     TO ANO-MODELO-LNK.
003260     MOVE ODOMETRO-PER       TO ODOMETRO-LNK.
003270     PERFORM DEVOLVER-ITEM
003280             VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 4.
003290     PERFORM DEVOLVER-FOTO
003300             VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 8.
003310     MOVE PERITO-PER         TO PERITO-LNK.
003320     MOVE PRECIO-PACTADO-PER TO PRECIO-PACTADO-LNK.
003330     MOVE PRECIO-VENTA-PER   TO PRECIO-VENTA-LNK.
003340     MOVE FECHA-VENTA-PER    TO FECHA-VENTA-LNK.
003350     MOVE CODIGO-CAR-PER     TO CODIGO-CAR-W.
003360     MOVE LLAVE-MODELO-PER   TO MODELO-BUSCA-W.
003370     PERFORM SUGERIR-RANGO.
003380     IF NRO-COMPARABLES-LNK = 0
003390        MOVE "C" TO RESULT-LNK
003400     ELSE
003410        MOVE "S" TO RESULT-LNK
003420     END-IF.
003430 FIN-CONSULTAR-PERITAJE.
003440     EXIT.

003450 DEVOLVER-ITEM.
003460     MOVE CALIF-PER (IND-W)  TO CALIF-LNK (IND-W).
003470     MOVE OBSERV-PER (IND-W) TO OBSERV-LNK (IND-W).

003480 DEVOLVER-FOTO.
003490     MOVE FOTO-PER (IND-W) TO FOTO-LNK (IND-W).
