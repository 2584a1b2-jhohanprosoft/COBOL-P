      *=================================================================
      * FACTURACION - CARGOS A LA CUENTA DEL INGRESO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS CARGOS QUE NACEN FUERA DE LA CAJA (SANGRE, ESTANCIAS,
      * LIQUIDACIONES) SE ANOTABAN A MANO EN LA CUENTA. ESTE
      * COMPONENTE LOS DEJA EN FACTURA-SERVICIOS, UNO POR LINEA,
      * LIGADOS A LA CUENTA DEL INGRESO (LLAVE DE ARCHIVO-NUMERACION)
      * Y AL PACIENTE, PENDIENTES HASTA QUE SE FACTUREN:
      * MODO "G" - GRABA EL CARGO. SI EL VALOR UNITARIO VIENE EN CERO
      *            SE VALORA COMO EN SER107: TARIFA CONTRATADA DE LA
      *            ENTIDAD (SAL718F) Y SI NO HAY, COSTO GENERAL DE
      *            ARCHIVO-CUPS; UN ARTICULO AL PRECIO DE VENTA DEL
      *            MAESTRO. LA ENTIDAD EN BLANCO SE TOMA DE EPS-PACI.
      *            ORIGEN + REFERENCIA IDENTIFICAN EL HECHO QUE SE
      *            COBRA (P.EJ. "BSAN" + NUMERO DE UNIDAD): SI YA HAY
      *            UN CARGO VIVO CON ESA PAREJA NO SE DUPLICA, ASI EL
      *            LLAMADOR PUEDE REPETIR SIN COBRAR DOS VECES.
      * MODO "A" - ANULA EL CARGO VIVO DE ORIGEN + REFERENCIA SI AUN
      *            NO SE HA FACTURADO.
      * PO -> 15/10/2026 PABLO OLGUIN - SI LA CUENTA TIENE PAQUETE POR
      *         EVENTO VIGENTE (SER108-40) Y EL PAQUETE CUBRE EL CARGO
      *         (SER108-41), EL CARGO SE GRABA "I" INCLUIDO EN PAQUETE
      *         EN LUGAR DE "P": QUEDA EN LA CUENTA PERO NO SE FACTURA.
      * PO -> 15/10/2026 PABLO OLGUIN - EL ARTICULO SE VALIDA CONTRA EL
      *         PRECIO MAXIMO REGULADO DE SU CUM (INV434): SOBRE EL
      *         TOPE CON CONTROL "B" NO SE GRABA (RESULT "R"); CON
      *         CONTROL "A" SE GRABA Y SE AVISA EN PANTALLA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-30.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FACTSERV-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-FSER
000140         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000160            WITH DUPLICATES
000170         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000180         FILE STATUS IS OTR-STAT.

000190     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000200         ASSIGN NOM-NUMER-W
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS LLAVE-NUM
000240         FILE STATUS IS OTR-STAT.

000250     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000260         ASSIGN NOM-PACIE-W
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS COD-PACI
000300         FILE STATUS IS OTR-STAT.

000310     SELECT ARCHIVO-CUPS LOCK MODE IS AUTOMATIC
000320         ASSIGN NOM-CUPS-W
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LLAVE-CUP
000360         ALTERNATE RECORD KEY IS DESCRIP-CUP WITH DUPLICATES
000370         FILE STATUS IS OTR-STAT.

000380     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000390         ASSIGN NOM-ART-W
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS COD-ART
000430         ALTERNATE RECORD KEY IS DESCRIP-ART WITH DUPLICATES
000440         FILE STATUS IS OTR-STAT.

000450 DATA DIVISION.
000460 FILE SECTION.

000470 FD  FACTURA-SERVICIOS
000480     LABEL RECORD STANDARD.
000490 01  REG-FSER.
000500     02 LLAVE-FSER.
000510        03 LLAVE-NUM-FSER.
000520           05 PREFIJO-FSER      PIC X.
000530           05 NRO-FSER          PIC 9(6).
000540        03 SECU-FSER            PIC 9(4).
000550     02 PACI-FSER               PIC X(15).
000560     02 ENTIDAD-FSER            PIC X(6).
000570     02 FECHA-FSER              PIC 9(8).
000580     02 TIPO-FSER               PIC X.
000590        88 CARGO-ES-CUP         VALUE "C".
000600        88 CARGO-ES-ARTICULO    VALUE "A".
000610     02 COD-FSER                PIC X(12).
000620     02 DESCRIP-FSER            PIC X(40).
000630     02 CANT-FSER               PIC 9(4).
000640     02 VLR-UNIT-FSER           PIC 9(9)V99.
000650     02 VLR-TOTAL-FSER          PIC 9(11)V99.
000660     02 LLAVE-ORIGEN-FSER.
000670        03 ORIGEN-FSER          PIC X(4).
000680        03 REFER-FSER           PIC X(20).
000690     02 USUARIO-FSER            PIC X(4).
000700     02 FECHA-GRAB-FSER         PIC 9(8).
000710     02 ESTADO-FSER             PIC X.
000720        88 CARGO-PENDIENTE      VALUE "P".
000730        88 CARGO-FACTURADO      VALUE "F".
000740        88 CARGO-ANULADO        VALUE "A".
000741        88 CARGO-EN-PAQUETE     VALUE "I".
000750     02 LLAVE-FACT-FSER         PIC X(12).

000760 FD  ARCHIVO-NUMERACION
000770     LABEL RECORD STANDARD.
000780 01  REG-NUM.
000790     02 LLAVE-NUM.
000800        03 PREFIJO-NUM          PIC X.
000810        03 NRO-NUM              PIC 9(6).
000820     02 NIT-NUM                 PIC 9(10).
000830     02 ESTADO-NUM              PIC X.
000840     02 FECHA-ING-NUM.
000850        03 LLAVE-MES-ING-NUM.
000860           04 ANO-ING-NUM       PIC 9(4).
000870           04 MES-ING-NUM       PIC 99.
000880        03 DIA-ING-NUM          PIC 99.

000890 FD  ARCHIVO-PACIENTES
000900     LABEL RECORD STANDARD.
000910 01  REG-PACI.
000920     02 COD-PACI                PIC X(15).
000930     02 DESCRIP-PACI            PIC X(40).
000940     02 EPS-PACI                PIC X(6).
000950     02 FILLER                  PIC X(75).

000960 FD  ARCHIVO-CUPS
000970     LABEL RECORD STANDARD.
000980 01  REG-CUP.
000990     02 LLAVE-CUP               PIC X(12).
001000     02 DESCRIP-CUP             PIC X(80).
001010     02 TIPO-CUP                PIC X.
001020     02 ABREV-CUP               PIC X(5).
001030     02 DURACION-CUP            PIC X(3).
001040     02 COSTO-CUP               PIC 9(9)V99.

001050 FD  MAESTRO-ARTICULOS
001060     LABEL RECORD STANDARD.
001070 01  REG-ART.
001080     02 COD-ART                 PIC X(8).
001090     02 DESCRIP-ART             PIC X(50).
001100     02 STOCK-MIN-ART           PIC 9(6).
001110     02 STOCK-MAX-ART           PIC 9(6).
001120     02 STOCK-ALMAC-ART         PIC 9(5).
001130     02 ESTADO-ART              PIC 9.
001140        88 ARTICULO-ACTIVO      VALUE 1.
001150     02 UNIDAD-ART              PIC X(4).
001160     02 COD-BARRAS-ART          PIC X(13).
001170     02 CONTROL-ESP-ART         PIC X.
001180     02 VR-VENTA-ART            PIC 9(9)V99.
001190     02 EXISTENCIA-ART          PIC S9(9)V99 SIGN IS TRAILING.
001200     02 FILLER                  PIC X(10).

001210 WORKING-STORAGE SECTION.

001220 77  NOM-FACTSERV-W             PIC X(60)
001230     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001240 77  NOM-NUMER-W                PIC X(60)
001250     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
001260 77  NOM-PACIE-W                PIC X(60)
001270     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001280 77  NOM-CUPS-W                 PIC X(60)
001290     VALUE "D:\progelect\DATOS\SC-CUPS.DAT".
001300 77  NOM-ART-W                  PIC X(60)
001310     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
001320 77  OTR-STAT                   PIC XX.
001330 77  SW-FIN-W                   PIC 9 VALUE 0.
001340 77  SW-VIVO-W                  PIC 9 VALUE 0.
001350 77  SECU-SIG-W                 PIC 9(4).
001360 77  ENTIDAD-W                  PIC X(6).
001370 77  DESCRIP-W                  PIC X(40).
001380 77  VALOR-UNIT-W               PIC 9(9)V99.
001390 77  MODO-TARIFA-W              PIC X VALUE "C".
001400 77  VALOR-TARIFA-W             PIC 9(9)V99.
001410 77  OPERADOR-TARIFA-W          PIC X(4) VALUE SPACES.
001420 77  RESULT-TARIFA-W            PIC X.
001421 77  RESULT-PAQ-W               PIC X.
001422 77  MODO-PRECIO-W              PIC X VALUE "V".
001423 77  CUM-PRECIO-W               PIC X(15).
001424 77  TOPE-PRECIO-W              PIC 9(9)V99.
001425 77  CONTROL-PRECIO-W           PIC X.
001426 77  NORMA-PRECIO-W             PIC X(20).
001427 77  RESULT-PRECIO-W            PIC X.
001430 01  LLAVE-VIVA-W               PIC X(11).

001440 LINKAGE SECTION.
001450 01  MODO-LNK                   PIC X.
001460     88 MODO-GRABAR             VALUE "G".
001470     88 MODO-ANULAR             VALUE "A".
001480 01  LLAVE-NUM-LNK              PIC X(7).
001490 01  PACI-LNK                   PIC X(15).
001500 01  ENTIDAD-LNK                PIC X(6).
001510 01  FECHA-LNK                  PIC 9(8).
001520 01  TIPO-LNK                   PIC X.
001530 01  COD-LNK                    PIC X(12).
001540 01  CANT-LNK                   PIC 9(4).
001550 01  VALOR-UNIT-LNK             PIC 9(9)V99.
001560 01  ORIGEN-LNK                 PIC X(4).
001570 01  REFER-LNK                  PIC X(20).
001580 01  USUARIO-LNK                PIC X(4).
001590 01  RESULT-LNK                 PIC X.
001600     88 CARGO-OK                VALUE "S".
001610     88 CARGO-YA-EXISTE         VALUE "D".
001620     88 CUENTA-NO-EXISTE        VALUE "X".
001630     88 CARGO-SIN-TARIFA        VALUE "T".
001640     88 CARGO-YA-FACTURADO      VALUE "F".
001650     88 CARGO-NO-OK             VALUE "N".
001651     88 CARGO-SOBRE-TOPE        VALUE "R".

001660 PROCEDURE DIVISION USING MODO-LNK LLAVE-NUM-LNK PACI-LNK
001670                          ENTIDAD-LNK FECHA-LNK TIPO-LNK
001680                          COD-LNK CANT-LNK VALOR-UNIT-LNK
001690                          ORIGEN-LNK REFER-LNK USUARIO-LNK
001700                          RESULT-LNK.

001710 MAINLINE.
001720     MOVE "N" TO RESULT-LNK.
001730     PERFORM ABRIR-ARCHIVO.
001740     EVALUATE TRUE
001750        WHEN MODO-GRABAR
001760             PERFORM GRABAR-CARGO THRU FIN-GRABAR
001770        WHEN MODO-ANULAR
001780             PERFORM ANULAR-CARGO THRU FIN-ANULAR
001790     END-EVALUATE.
001800     CLOSE FACTURA-SERVICIOS.
001810     EXIT PROGRAM.

001820 ABRIR-ARCHIVO.
001830     OPEN I-O FACTURA-SERVICIOS.
001840     IF OTR-STAT = "35"
001850        OPEN OUTPUT FACTURA-SERVICIOS
001860        CLOSE FACTURA-SERVICIOS
001870        OPEN I-O FACTURA-SERVICIOS
001880     END-IF.

      * UN CARGO "VIVO" ES EL QUE NO ESTA ANULADO.
001890 BUSCAR-VIVO.
001900     MOVE 0 TO SW-FIN-W SW-VIVO-W.
001910     MOVE ORIGEN-LNK TO ORIGEN-FSER.
001920     MOVE REFER-LNK  TO REFER-FSER.
001930     START FACTURA-SERVICIOS KEY IS = LLAVE-ORIGEN-FSER
001940           INVALID KEY MOVE 1 TO SW-FIN-W
001950     END-START.
001960     PERFORM LEER-ORIGEN UNTIL SW-FIN-W = 1.

001970 LEER-ORIGEN.
001980     READ FACTURA-SERVICIOS NEXT
001990          AT END MOVE 1 TO SW-FIN-W
002000     END-READ.
002010     IF SW-FIN-W = 0
002020        IF ORIGEN-FSER NOT = ORIGEN-LNK
002030           OR REFER-FSER NOT = REFER-LNK
002040           MOVE 1 TO SW-FIN-W
002050        ELSE
002060           IF NOT CARGO-ANULADO
002070              MOVE 1 TO SW-FIN-W SW-VIVO-W
002080              MOVE LLAVE-FSER TO LLAVE-VIVA-W
002090           END-IF
002100        END-IF
002110     END-IF.

002120 GRABAR-CARGO.
002130     IF REFER-LNK NOT = SPACES
002140        PERFORM BUSCAR-VIVO
002150        IF SW-VIVO-W = 1
002160           MOVE "D" TO RESULT-LNK
002170           GO TO FIN-GRABAR
002180        END-IF
002190     END-IF.
002200     OPEN INPUT ARCHIVO-NUMERACION.
002210     MOVE LLAVE-NUM-LNK TO LLAVE-NUM.
002220     READ ARCHIVO-NUMERACION
002230          INVALID KEY MOVE "X" TO RESULT-LNK
002240     END-READ.
002250     CLOSE ARCHIVO-NUMERACION.
002260     IF RESULT-LNK = "X"
002270        GO TO FIN-GRABAR
002280     END-IF.
002290     MOVE ENTIDAD-LNK TO ENTIDAD-W.
002300     IF ENTIDAD-W = SPACES
002310        OPEN INPUT ARCHIVO-PACIENTES
002320        MOVE PACI-LNK TO COD-PACI
002330        READ ARCHIVO-PACIENTES
002340             INVALID KEY CONTINUE
002350             NOT INVALID KEY MOVE EPS-PACI TO ENTIDAD-W
002360        END-READ
002370        CLOSE ARCHIVO-PACIENTES
002380     END-IF.
002390     MOVE SPACES         TO DESCRIP-W.
002400     MOVE VALOR-UNIT-LNK TO VALOR-UNIT-W.
002410     IF TIPO-LNK = "A"
002420        PERFORM VALORAR-ARTICULO
002421        PERFORM VALIDAR-PRECIO-REG
002422        IF RESULT-PRECIO-W = "B"
002423           MOVE "R" TO RESULT-LNK
002424           GO TO FIN-GRABAR
002425        END-IF
002430     ELSE
002440        PERFORM VALORAR-CUP
002450     END-IF.
002460     PERFORM OBTENER-SECUENCIA.
002470     INITIALIZE REG-FSER.
002480     MOVE LLAVE-NUM-LNK  TO LLAVE-NUM-FSER.
002490     MOVE SECU-SIG-W     TO SECU-FSER.
002500     MOVE PACI-LNK       TO PACI-FSER.
002510     MOVE ENTIDAD-W      TO ENTIDAD-FSER.
002520     MOVE FECHA-LNK      TO FECHA-FSER.
002530     MOVE TIPO-LNK       TO TIPO-FSER.
002540     MOVE COD-LNK        TO COD-FSER.
002550     MOVE DESCRIP-W      TO DESCRIP-FSER.
002560     MOVE CANT-LNK       TO CANT-FSER.
002570     MOVE VALOR-UNIT-W   TO VLR-UNIT-FSER.
002580     COMPUTE VLR-TOTAL-FSER = VALOR-UNIT-W * CANT-LNK.
002590     MOVE ORIGEN-LNK     TO ORIGEN-FSER.
002600     MOVE REFER-LNK      TO REFER-FSER.
002610     MOVE USUARIO-LNK    TO USUARIO-FSER.
002620     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-GRAB-FSER.
002630     MOVE "P"            TO ESTADO-FSER.
002631     CALL "SER108-41" USING LLAVE-NUM-LNK TIPO-LNK COD-LNK
002632                            ORIGEN-LNK FECHA-LNK RESULT-PAQ-W.
002633     IF RESULT-PAQ-W = "I"
002634        MOVE "I" TO ESTADO-FSER
002635     END-IF.
002640     WRITE REG-FSER
002650         INVALID KEY GO TO FIN-GRABAR
002660     END-WRITE.
002670     IF VALOR-UNIT-W = 0
002680        MOVE "T" TO RESULT-LNK
002690     ELSE
002700        MOVE "S" TO RESULT-LNK
002710     END-IF.

002720 FIN-GRABAR.
002730     EXIT.

      * MISMO ORDEN QUE SER107: TARIFA DE LA ENTIDAD Y SI NO HAY,
      * COSTO GENERAL DEL MAESTRO DE CUPS.
002740 VALORAR-CUP.
002750     IF VALOR-UNIT-W = 0 AND ENTIDAD-W NOT = SPACES
002760        MOVE 0 TO VALOR-TARIFA-W
002770        CALL "SAL718F" USING MODO-TARIFA-W ENTIDAD-W COD-LNK
002780                             FECHA-LNK VALOR-TARIFA-W
002790                             OPERADOR-TARIFA-W RESULT-TARIFA-W
002800        IF RESULT-TARIFA-W = "S"
002810           MOVE VALOR-TARIFA-W TO VALOR-UNIT-W
002820        END-IF
002830     END-IF.
002840     OPEN INPUT ARCHIVO-CUPS.
002850     MOVE COD-LNK TO LLAVE-CUP.
002860     READ ARCHIVO-CUPS
002870          INVALID KEY CONTINUE
002880          NOT INVALID KEY
002890             MOVE DESCRIP-CUP TO DESCRIP-W
002900             IF VALOR-UNIT-W = 0
002910                MOVE COSTO-CUP TO VALOR-UNIT-W
002920             END-IF
002930     END-READ.
002940     CLOSE ARCHIVO-CUPS.

002950 VALORAR-ARTICULO.
002960     OPEN INPUT MAESTRO-ARTICULOS.
002970     MOVE COD-LNK (1:8) TO COD-ART.
002980     READ MAESTRO-ARTICULOS
002990          INVALID KEY CONTINUE
003000          NOT INVALID KEY
003010             MOVE DESCRIP-ART TO DESCRIP-W
003020             IF VALOR-UNIT-W = 0
003030                MOVE VR-VENTA-ART TO VALOR-UNIT-W
003040             END-IF
003050     END-READ.
003060     CLOSE MAESTRO-ARTICULOS.

      * EL VALOR UNITARIO YA RESUELTO CONTRA EL TOPE DE SU CUM
003061 VALIDAR-PRECIO-REG.
003062     IF VALOR-UNIT-W > 0
003063        CALL "INV434" USING MODO-PRECIO-W COD-LNK CUM-PRECIO-W
003064                            FECHA-LNK VALOR-UNIT-W TOPE-PRECIO-W
003065                            CONTROL-PRECIO-W NORMA-PRECIO-W
003066                            USUARIO-LNK RESULT-PRECIO-W
003067        CANCEL "INV434"
003068        IF RESULT-PRECIO-W = "A"
003069           DISPLAY "ARTICULO " COD-LNK " SOBRE PRECIO REGULADO "
003070                   "CUM " CUM-PRECIO-W " TOPE " TOPE-PRECIO-W
003071        END-IF
003072     ELSE
003073        MOVE "L" TO RESULT-PRECIO-W
003074     END-IF.

003075 OBTENER-SECUENCIA.
003080     MOVE 0 TO SECU-SIG-W SW-FIN-W.
003090     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-FSER.
003100     MOVE 9999          TO SECU-FSER.
003110     START FACTURA-SERVICIOS KEY IS <= LLAVE-FSER
003120           INVALID KEY MOVE 1 TO SW-FIN-W
003130     END-START.
003140     IF SW-FIN-W = 0
003150        READ FACTURA-SERVICIOS PREVIOUS
003160             AT END CONTINUE
003170             NOT AT END
003180                IF LLAVE-NUM-FSER = LLAVE-NUM-LNK
003190                   MOVE SECU-FSER TO SECU-SIG-W
003200                END-IF
003210        END-READ
003220     END-IF.
003230     ADD 1 TO SECU-SIG-W.

003240 ANULAR-CARGO.
003250     PERFORM BUSCAR-VIVO.
003260     IF SW-VIVO-W = 0
003270        MOVE "X" TO RESULT-LNK
003280        GO TO FIN-ANULAR
003290     END-IF.
003300     MOVE LLAVE-VIVA-W TO LLAVE-FSER.
003310     READ FACTURA-SERVICIOS
003320          INVALID KEY GO TO FIN-ANULAR
003330     END-READ.
003340     IF CARGO-FACTURADO
003350        MOVE "F" TO RESULT-LNK
003360        GO TO FIN-ANULAR
003370     END-IF.
003380     MOVE "A"         TO ESTADO-FSER.
003390     MOVE USUARIO-LNK TO USUARIO-FSER.
003400     REWRITE REG-FSER
003410         INVALID KEY GO TO FIN-ANULAR
003420     END-REWRITE.
003430     MOVE "S" TO RESULT-LNK.

003440 FIN-ANULAR.
003450     EXIT.
