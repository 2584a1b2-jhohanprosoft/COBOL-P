      *=================================================================
      * INVENTARIOS - BOTIQUINES DE PISO CON NIVEL PAR
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CADA SERVICIO TIENE UN BOTIQUIN DE MEDICAMENTOS DE URGENCIA Y
      * USO FRECUENTE QUE SE LLENABA CON UN PEDIDO A MANO. EL BOTIQUIN
      * ES AHORA UN SUB-ALMACEN: UNA DIVISION (ARCHIVO-DIVISION) CON
      * SU NIVEL PAR POR ARTICULO EN ARCHIVO-BOTIQUIN, LA DIVISION DE
      * FARMACIA QUE LO SURTE Y SU EXISTENCIA TEORICA. LA MERCANCIA
      * SALE DEL INVENTARIO CUANDO FARMACIA LA TRASLADA (INV810); EL
      * CONSUMO EN EL PISO SOLO BAJA LA EXISTENCIA TEORICA Y SE LE
      * CARGA AL PACIENTE. SE INVOCA ASI:
      * MODO "D" - DEFINE EL ARTICULO EN EL BOTIQUIN: NIVEL PAR,
      *            CENTRO DE COSTO DEL SERVICIO Y DIVISION QUE SURTE
      *            (PAR EN CERO LO INACTIVA).
      * MODO "C" - CONSUMO A PACIENTE: VALIDA EL REGISTRO SANITARIO
      *            (INV435, RESULT "I" SI ESTA BLOQUEADO), CARGA EL
      *            ARTICULO A LA CUENTA DEL INGRESO (SER108-30 ORIGEN
      *            "BOTQ"), BAJA LA EXISTENCIA TEORICA, DEJA LA LINEA
      *            EN ARCHIVO-CONSUMO-BOT Y, SI VIENE LOTE, LA TRAZA
      *            LOTE/PACIENTE (INV401-17 ORIGEN "B").
      * MODO "R" - RECIBO DEL TRASLADO EJECUTADO (LO LLAMA INV810):
      *            SUBE LA EXISTENCIA TEORICA. "L" SI LA DIVISION
      *            DESTINO NO ES BOTIQUIN DE ESE ARTICULO.
      * MODO "T" - CONTEO RAPIDO POR ARTICULO Y LOTE PARA LA AUDITORIA
      *            MENSUAL (INV437-02) EN ARCHIVO-CONTEO-BOT.
      * LA REPOSICION NOCTURNA AL NIVEL PAR ES INV437-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV437.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-BOTIQUIN LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-BOTIQ-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-BOT
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CONSUMO-BOT LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CONSBOT-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-CBT
000200         ALTERNATE RECORD KEY IS PACI-CBT WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-CONTEO-BOT LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-CONTBOT-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-KBT
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-BOTIQUIN
000310     LABEL RECORD STANDARD.
000320 01  REG-BOT.
000330     02 LLAVE-BOT.
000340        03 DIV-BOT              PIC XX.
000350        03 COD-ART-BOT          PIC X(8).
000360     02 COD-COSTO-BOT           PIC X(4).
000370     02 DIV-SURTE-BOT           PIC XX.
000380     02 PAR-BOT                 PIC 9(7)V99.
000390     02 STOCK-BOT               PIC S9(7)V99 SIGN IS TRAILING.
000400     02 ESTADO-BOT              PIC X.
000410        88 BOT-ACTIVO           VALUE "A".
000420        88 BOT-INACTIVO         VALUE "I".
000430     02 ULT-RECIBO-BOT          PIC 9(8).
000440     02 ULT-CONSUMO-BOT         PIC 9(8).
000450     02 OPER-BOT                PIC X(4).
000460     02 FECHA-ACT-BOT           PIC 9(8).
000470     02 FILLER                  PIC X(15).

000480 FD  ARCHIVO-CONSUMO-BOT
000490     LABEL RECORD STANDARD.
000500 01  REG-CBT.
000510     02 LLAVE-CBT.
000520        03 DIV-CBT              PIC XX.
000530        03 FECHA-CBT            PIC 9(8).
000540        03 HORA-CBT             PIC 9(6).
000550        03 SECU-CBT             PIC 9(3).
000560     02 COD-ART-CBT             PIC X(8).
000570     02 CANT-CBT                PIC 9(7)V99.
000580     02 PACI-CBT                PIC X(15).
000590     02 LLAVE-NUM-CBT           PIC X(7).
000600     02 COD-LTF-CBT             PIC X(10).
000610     02 OPER-CBT                PIC X(4).
000620     02 FILLER                  PIC X(10).

000630 FD  ARCHIVO-CONTEO-BOT
000640     LABEL RECORD STANDARD.
000650 01  REG-KBT.
000660     02 LLAVE-KBT.
000670        03 DIV-KBT              PIC XX.
000680        03 FECHA-KBT            PIC 9(8).
000690        03 COD-ART-KBT          PIC X(8).
000700        03 COD-LTF-KBT          PIC X(10).
000710     02 CANT-KBT                PIC 9(7)V99.
000720     02 OPER-KBT                PIC X(4).
000730     02 FILLER                  PIC X(10).

000740 WORKING-STORAGE SECTION.

000750 77  NOM-BOTIQ-W                PIC X(60)
000760     VALUE "D:\progelect\DATOS\SC-BOTIQUIN.DAT".
000770 77  NOM-CONSBOT-W              PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-CONSBOT.DAT".
000790 77  NOM-CONTBOT-W              PIC X(60)
000800     VALUE "D:\progelect\DATOS\SC-CONTBOT.DAT".
000810 77  OTR-STAT                   PIC XX.
000820 77  FECHA-HOY-W                PIC 9(8).
000830 77  HORA-HOY-W                 PIC 9(6).
000840 77  SECU-SIG-W                 PIC 9(3) VALUE 0.
000850 77  MODO-REGSAN-W              PIC X VALUE "V".
000860 77  RESULT-REGSAN-W            PIC X.
000870 77  MODO-CARGO-W               PIC X VALUE "G".
000880 77  ENTIDAD-CARGO-W            PIC X(6) VALUE SPACES.
000890 77  TIPO-CARGO-W               PIC X VALUE "A".
000900 77  COD-CARGO-W                PIC X(12).
000910 77  CANT-CARGO-W               PIC 9(4).
000920 77  VALOR-CARGO-W              PIC 9(9)V99 VALUE 0.
000930 77  ORIGEN-CARGO-W             PIC X(4) VALUE "BOTQ".
000940 77  RESULT-CARGO-W             PIC X.
000950 77  MODO-TRAZA-W               PIC X VALUE "G".
000960 77  ORIGEN-TRAZA-W             PIC X VALUE "B".
000970 77  CANT-TRAZA-W               PIC 9(5)V99.
000980 77  RESULT-TRAZA-W             PIC X.

000990 01  DATOS-REGSAN-W.
001000     02 REGISTRO-REGSAN-W       PIC X(20).
001010     02 TITULAR-REGSAN-W        PIC X(40).
001020     02 VENCE-REGSAN-W          PIC 9(8).
001030     02 ESTADO-REGSAN-W         PIC X.
001040     02 SOLICITA-REGSAN-W       PIC X(4).
001050     02 HASTA-REGSAN-W          PIC 9(8).

001060 01  REFER-CARGO-W.
001070     02 DIV-REFER-W             PIC XX.
001080     02 FECHA-REFER-W           PIC 9(8).
001090     02 HORA-REFER-W            PIC 9(6).
001100     02 SECU-REFER-W            PIC 9(3).
001110     02 FILLER                  PIC X VALUE SPACE.

001120 LINKAGE SECTION.
001130 01  MODO-LNK                   PIC X.
001140     88 MODO-DEFINIR            VALUE "D".
001150     88 MODO-CONSUMO            VALUE "C".
001160     88 MODO-RECIBO             VALUE "R".
001170     88 MODO-CONTEO             VALUE "T".
001180 01  DIV-LNK                    PIC XX.
001190 01  COD-ART-LNK                PIC X(8).
001200 01  DATOS-BOT-LNK.
001210     02 PAR-LNK                 PIC 9(7)V99.
001220     02 COD-COSTO-LNK           PIC X(4).
001230     02 DIV-SURTE-LNK           PIC XX.
001240     02 CANT-LNK                PIC 9(7)V99.
001250     02 LLAVE-NUM-LNK           PIC X(7).
001260     02 PACI-LNK                PIC X(15).
001270     02 COD-LTF-LNK             PIC X(10).
001280 01  USUARIO-LNK                PIC X(4).
001290 01  RESULT-LNK                 PIC X.
001300     88 BOTIQUIN-OK             VALUE "S".
001310     88 BOTIQUIN-NO-ES          VALUE "L".
001320     88 BOTIQUIN-SIN-REGISTRO   VALUE "I".
001330     88 BOTIQUIN-SIN-CARGO      VALUE "F".
001340     88 BOTIQUIN-NO-OK          VALUE "N".

001350 PROCEDURE DIVISION USING MODO-LNK DIV-LNK COD-ART-LNK
001360                          DATOS-BOT-LNK USUARIO-LNK RESULT-LNK.

001370 MAINLINE.
001380     MOVE "N" TO RESULT-LNK.
001390     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001400     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
001410     EVALUATE TRUE
001420        WHEN MODO-DEFINIR
001430             PERFORM DEFINIR-ARTICULO THRU FIN-DEFINIR
001440        WHEN MODO-CONSUMO
001450             PERFORM CONSUMIR-ARTICULO THRU FIN-CONSUMIR
001460        WHEN MODO-RECIBO
001470             PERFORM RECIBIR-TRASLADO THRU FIN-RECIBIR
001480        WHEN MODO-CONTEO
001490             PERFORM GRABAR-CONTEO THRU FIN-GRABAR-CONTEO
001500     END-EVALUATE.
001510     EXIT PROGRAM.

001520 ABRIR-BOTIQUIN.
001530     OPEN I-O ARCHIVO-BOTIQUIN.
001540     IF OTR-STAT = "35"
001550        OPEN OUTPUT ARCHIVO-BOTIQUIN
001560        CLOSE ARCHIVO-BOTIQUIN
001570        OPEN I-O ARCHIVO-BOTIQUIN
001580     END-IF.

001590 DEFINIR-ARTICULO.
001600     IF DIV-LNK = SPACES OR COD-ART-LNK = SPACES
001610        OR DIV-SURTE-LNK = SPACES OR DIV-SURTE-LNK = DIV-LNK
001620        GO TO FIN-DEFINIR
001630     END-IF.
001640     PERFORM ABRIR-BOTIQUIN.
001650     MOVE DIV-LNK     TO DIV-BOT.
001660     MOVE COD-ART-LNK TO COD-ART-BOT.
001670     READ ARCHIVO-BOTIQUIN
001680          INVALID KEY
001690             INITIALIZE REG-BOT
001700             MOVE DIV-LNK     TO DIV-BOT
001710             MOVE COD-ART-LNK TO COD-ART-BOT
001720     END-READ.
001730     MOVE COD-COSTO-LNK TO COD-COSTO-BOT.
001740     MOVE DIV-SURTE-LNK TO DIV-SURTE-BOT.
001750     MOVE PAR-LNK       TO PAR-BOT.
001760     IF PAR-LNK = 0
001770        MOVE "I" TO ESTADO-BOT
001780     ELSE
001790        MOVE "A" TO ESTADO-BOT
001800     END-IF.
001810     MOVE USUARIO-LNK   TO OPER-BOT.
001820     MOVE FECHA-HOY-W   TO FECHA-ACT-BOT.
001830     REWRITE REG-BOT
001840         INVALID KEY WRITE REG-BOT END-WRITE
001850     END-REWRITE.
001860     CLOSE ARCHIVO-BOTIQUIN.
001870     MOVE "S" TO RESULT-LNK.

001880 FIN-DEFINIR.
001890     EXIT.

      * EL CARGO VA PRIMERO: SI LA CUENTA NO LO ACEPTA NO SE DESCUENTA
001900 CONSUMIR-ARTICULO.
001910     IF CANT-LNK = 0 OR PACI-LNK = SPACES
001920        OR LLAVE-NUM-LNK = SPACES
001930        GO TO FIN-CONSUMIR
001940     END-IF.
001950     PERFORM ABRIR-BOTIQUIN.
001960     MOVE DIV-LNK     TO DIV-BOT.
001970     MOVE COD-ART-LNK TO COD-ART-BOT.
001980     READ ARCHIVO-BOTIQUIN
001990          INVALID KEY
002000             MOVE "L" TO RESULT-LNK
002010             CLOSE ARCHIVO-BOTIQUIN
002020             GO TO FIN-CONSUMIR
002030     END-READ.
002040     IF NOT BOT-ACTIVO
002050        MOVE "L" TO RESULT-LNK
002060        CLOSE ARCHIVO-BOTIQUIN
002070        GO TO FIN-CONSUMIR
002080     END-IF.
002090     CALL "INV435" USING MODO-REGSAN-W COD-ART-LNK
002100                         DATOS-REGSAN-W FECHA-HOY-W
002110                         USUARIO-LNK RESULT-REGSAN-W.
002120     CANCEL "INV435".
002130     IF RESULT-REGSAN-W = "B"
002140        MOVE "I" TO RESULT-LNK
002150        CLOSE ARCHIVO-BOTIQUIN
002160        GO TO FIN-CONSUMIR
002170     END-IF.
002180     OPEN I-O ARCHIVO-CONSUMO-BOT.
002190     IF OTR-STAT = "35"
002200        OPEN OUTPUT ARCHIVO-CONSUMO-BOT
002210        CLOSE ARCHIVO-CONSUMO-BOT
002220        OPEN I-O ARCHIVO-CONSUMO-BOT
002230     END-IF.
002240     PERFORM OBTENER-SECUENCIA.
002250     MOVE DIV-LNK     TO DIV-REFER-W.
002260     MOVE FECHA-HOY-W TO FECHA-REFER-W.
002270     MOVE HORA-HOY-W  TO HORA-REFER-W.
002280     MOVE SECU-SIG-W  TO SECU-REFER-W.
002290     MOVE COD-ART-LNK TO COD-CARGO-W.
002300     MOVE CANT-LNK    TO CANT-CARGO-W.
002310     CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-LNK PACI-LNK
002320                            ENTIDAD-CARGO-W FECHA-HOY-W
002330                            TIPO-CARGO-W COD-CARGO-W
002340                            CANT-CARGO-W VALOR-CARGO-W
002350                            ORIGEN-CARGO-W REFER-CARGO-W
002360                            USUARIO-LNK RESULT-CARGO-W.
002370     CANCEL "SER108-30".
002380     IF RESULT-CARGO-W NOT = "S"
002390        MOVE "F" TO RESULT-LNK
002400        CLOSE ARCHIVO-BOTIQUIN ARCHIVO-CONSUMO-BOT
002410        GO TO FIN-CONSUMIR
002420     END-IF.
002430     INITIALIZE REG-CBT.
002440     MOVE DIV-LNK       TO DIV-CBT.
002450     MOVE FECHA-HOY-W   TO FECHA-CBT.
002460     MOVE HORA-HOY-W    TO HORA-CBT.
002470     MOVE SECU-SIG-W    TO SECU-CBT.
002480     MOVE COD-ART-LNK   TO COD-ART-CBT.
002490     MOVE CANT-LNK      TO CANT-CBT.
002500     MOVE PACI-LNK      TO PACI-CBT.
002510     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-CBT.
002520     MOVE COD-LTF-LNK   TO COD-LTF-CBT.
002530     MOVE USUARIO-LNK   TO OPER-CBT.
002540     WRITE REG-CBT INVALID KEY CONTINUE END-WRITE.
002550     SUBTRACT CANT-LNK FROM STOCK-BOT.
002560     MOVE FECHA-HOY-W TO ULT-CONSUMO-BOT.
002570     REWRITE REG-BOT INVALID KEY CONTINUE END-REWRITE.
002580     CLOSE ARCHIVO-BOTIQUIN ARCHIVO-CONSUMO-BOT.
002590     IF COD-LTF-LNK NOT = SPACES
002600        MOVE CANT-LNK TO CANT-TRAZA-W
002610        CALL "INV401-17" USING MODO-TRAZA-W COD-LTF-LNK PACI-LNK
002620                               ORIGEN-TRAZA-W REFER-CARGO-W
002630                               CANT-TRAZA-W USUARIO-LNK
002640                               RESULT-TRAZA-W
002650        CANCEL "INV401-17"
002660     END-IF.
002670     MOVE "S" TO RESULT-LNK.

002680 FIN-CONSUMIR.
002690     EXIT.

002700 OBTENER-SECUENCIA.
002710     MOVE 0           TO SECU-SIG-W.
002720     MOVE DIV-LNK     TO DIV-CBT.
002730     MOVE FECHA-HOY-W TO FECHA-CBT.
002740     MOVE HORA-HOY-W  TO HORA-CBT.
002750     MOVE 999         TO SECU-CBT.
002760     START ARCHIVO-CONSUMO-BOT KEY IS <= LLAVE-CBT
002770           INVALID KEY CONTINUE
002780           NOT INVALID KEY
002790              READ ARCHIVO-CONSUMO-BOT PREVIOUS
002800                   AT END CONTINUE
002810                   NOT AT END
002820                      IF DIV-CBT = DIV-LNK
002830                         AND FECHA-CBT = FECHA-HOY-W
002840                         AND HORA-CBT = HORA-HOY-W
002850                         MOVE SECU-CBT TO SECU-SIG-W
002860                      END-IF
002870              END-READ
002880     END-START.
002890     ADD 1 TO SECU-SIG-W.

002900 RECIBIR-TRASLADO.
002910     MOVE "L" TO RESULT-LNK.
002920     OPEN I-O ARCHIVO-BOTIQUIN.
002930     IF OTR-STAT NOT = "00"
002940        GO TO FIN-RECIBIR
002950     END-IF.
002960     MOVE DIV-LNK     TO DIV-BOT.
002970     MOVE COD-ART-LNK TO COD-ART-BOT.
002980     READ ARCHIVO-BOTIQUIN
002990          INVALID KEY
003000             CLOSE ARCHIVO-BOTIQUIN
003010             GO TO FIN-RECIBIR
003020     END-READ.
003030     ADD CANT-LNK TO STOCK-BOT.
003040     MOVE FECHA-HOY-W TO ULT-RECIBO-BOT.
003050     REWRITE REG-BOT INVALID KEY CONTINUE END-REWRITE.
003060     CLOSE ARCHIVO-BOTIQUIN.
003070     MOVE "S" TO RESULT-LNK.

003080 FIN-RECIBIR.
003090     EXIT.

      * UN RECONTEO EL MISMO DIA REEMPLAZA EL ANTERIOR
003100 GRABAR-CONTEO.
003110     IF DIV-LNK = SPACES OR COD-ART-LNK = SPACES
003120        GO TO FIN-GRABAR-CONTEO
003130     END-IF.
003140     OPEN I-O ARCHIVO-CONTEO-BOT.
003150     IF OTR-STAT = "35"
003160        OPEN OUTPUT ARCHIVO-CONTEO-BOT
003170        CLOSE ARCHIVO-CONTEO-BOT
003180        OPEN I-O ARCHIVO-CONTEO-BOT
003190     END-IF.
003200     INITIALIZE REG-KBT.
003210     MOVE DIV-LNK     TO DIV-KBT.
003220     MOVE FECHA-HOY-W TO FECHA-KBT.
003230     MOVE COD-ART-LNK TO COD-ART-KBT.
003240     MOVE COD-LTF-LNK TO COD-LTF-KBT.
003250     MOVE CANT-LNK    TO CANT-KBT.
003260     MOVE USUARIO-LNK TO OPER-KBT.
003270     REWRITE REG-KBT
003280         INVALID KEY WRITE REG-KBT END-WRITE
003290     END-REWRITE.
003300     CLOSE ARCHIVO-CONTEO-BOT.
003310     MOVE "S" TO RESULT-LNK.

003320 FIN-GRABAR-CONTEO.
003330     EXIT.
