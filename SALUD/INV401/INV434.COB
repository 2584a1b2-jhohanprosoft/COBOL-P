      *=================================================================
      * INVENTARIOS - CUM DEL ARTICULO Y PRECIOS MAXIMOS REGULADOS
      * (CONTROL DE PRECIOS Y SISMED)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS MEDICAMENTOS CON PRECIO REGULADO (CIRCULARES DE LA
      * COMISION NACIONAL DE PRECIOS) SE FACTURABAN Y DISPENSABAN SIN
      * MIRAR EL TOPE, Y EL REPORTE SISMED SE ARMABA A MANO PORQUE EL
      * MAESTRO NO TENIA EL CUM. COMO REG-ART NO TIENE BYTES LIBRES
      * EL CUM VA EN ARCHIVO-CUM-ART, LLAVE COD-ART (IGUAL QUE EL
      * FACTOR DE FRACCIONAMIENTO DE INV428). SE INVOCA ASI:
      * MODO "C" - GRABA EL CUM DEL ARTICULO (CUM EN BLANCO LO
      *            BORRA).
      * MODO "P" - GRABA EL PRECIO MAXIMO DE UN CUM DESDE UNA FECHA
      *            DE VIGENCIA (ARCHIVO-PRECIO-REG), CON SU CONTROL:
      *            "B" BLOQUEA (POR DEFECTO) O "A" SOLO ADVIERTE, Y
      *            LA NORMA QUE LO FIJA.
      * MODO "V" - VALIDA EL PRECIO UNITARIO DE UN ARTICULO A UNA
      *            FECHA. PRECIO EN CERO TOMA EL PRECIO DE VENTA DEL
      *            MAESTRO. EL TOPE VIGENTE ES EL DE MAYOR FECHA DE
      *            VIGENCIA NO POSTERIOR A LA FECHA. DEVUELVE CUM,
      *            TOPE Y CONTROL, Y EN RESULT-LNK "S" DENTRO DEL
      *            TOPE, "L" LIBRE (SIN CUM O SIN TOPE), "A" SOBRE EL
      *            TOPE CON ADVERTENCIA, "B" SOBRE EL TOPE BLOQUEADO.
      * LO LLAMAN LA FACTURACION (INV401 Y LOS CARGOS DE SER108-30) Y
      * LA DISPENSACION (INV433). EL REPORTE TRIMESTRAL DE SISMED ES
      * INV434-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV434.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CUM-ART LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CUMART-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-ART-CUA
000140         ALTERNATE RECORD KEY IS CUM-CUA WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PRECIO-REG LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PRECREG-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PRG
000210         FILE STATUS IS OTR-STAT.

000220     SELECT MAESTRO-ARTICULOS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-ART-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS COD-ART
000270         ALTERNATE RECORD KEY IS DESCRIP-ART WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290 DATA DIVISION.
000300 FILE SECTION.

000310 FD  ARCHIVO-CUM-ART
000320     LABEL RECORD STANDARD.
000330 01  REG-CUA.
000340     02 COD-ART-CUA             PIC X(8).
000350     02 CUM-CUA                 PIC X(15).
000360     02 OPER-CUA                PIC X(4).
000370     02 FECHA-ACT-CUA           PIC 9(8).
000380     02 FILLER                  PIC X(15).

000390 FD  ARCHIVO-PRECIO-REG
000400     LABEL RECORD STANDARD.
000410 01  REG-PRG.
000420     02 LLAVE-PRG.
000430        03 CUM-PRG              PIC X(15).
000440        03 FECHA-VIG-PRG        PIC 9(8).
000450     02 PRECIO-MAX-PRG          PIC 9(9)V99.
000460     02 CONTROL-PRG             PIC X.
000470        88 PRG-BLOQUEA          VALUE "B".
000480        88 PRG-ADVIERTE         VALUE "A".
000490     02 NORMA-PRG               PIC X(20).
000500     02 OPER-PRG                PIC X(4).
000510     02 FECHA-ACT-PRG           PIC 9(8).
000520     02 FILLER                  PIC X(15).

000530 FD  MAESTRO-ARTICULOS
000540     LABEL RECORD STANDARD.
000550 01  REG-ART.
000560     02 COD-ART                 PIC X(8).
000570     02 DESCRIP-ART             PIC X(50).
000580     02 STOCK-MIN-ART           PIC 9(6).
000590     02 STOCK-MAX-ART           PIC 9(6).
000600     02 STOCK-ALMAC-ART         PIC 9(5).
000610     02 ESTADO-ART              PIC 9.
000620        88 ARTICULO-ACTIVO      VALUE 1.
000630     02 UNIDAD-ART              PIC X(4).
000640     02 COD-BARRAS-ART          PIC X(13).
000650     02 CONTROL-ESP-ART         PIC X.
000660     02 VR-VENTA-ART            PIC 9(9)V99.
000670     02 EXISTENCIA-ART          PIC S9(9)V99 SIGN IS TRAILING.
000680     02 FILLER                  PIC X(10).

000690 WORKING-STORAGE SECTION.

000700 77  NOM-CUMART-W               PIC X(60)
000710     VALUE "D:\progelect\DATOS\SC-CUMART.DAT".
000720 77  NOM-PRECREG-W              PIC X(60)
000730     VALUE "D:\progelect\DATOS\SC-PRECREG.DAT".
000740 77  NOM-ART-W                  PIC X(60)
000750     VALUE "D:\progelect\DATOS\SC-ARTIC.DAT".
000760 77  OTR-STAT                   PIC XX.
000770 77  SW-FIN-W                   PIC 9 VALUE 0.
000780 77  PRECIO-W                   PIC 9(9)V99 VALUE 0.

000790 LINKAGE SECTION.
000800 01  MODO-LNK                   PIC X.
000810     88 MODO-CUM                VALUE "C".
000820     88 MODO-PRECIO             VALUE "P".
000830     88 MODO-VALIDAR            VALUE "V".
000840 01  COD-ART-LNK                PIC X(8).
000850 01  CUM-LNK                    PIC X(15).
000860 01  FECHA-LNK                  PIC 9(8).
000870 01  PRECIO-LNK                 PIC 9(9)V99.
000880 01  TOPE-LNK                   PIC 9(9)V99.
000890 01  CONTROL-LNK                PIC X.
000900 01  NORMA-LNK                  PIC X(20).
000910 01  USUARIO-LNK                PIC X(4).
000920 01  RESULT-LNK                 PIC X.
000930     88 PRECIO-OK               VALUE "S".
000940     88 PRECIO-LIBRE            VALUE "L".
000950     88 PRECIO-ADVERTIDO        VALUE "A".
000960     88 PRECIO-BLOQUEADO        VALUE "B".
000970     88 PRECIO-NO-OK            VALUE "N".

000980 PROCEDURE DIVISION USING MODO-LNK COD-ART-LNK CUM-LNK FECHA-LNK
000990                          PRECIO-LNK TOPE-LNK CONTROL-LNK
001000                          NORMA-LNK USUARIO-LNK RESULT-LNK.

001010 MAINLINE.
001020     MOVE "N" TO RESULT-LNK.
001030     EVALUATE TRUE
001040        WHEN MODO-CUM
001050             PERFORM GRABAR-CUM THRU FIN-GRABAR-CUM
001060        WHEN MODO-PRECIO
001070             PERFORM GRABAR-PRECIO THRU FIN-GRABAR-PRECIO
001080        WHEN MODO-VALIDAR
001090             PERFORM VALIDAR-PRECIO THRU FIN-VALIDAR
001100     END-EVALUATE.
001110     EXIT PROGRAM.

001120 GRABAR-CUM.
001130     IF COD-ART-LNK = SPACES
001140        GO TO FIN-GRABAR-CUM
001150     END-IF.
001160     OPEN I-O ARCHIVO-CUM-ART.
001170     IF OTR-STAT = "35"
001180        OPEN OUTPUT ARCHIVO-CUM-ART
001190        CLOSE ARCHIVO-CUM-ART
001200        OPEN I-O ARCHIVO-CUM-ART
001210     END-IF.
001220     MOVE COD-ART-LNK TO COD-ART-CUA.
001230     IF CUM-LNK = SPACES
001240        DELETE ARCHIVO-CUM-ART RECORD
001250            INVALID KEY CONTINUE
001260        END-DELETE
001270        MOVE "S" TO RESULT-LNK
001280        CLOSE ARCHIVO-CUM-ART
001290        GO TO FIN-GRABAR-CUM
001300     END-IF.
001310     INITIALIZE REG-CUA.
001320     MOVE COD-ART-LNK TO COD-ART-CUA.
001330     MOVE CUM-LNK     TO CUM-CUA.
001340     MOVE USUARIO-LNK TO OPER-CUA.
001350     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-ACT-CUA.
001360     WRITE REG-CUA
001370         INVALID KEY REWRITE REG-CUA
001380                         INVALID KEY CONTINUE
001390                         NOT INVALID KEY
001400                            MOVE "S" TO RESULT-LNK
001410                     END-REWRITE
001420         NOT INVALID KEY MOVE "S" TO RESULT-LNK
001430     END-WRITE.
001440     CLOSE ARCHIVO-CUM-ART.

001450 FIN-GRABAR-CUM.
001460     EXIT.

001470 GRABAR-PRECIO.
001480     IF CUM-LNK = SPACES OR FECHA-LNK = 0 OR PRECIO-LNK = 0
001490        GO TO FIN-GRABAR-PRECIO
001500     END-IF.
001510     IF CONTROL-LNK NOT = "A"
001520        MOVE "B" TO CONTROL-LNK
001530     END-IF.
001540     OPEN I-O ARCHIVO-PRECIO-REG.
001550     IF OTR-STAT = "35"
001560        OPEN OUTPUT ARCHIVO-PRECIO-REG
001570        CLOSE ARCHIVO-PRECIO-REG
001580        OPEN I-O ARCHIVO-PRECIO-REG
001590     END-IF.
001600     INITIALIZE REG-PRG.
001610     MOVE CUM-LNK     TO CUM-PRG.
001620     MOVE FECHA-LNK   TO FECHA-VIG-PRG.
001630     MOVE PRECIO-LNK  TO PRECIO-MAX-PRG.
001640     MOVE CONTROL-LNK TO CONTROL-PRG.
001650     MOVE NORMA-LNK   TO NORMA-PRG.
001660     MOVE USUARIO-LNK TO OPER-PRG.
001670     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-ACT-PRG.
001680     WRITE REG-PRG
001690         INVALID KEY REWRITE REG-PRG
001700                         INVALID KEY CONTINUE
001710                         NOT INVALID KEY
001720                            MOVE "S" TO RESULT-LNK
001730                     END-REWRITE
001740         NOT INVALID KEY MOVE "S" TO RESULT-LNK
001750     END-WRITE.
001760     CLOSE ARCHIVO-PRECIO-REG.

001770 FIN-GRABAR-PRECIO.
001780     EXIT.

      * SIN CUM O SIN TOPE VIGENTE EL PRECIO ES LIBRE
001790 VALIDAR-PRECIO.
001800     MOVE "L"    TO RESULT-LNK.
001810     MOVE SPACES TO CUM-LNK CONTROL-LNK NORMA-LNK.
001820     MOVE 0      TO TOPE-LNK.
001830     OPEN INPUT ARCHIVO-CUM-ART.
001840     IF OTR-STAT NOT = "00"
001850        GO TO FIN-VALIDAR
001860     END-IF.
001870     MOVE COD-ART-LNK TO COD-ART-CUA.
001880     READ ARCHIVO-CUM-ART
001890          INVALID KEY MOVE SPACES TO CUM-CUA
001900     END-READ.
001910     CLOSE ARCHIVO-CUM-ART.
001920     IF CUM-CUA = SPACES
001930        GO TO FIN-VALIDAR
001940     END-IF.
001950     MOVE CUM-CUA TO CUM-LNK.
001960     PERFORM BUSCAR-TOPE.
001970     IF SW-FIN-W = 1
001980        GO TO FIN-VALIDAR
001990     END-IF.
002000     MOVE PRECIO-MAX-PRG TO TOPE-LNK.
002010     MOVE CONTROL-PRG    TO CONTROL-LNK.
002020     MOVE NORMA-PRG      TO NORMA-LNK.
002030     MOVE PRECIO-LNK     TO PRECIO-W.
002040     IF PRECIO-W = 0
002050        PERFORM LEER-PRECIO-MAESTRO
002060     END-IF.
002070     IF PRECIO-W NOT > PRECIO-MAX-PRG
002080        MOVE "S" TO RESULT-LNK
002090     ELSE
002100        IF PRG-ADVIERTE
002110           MOVE "A" TO RESULT-LNK
002120        ELSE
002130           MOVE "B" TO RESULT-LNK
002140        END-IF
002150     END-IF.

002160 FIN-VALIDAR.
002170     EXIT.

      * EL TOPE VIGENTE ES EL DE MAYOR VIGENCIA NO POSTERIOR A LA
      * FECHA: SE POSICIONA EN CUM + FECHA Y SE LEE HACIA ATRAS.
002180 BUSCAR-TOPE.
002190     MOVE 0 TO SW-FIN-W.
002200     OPEN INPUT ARCHIVO-PRECIO-REG.
002210     IF OTR-STAT NOT = "00"
002220        MOVE 1 TO SW-FIN-W
002230     ELSE
002240        MOVE CUM-CUA   TO CUM-PRG
002250        MOVE FECHA-LNK TO FECHA-VIG-PRG
002260        START ARCHIVO-PRECIO-REG KEY IS <= LLAVE-PRG
002270              INVALID KEY MOVE 1 TO SW-FIN-W
002280        END-START
002290        IF SW-FIN-W = 0
002300           READ ARCHIVO-PRECIO-REG PREVIOUS
002310                AT END MOVE 1 TO SW-FIN-W
002320           END-READ
002330        END-IF
002340        IF SW-FIN-W = 0 AND CUM-PRG NOT = CUM-CUA
002350           MOVE 1 TO SW-FIN-W
002360        END-IF
002370        CLOSE ARCHIVO-PRECIO-REG
002380     END-IF.

002390 LEER-PRECIO-MAESTRO.
002400     OPEN INPUT MAESTRO-ARTICULOS.
002410     MOVE COD-ART-LNK TO COD-ART.
002420     READ MAESTRO-ARTICULOS
002430          INVALID KEY CONTINUE
002440          NOT INVALID KEY MOVE VR-VENTA-ART TO PRECIO-W
002450     END-READ.
002460     CLOSE MAESTRO-ARTICULOS.
002470     MOVE PRECIO-W TO PRECIO-LNK.
