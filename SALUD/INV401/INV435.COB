      *=================================================================
      * INVENTARIOS - REGISTRO SANITARIO INVIMA POR ARTICULO CON
      * BLOQUEO EN RECIBO, DISPENSACION Y RESERVA DE CANASTAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * NADA IMPEDIA COMPRAR O DISPENSAR UN PRODUCTO CON EL REGISTRO
      * SANITARIO VENCIDO O SUSPENDIDO. COMO REG-ART NO TIENE BYTES
      * LIBRES EL REGISTRO VA EN ARCHIVO-REG-SANIT, LLAVE COD-ART
      * (IGUAL QUE EL CUM DE INV434), Y CADA CAMBIO DEJA SU FOTO EN
      * ARCHIVO-HIST-REGSAN. ESTADOS: "V" VIGENTE, "T" EN TRAMITE DE
      * RENOVACION, "X" VENCIDO, "S" SUSPENDIDO. SE INVOCA ASI:
      * MODO "G" - GRABA NUMERO, TITULAR, VENCIMIENTO Y ESTADO DEL
      *            REGISTRO DEL ARTICULO.
      * MODO "X" - EXCEPCION SUPERVISADA: EL APROBADOR DEL OPERADOR
      *            QUE LA PIDE (CON003B) AUTORIZA MOVER EL ARTICULO
      *            NO VIGENTE HASTA UNA FECHA (EN CERO, SOLO HOY).
      *            SI QUIEN AUTORIZA NO ES SU APROBADOR: RESULT "P".
      * MODO "V" - VALIDA EL ARTICULO A UNA FECHA: "S" VIGENTE (O EN
      *            TRAMITE), "L" SIN REGISTRO EN EL ARCHIVO (NO ES
      *            PRODUCTO CON REGISTRO), "O" NO VIGENTE PERO CON
      *            EXCEPCION AUTORIZADA, "B" BLOQUEADO. EL VIGENTE
      *            CON FECHA DE VENCIMIENTO CUMPLIDA SE TOMA VENCIDO.
      * LO LLAMAN EL RECIBO DE COMPRAS (INV497), LA DISPENSACION
      * (INV401 E INV433) Y LA RESERVA DE CANASTAS (INV426). EL
      * LISTADO MENSUAL DE REGISTROS POR VENCER ES INV435-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV435.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-REG-SANIT LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-REGSANIT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-ART-RSA
000140         ALTERNATE RECORD KEY IS VENCE-RSA WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-HIST-REGSAN LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-HISTRSA-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-HRS
000210         FILE STATUS IS OTR-STAT.

000220 DATA DIVISION.
000230 FILE SECTION.

000240 FD  ARCHIVO-REG-SANIT
000250     LABEL RECORD STANDARD.
000260 01  REG-RSA.
000270     02 COD-ART-RSA             PIC X(8).
000280     02 REGISTRO-RSA            PIC X(20).
000290     02 TITULAR-RSA             PIC X(40).
000300     02 VENCE-RSA               PIC 9(8).
000310     02 ESTADO-RSA              PIC X.
000320        88 RSA-VIGENTE          VALUE "V".
000330        88 RSA-EN-TRAMITE       VALUE "T".
000340        88 RSA-VENCIDO          VALUE "X".
000350        88 RSA-SUSPENDIDO       VALUE "S".
000360     02 OPER-RSA                PIC X(4).
000370     02 FECHA-ACT-RSA           PIC 9(8).
000380     02 EXCEPCION-RSA.
000390        03 SOLICITA-EXC-RSA     PIC X(4).
000400        03 AUTORIZA-EXC-RSA     PIC X(4).
000410        03 HASTA-EXC-RSA        PIC 9(8).
000420     02 FILLER                  PIC X(15).

000430 FD  ARCHIVO-HIST-REGSAN
000440     LABEL RECORD STANDARD.
000450 01  REG-HRS.
000460     02 LLAVE-HRS.
000470        03 COD-ART-HRS          PIC X(8).
000480        03 FECHA-HRS            PIC 9(8).
000490        03 SECU-HRS             PIC 9(3).
000500     02 TIPO-HRS                PIC X.
000510        88 HRS-CAMBIO           VALUE "G".
000520        88 HRS-EXCEPCION        VALUE "X".
000530     02 REGISTRO-HRS            PIC X(20).
000540     02 TITULAR-HRS             PIC X(40).
000550     02 VENCE-HRS               PIC 9(8).
000560     02 ESTADO-HRS              PIC X.
000570     02 SOLICITA-HRS            PIC X(4).
000580     02 HASTA-EXC-HRS           PIC 9(8).
000590     02 OPER-HRS                PIC X(4).
000600     02 FILLER                  PIC X(10).

000610 WORKING-STORAGE SECTION.

000620 77  NOM-REGSANIT-W             PIC X(60)
000630     VALUE "D:\progelect\DATOS\SC-REGSANIT.DAT".
000640 77  NOM-HISTRSA-W              PIC X(60)
000650     VALUE "D:\progelect\DATOS\SC-HISTRSA.DAT".
000660 77  OTR-STAT                   PIC XX.
000670 77  SW-FIN-W                   PIC 9 VALUE 0.
000680 77  FECHA-HOY-W                PIC 9(8).
000690 77  SECU-SIG-W                 PIC 9(3) VALUE 0.
000700 77  TIPO-HIST-W                PIC X.
000710 77  MODO-RUTEO-W               PIC X VALUE "C".
000720 77  OPER-APROBADOR-W           PIC X(4).
000730 77  COD-DEPEN-APROB-W          PIC 9(3).
000740 77  RESULT-RUTEO-W             PIC X.
000750 77  COD-DEPEN-MANT-W           PIC 9(3) VALUE 0.
000760 77  DEPEN-PADRE-MANT-W         PIC 9(3) VALUE 0.
000770 77  OPER-APRUEBA-MANT-W        PIC X(4) VALUE SPACES.

000780 LINKAGE SECTION.
000790 01  MODO-LNK                   PIC X.
000800     88 MODO-GRABAR             VALUE "G".
000810     88 MODO-EXCEPCION          VALUE "X".
000820     88 MODO-VALIDAR            VALUE "V".
000830 01  COD-ART-LNK                PIC X(8).
000840 01  DATOS-RSA-LNK.
000850     02 REGISTRO-LNK            PIC X(20).
000860     02 TITULAR-LNK             PIC X(40).
000870     02 VENCE-LNK               PIC 9(8).
000880     02 ESTADO-LNK              PIC X.
000890     02 SOLICITA-LNK            PIC X(4).
000900     02 HASTA-EXC-LNK           PIC 9(8).
000910 01  FECHA-LNK                  PIC 9(8).
000920 01  USUARIO-LNK                PIC X(4).
000930 01  RESULT-LNK                 PIC X.
000940     88 REGSAN-OK               VALUE "S".
000950     88 REGSAN-LIBRE            VALUE "L".
000960     88 REGSAN-EXCEPCION        VALUE "O".
000970     88 REGSAN-BLOQUEADO        VALUE "B".
000980     88 REGSAN-SIN-PERMISO      VALUE "P".
000990     88 REGSAN-NO-OK            VALUE "N".

001000 PROCEDURE DIVISION USING MODO-LNK COD-ART-LNK DATOS-RSA-LNK
001010                          FECHA-LNK USUARIO-LNK RESULT-LNK.

001020 MAINLINE.
001030     MOVE "N" TO RESULT-LNK.
001040     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001050     EVALUATE TRUE
001060        WHEN MODO-GRABAR
001070             PERFORM GRABAR-REGISTRO THRU FIN-GRABAR-REGISTRO
001080        WHEN MODO-EXCEPCION
001090             PERFORM GRABAR-EXCEPCION THRU FIN-GRABAR-EXCEPCION
001100        WHEN MODO-VALIDAR
001110             PERFORM VALIDAR-ARTICULO THRU FIN-VALIDAR
001120     END-EVALUATE.
001130     EXIT PROGRAM.

001140 ABRIR-ARCHIVOS.
001150     OPEN I-O ARCHIVO-REG-SANIT.
001160     IF OTR-STAT = "35"
001170        OPEN OUTPUT ARCHIVO-REG-SANIT
001180        CLOSE ARCHIVO-REG-SANIT
001190        OPEN I-O ARCHIVO-REG-SANIT
001200     END-IF.
001210     OPEN I-O ARCHIVO-HIST-REGSAN.
001220     IF OTR-STAT = "35"
001230        OPEN OUTPUT ARCHIVO-HIST-REGSAN
001240        CLOSE ARCHIVO-HIST-REGSAN
001250        OPEN I-O ARCHIVO-HIST-REGSAN
001260     END-IF.

001270 GRABAR-REGISTRO.
001280     IF COD-ART-LNK = SPACES OR REGISTRO-LNK = SPACES
001290        OR (ESTADO-LNK NOT = "V" AND NOT = "T" AND NOT = "X"
001300                                 AND NOT = "S")
001310        GO TO FIN-GRABAR-REGISTRO
001320     END-IF.
001330     PERFORM ABRIR-ARCHIVOS.
001340     MOVE COD-ART-LNK TO COD-ART-RSA.
001350     READ ARCHIVO-REG-SANIT
001360          INVALID KEY
001370             INITIALIZE REG-RSA
001380             MOVE COD-ART-LNK TO COD-ART-RSA
001390     END-READ.
001400     MOVE REGISTRO-LNK TO REGISTRO-RSA.
001410     MOVE TITULAR-LNK  TO TITULAR-RSA.
001420     MOVE VENCE-LNK    TO VENCE-RSA.
001430     MOVE ESTADO-LNK   TO ESTADO-RSA.
001440     MOVE USUARIO-LNK  TO OPER-RSA.
001450     MOVE FECHA-HOY-W  TO FECHA-ACT-RSA.
001460     REWRITE REG-RSA
001470         INVALID KEY WRITE REG-RSA END-WRITE
001480     END-REWRITE.
001490     MOVE "G" TO TIPO-HIST-W.
001500     PERFORM GRABAR-HISTORIA.
001510     CLOSE ARCHIVO-REG-SANIT ARCHIVO-HIST-REGSAN.
001520     MOVE "S" TO RESULT-LNK.

001530 FIN-GRABAR-REGISTRO.
001540     EXIT.

      * LA EXCEPCION LA AUTORIZA EL APROBADOR DE QUIEN LA PIDE
001550 GRABAR-EXCEPCION.
001560     IF COD-ART-LNK = SPACES OR SOLICITA-LNK = SPACES
001570        GO TO FIN-GRABAR-EXCEPCION
001580     END-IF.
001590     CALL "CON003B" USING MODO-RUTEO-W SOLICITA-LNK
001600                          OPER-APROBADOR-W COD-DEPEN-APROB-W
001610                          RESULT-RUTEO-W COD-DEPEN-MANT-W
001620                          DEPEN-PADRE-MANT-W OPER-APRUEBA-MANT-W.
001630     CANCEL "CON003B".
001640     IF RESULT-RUTEO-W NOT = "S"
001650        OR OPER-APROBADOR-W NOT = USUARIO-LNK
001660        MOVE "P" TO RESULT-LNK
001670        GO TO FIN-GRABAR-EXCEPCION
001680     END-IF.
001690     PERFORM ABRIR-ARCHIVOS.
001700     MOVE COD-ART-LNK TO COD-ART-RSA.
001710     READ ARCHIVO-REG-SANIT
001720          INVALID KEY
001730             CLOSE ARCHIVO-REG-SANIT ARCHIVO-HIST-REGSAN
001740             GO TO FIN-GRABAR-EXCEPCION
001750     END-READ.
001760     IF HASTA-EXC-LNK < FECHA-HOY-W
001770        MOVE FECHA-HOY-W TO HASTA-EXC-LNK
001780     END-IF.
001790     MOVE SOLICITA-LNK  TO SOLICITA-EXC-RSA.
001800     MOVE USUARIO-LNK   TO AUTORIZA-EXC-RSA.
001810     MOVE HASTA-EXC-LNK TO HASTA-EXC-RSA.
001820     REWRITE REG-RSA
001830         INVALID KEY CONTINUE
001840     END-REWRITE.
001850     MOVE "X" TO TIPO-HIST-W.
001860     PERFORM GRABAR-HISTORIA.
001870     CLOSE ARCHIVO-REG-SANIT ARCHIVO-HIST-REGSAN.
001880     MOVE "S" TO RESULT-LNK.

001890 FIN-GRABAR-EXCEPCION.
001900     EXIT.

      * FOTO DEL REGISTRO TAL COMO QUEDO
001910 GRABAR-HISTORIA.
001920     PERFORM OBTENER-SECUENCIA.
001930     INITIALIZE REG-HRS.
001940     MOVE TIPO-HIST-W      TO TIPO-HRS.
001950     MOVE COD-ART-RSA      TO COD-ART-HRS.
001960     MOVE FECHA-HOY-W      TO FECHA-HRS.
001970     MOVE SECU-SIG-W       TO SECU-HRS.
001980     MOVE REGISTRO-RSA     TO REGISTRO-HRS.
001990     MOVE TITULAR-RSA      TO TITULAR-HRS.
002000     MOVE VENCE-RSA        TO VENCE-HRS.
002010     MOVE ESTADO-RSA       TO ESTADO-HRS.
002020     MOVE SOLICITA-EXC-RSA TO SOLICITA-HRS.
002030     MOVE HASTA-EXC-RSA    TO HASTA-EXC-HRS.
002040     MOVE USUARIO-LNK      TO OPER-HRS.
002050     WRITE REG-HRS INVALID KEY CONTINUE END-WRITE.

002060 OBTENER-SECUENCIA.
002070     MOVE 0 TO SECU-SIG-W SW-FIN-W.
002080     MOVE COD-ART-RSA TO COD-ART-HRS.
002090     MOVE FECHA-HOY-W TO FECHA-HRS.
002100     MOVE 999         TO SECU-HRS.
002110     START ARCHIVO-HIST-REGSAN KEY IS <= LLAVE-HRS
002120           INVALID KEY MOVE 1 TO SW-FIN-W
002130     END-START.
002140     IF SW-FIN-W = 0
002150        READ ARCHIVO-HIST-REGSAN PREVIOUS
002160             AT END CONTINUE
002170             NOT AT END
002180                IF COD-ART-HRS = COD-ART-RSA
002190                   AND FECHA-HRS = FECHA-HOY-W
002200                   MOVE SECU-HRS TO SECU-SIG-W
002210                END-IF
002220        END-READ
002230     END-IF.
002240     ADD 1 TO SECU-SIG-W.

      * EL ARTICULO SIN REGISTRO EN EL ARCHIVO NO SE CONTROLA
002250 VALIDAR-ARTICULO.
002260     MOVE "L" TO RESULT-LNK.
002270     IF FECHA-LNK = 0
002280        MOVE FECHA-HOY-W TO FECHA-LNK
002290     END-IF.
002300     OPEN INPUT ARCHIVO-REG-SANIT.
002310     IF OTR-STAT NOT = "00"
002320        GO TO FIN-VALIDAR
002330     END-IF.
002340     MOVE COD-ART-LNK TO COD-ART-RSA.
002350     READ ARCHIVO-REG-SANIT
002360          INVALID KEY
002370             CLOSE ARCHIVO-REG-SANIT
002380             GO TO FIN-VALIDAR
002390     END-READ.
002400     CLOSE ARCHIVO-REG-SANIT.
002410     MOVE REGISTRO-RSA TO REGISTRO-LNK.
002420     MOVE TITULAR-RSA  TO TITULAR-LNK.
002430     MOVE VENCE-RSA    TO VENCE-LNK.
002440     MOVE ESTADO-RSA   TO ESTADO-LNK.
002450     IF RSA-VIGENTE AND VENCE-RSA > 0 AND VENCE-RSA < FECHA-LNK
002460        MOVE "X" TO ESTADO-LNK
002470     END-IF.
002480     IF ESTADO-LNK = "V" OR ESTADO-LNK = "T"
002490        MOVE "S" TO RESULT-LNK
002500     ELSE
002510        IF HASTA-EXC-RSA NOT < FECHA-LNK
002520           MOVE "O" TO RESULT-LNK
002530        ELSE
002540           MOVE "B" TO RESULT-LNK
002550        END-IF
002560     END-IF.

002570 FIN-VALIDAR.
002580     EXIT.
