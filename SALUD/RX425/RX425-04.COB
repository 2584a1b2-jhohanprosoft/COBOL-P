      *=================================================================
      * IMAGENOLOGIA - CARGA DE MENSAJES ENTRANTES DEL PACS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * ES EL ESPEJO DE RX425-03: LEE EL PLANO SC-PACSIN.TXT QUE EL
      * INTERFAZ DEL PACS DEJA CON LOS AVISOS DE ESTUDIO DISPONIBLE Y
      * DE INFORME (ORU^R01 V2.4, UN SEGMENTO POR LINEA, CAMPOS
      * SEPARADOS POR "|", COMO LO LEE HL7005):
      * - OBR-3 TRAE EL NUMERO DE ACCESO PUBLICADO EN LA LISTA DE
      *   TRABAJO; OBR-7 LA FECHA-HORA DEL ESTUDIO O DEL INFORME;
      *   OBR-25 EL ESTADO: "I" ESTUDIO DISPONIBLE, "P" INFORME
      *   PRELIMINAR, "F" INFORME FIRMADO; OBR-32 EL RADIOLOGO.
      * - ZDS-1 TRAE EL UID DEL ESTUDIO Y EL OBX DE TIPO "RP" EN
      *   OBX-5 EL ENLACE DEL VISOR.
      * AL CERRAR CADA MENSAJE (SIGUIENTE MSH O FIN DEL PLANO) SE
      * ACTUALIZA ARCHIVO-ESTUDIO-RX POR EL ACCESO: FECHA Y UID DEL
      * ESTUDIO Y ENLACE DEL VISOR SI ESTA DISPONIBLE, FECHA Y
      * RADIOLOGO DEL INFORME SI LLEGA INFORME. LO QUE NO CRUZA
      * (ACCESO INEXISTENTE: ESTUDIO SIN ORDEN; ESTADO DESCONOCIDO)
      * QUEDA EN LA COLA ARCHIVO-ERR-PACS PARA PAREO MANUAL, Y POR
      * CADA MENSAJE SE ESCRIBE EL ACUSE MSA EN SC-PACSACK.TXT.
      * CORRE EN LA CADENA NOCTURNA COMO JOB "PACSIN  " (INDEX04).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RX425-04.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT PLANO-PACS-IN
000100         ASSIGN NOM-PACSIN-W
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS OTR-STAT.

000130     SELECT ARCHIVO-ESTUDIO-RX LOCK MODE IS AUTOMATIC
000140         ASSIGN NOM-ESTUDRX-W
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS LLAVE-EST
000180         ALTERNATE RECORD KEY IS ACCESION-EST
000190         ALTERNATE RECORD KEY IS FECHA-ORDEN-EST WITH DUPLICATES
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-ERR-PACS LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-ERRPACS-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS NRO-ERRPACS
000260         FILE STATUS IS OTR-STAT.

000270     SELECT PLANO-PACS-ACK
000280         ASSIGN NOM-PACSACK-W
000290         ORGANIZATION IS LINE SEQUENTIAL.

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  PLANO-PACS-IN
000330     LABEL RECORD STANDARD.
000340 01  LIN-PACS                   PIC X(300).

000350 FD  ARCHIVO-ESTUDIO-RX
000360     LABEL RECORD STANDARD.
000370 01  REG-EST.
000380     02 LLAVE-EST               PIC X(20).
000390     02 ACCESION-EST            PIC 9(10).
000400     02 PACI-EST                PIC X(15).
000410     02 CUPS-EST                PIC X(12).
000420     02 FECHA-ORDEN-EST         PIC 9(8).
000430     02 HORA-ORDEN-EST          PIC 9(6).
000440     02 ESTADO-EST              PIC X.
000450        88 EST-PUBLICADO        VALUE "W".
000460        88 EST-DISPONIBLE       VALUE "E".
000470        88 EST-INFORME-PRELIM   VALUE "I".
000480        88 EST-INFORME-FIRMADO  VALUE "F".
000490     02 FECHA-ESTUDIO-EST       PIC 9(8).
000500     02 HORA-ESTUDIO-EST        PIC 9(6).
000510     02 UID-ESTUDIO-EST         PIC X(64).
000520     02 URL-VISOR-EST           PIC X(100).
000530     02 FECHA-INFORME-EST       PIC 9(8).
000540     02 HORA-INFORME-EST        PIC 9(6).
000550     02 MEDICO-INFORME-EST      PIC X(20).
000560     02 OPERADOR-EST            PIC X(4).

000570 FD  ARCHIVO-ERR-PACS
000580     LABEL RECORD STANDARD.
000590 01  REG-ERRPACS.
000600     02 NRO-ERRPACS             PIC 9(9).
000610     02 ACCESION-ERRPACS        PIC X(20).
000620     02 UID-ERRPACS             PIC X(64).
000630     02 FECHA-ESTUDIO-ERRPACS   PIC 9(8).
000640     02 CONTROL-ERRPACS         PIC X(20).
000650     02 CAUSA-ERRPACS           PIC X(30).
000660     02 FECHA-ERRPACS           PIC 9(8).
000670     02 ESTADO-ERRPACS          PIC X.
000680        88 ERRPACS-PENDIENTE    VALUE "P".
000690        88 ERRPACS-RESUELTO     VALUE "R".
000700     02 TIPO-ERRPACS            PIC X.
000710        88 ERRPACS-SIN-ORDEN    VALUE "O".
000720        88 ERRPACS-FORMATO      VALUE "X".

000730 FD  PLANO-PACS-ACK
000740     LABEL RECORD STANDARD.
000750 01  LIN-ACK                    PIC X(100).

000760 WORKING-STORAGE SECTION.

000770 77  NOM-PACSIN-W               PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-PACSIN.TXT".
000790 77  NOM-ESTUDRX-W              PIC X(60)
000800     VALUE "D:\progelect\DATOS\SC-ESTUDRX.DAT".
000810 77  NOM-ERRPACS-W              PIC X(60)
000820     VALUE "D:\progelect\DATOS\SC-ERRPACS.DAT".
000830 77  NOM-PACSACK-W              PIC X(60)
000840     VALUE "D:\progelect\DATOS\SC-PACSACK.TXT".
000850 77  OTR-STAT                   PIC XX.
000860 77  SW-FIN-PLANO-W             PIC 9 VALUE 0.
000870 77  SW-HAY-MSH-W               PIC 9 VALUE 0.
000880 77  SW-MSG-CON-ERROR-W         PIC 9 VALUE 0.
000890 77  FECHA-HOY-W                PIC 9(8).
000900 77  NRO-ERR-MAX-W              PIC 9(9) VALUE 0.
000910 77  TOT-ESTUDIOS-W             PIC 9(5) VALUE 0.
000920 77  TOT-INFORMES-W             PIC 9(5) VALUE 0.
000930 77  TOT-ERRORES-W              PIC 9(5) VALUE 0.

000940 77  SEGMENTO-W                 PIC X(3).
000950 77  CONTROL-ID-W               PIC X(20).
000960 77  ACCESION-MSG-W             PIC X(20).
000970 77  FECHA-HORA-MSG-W           PIC X(14).
000980 77  ESTADO-MSG-W               PIC X.
000990 77  UID-MSG-W                  PIC X(64).
001000 77  URL-MSG-W                  PIC X(100).
001010 77  MEDICO-MSG-W               PIC X(20).
001020 77  ACCESION-NUM-W             PIC 9(10).

001030 01  CAMPOS-SEGMENTO-W.
001040     02 CAMPO-SEG-W             OCCURS 33 PIC X(100).

      * PARAMETROS PARA INDEX04 (CONTROL DE LA CADENA NOCTURNA)
001050 77  MODO-JOB-W                 PIC X.
001060 77  COD-JOB-W                  PIC X(8) VALUE "PACSIN  ".
001070 77  DESCRIP-JOB-NULA-W         PIC X(30) VALUE SPACES.
001080 77  PROGRAMA-JOB-NULO-W        PIC X(8) VALUE SPACES.
001090 77  PREDECESOR-NULO-W          PIC X(8) VALUE SPACES.
001100 77  ORDEN-JOB-NULO-W           PIC 9(3) VALUE 0.
001110 77  ESTADO-FIN-JOB-W           PIC X.
001120 77  RESULT-JOB-W               PIC X.

001130 01  LIN-MSA-W.
001140     02 FILLER                  PIC X(4) VALUE "MSA|".
001150     02 COD-ACK-W               PIC XX.
001160     02 FILLER                  PIC X VALUE "|".
001170     02 CONTROL-ID-ACK-W        PIC X(20).

001180 PROCEDURE DIVISION.

001190 MAINLINE.
001200     PERFORM REGISTRAR-INICIO-JOB.
001210     IF RESULT-JOB-W = "B"
001220        DISPLAY "PACSIN SALTADO: PREDECESOR SIN OK"
001230        STOP RUN
001240     END-IF.
001250     PERFORM ABRIR-ARCHIVOS.
001260     PERFORM LEER-LINEA.
001270     PERFORM PROCESAR-LINEA UNTIL SW-FIN-PLANO-W = 1.
001280     IF SW-HAY-MSH-W = 1
001290        PERFORM CERRAR-MENSAJE
001300     END-IF.
001310     PERFORM CERRAR-ARCHIVOS.
001320     PERFORM REGISTRAR-FIN-JOB.
001330     STOP RUN.

001340 REGISTRAR-INICIO-JOB.
001350     MOVE "V" TO MODO-JOB-W.
001360     PERFORM LLAMAR-INDEX04.
001370     IF RESULT-JOB-W NOT = "B"
001380        MOVE "I" TO MODO-JOB-W
001390        PERFORM LLAMAR-INDEX04
001400     END-IF.

001410 REGISTRAR-FIN-JOB.
001420     MOVE "F" TO MODO-JOB-W.
001430     MOVE "O" TO ESTADO-FIN-JOB-W.
001440     PERFORM LLAMAR-INDEX04.

001450 LLAMAR-INDEX04.
001460     CALL "INDEX04" USING MODO-JOB-W COD-JOB-W
001470                          DESCRIP-JOB-NULA-W PROGRAMA-JOB-NULO-W
001480                          PREDECESOR-NULO-W ORDEN-JOB-NULO-W
001490                          ESTADO-FIN-JOB-W RESULT-JOB-W.

001500 ABRIR-ARCHIVOS.
001510     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001520     OPEN INPUT PLANO-PACS-IN.
001530     IF OTR-STAT NOT = "00"
001540        MOVE 1 TO SW-FIN-PLANO-W
001550     END-IF.
001560     OPEN I-O ARCHIVO-ESTUDIO-RX.
001570     IF OTR-STAT = "35"
001580        OPEN OUTPUT ARCHIVO-ESTUDIO-RX
001590        CLOSE ARCHIVO-ESTUDIO-RX
001600        OPEN I-O ARCHIVO-ESTUDIO-RX
001610     END-IF.
001620     OPEN I-O ARCHIVO-ERR-PACS.
001630     IF OTR-STAT = "35"
001640        OPEN OUTPUT ARCHIVO-ERR-PACS
001650        CLOSE ARCHIVO-ERR-PACS
001660        OPEN I-O ARCHIVO-ERR-PACS
001670     END-IF.
001680     OPEN OUTPUT PLANO-PACS-ACK.
001690     PERFORM OBTENER-NRO-ERR-MAXIMO.

001700 OBTENER-NRO-ERR-MAXIMO.
001710     MOVE HIGH-VALUES TO NRO-ERRPACS.
001720     START ARCHIVO-ERR-PACS KEY IS <= NRO-ERRPACS
001730           INVALID KEY MOVE 0 TO NRO-ERR-MAX-W.
001740     READ ARCHIVO-ERR-PACS PREVIOUS
001750          AT END MOVE 0 TO NRO-ERR-MAX-W
001760          NOT AT END MOVE NRO-ERRPACS TO NRO-ERR-MAX-W
001770     END-READ.

001780 LEER-LINEA.
001790     IF SW-FIN-PLANO-W = 0
001800        READ PLANO-PACS-IN
001810             AT END MOVE 1 TO SW-FIN-PLANO-W
001820        END-READ
001830     END-IF.

001840 PROCESAR-LINEA.
001850     MOVE LIN-PACS (1: 3) TO SEGMENTO-W.
001860     PERFORM DESARMAR-SEGMENTO.
001870     EVALUATE SEGMENTO-W
001880        WHEN "MSH" PERFORM PROCESAR-MSH
001890        WHEN "OBR" PERFORM PROCESAR-OBR
001900        WHEN "ZDS" MOVE CAMPO-SEG-W (2) TO UID-MSG-W
001910        WHEN "OBX" PERFORM PROCESAR-OBX
001920        WHEN OTHER CONTINUE
001930     END-EVALUATE.
001940     PERFORM LEER-LINEA.

      * CAMPO-SEG-W (N) ES EL CAMPO N-1 DEL SEGMENTO (EL PRIMERO ES
      * EL NOMBRE DEL SEGMENTO), IGUAL QUE EN HL7005.
001950 DESARMAR-SEGMENTO.
001960     MOVE SPACES TO CAMPOS-SEGMENTO-W.
001970     UNSTRING LIN-PACS DELIMITED BY "|"
001980        INTO CAMPO-SEG-W (1)  CAMPO-SEG-W (2)  CAMPO-SEG-W (3)
001990             CAMPO-SEG-W (4)  CAMPO-SEG-W (5)  CAMPO-SEG-W (6)
002000             CAMPO-SEG-W (7)  CAMPO-SEG-W (8)  CAMPO-SEG-W (9)
002010             CAMPO-SEG-W (10) CAMPO-SEG-W (11) CAMPO-SEG-W (12)
002020             CAMPO-SEG-W (13) CAMPO-SEG-W (14) CAMPO-SEG-W (15)
002030             CAMPO-SEG-W (16) CAMPO-SEG-W (17) CAMPO-SEG-W (18)
002040             CAMPO-SEG-W (19) CAMPO-SEG-W (20) CAMPO-SEG-W (21)
002050             CAMPO-SEG-W (22) CAMPO-SEG-W (23) CAMPO-SEG-W (24)
002060             CAMPO-SEG-W (25) CAMPO-SEG-W (26) CAMPO-SEG-W (27)
002070             CAMPO-SEG-W (28) CAMPO-SEG-W (29) CAMPO-SEG-W (30)
002080             CAMPO-SEG-W (31) CAMPO-SEG-W (32) CAMPO-SEG-W (33)
002090     END-UNSTRING.

      * AL LLEGAR UN MSH SE APLICA Y ACUSA EL MENSAJE ANTERIOR.
002100 PROCESAR-MSH.
002110     IF SW-HAY-MSH-W = 1
002120        PERFORM CERRAR-MENSAJE
002130     END-IF.
002140     MOVE 1 TO SW-HAY-MSH-W.
002150     MOVE 0 TO SW-MSG-CON-ERROR-W.
002160     MOVE CAMPO-SEG-W (10) TO CONTROL-ID-W.
002170     MOVE SPACES TO ACCESION-MSG-W FECHA-HORA-MSG-W ESTADO-MSG-W
002180                    UID-MSG-W URL-MSG-W MEDICO-MSG-W.

002190 PROCESAR-OBR.
002200     MOVE CAMPO-SEG-W (4)  TO ACCESION-MSG-W.
002210     MOVE CAMPO-SEG-W (8)  TO FECHA-HORA-MSG-W.
002220     MOVE CAMPO-SEG-W (26) TO ESTADO-MSG-W.
002230     MOVE CAMPO-SEG-W (33) TO MEDICO-MSG-W.

002240 PROCESAR-OBX.
002250     IF CAMPO-SEG-W (3) = "RP"
002260        MOVE CAMPO-SEG-W (6) TO URL-MSG-W
002270     END-IF.

002280 CERRAR-MENSAJE.
002290     PERFORM APLICAR-MENSAJE THRU FIN-APLICAR-MENSAJE.
002300     PERFORM ESCRIBIR-ACK.

      * EL ACCESO DEL OBR SE BUSCA POR LA LLAVE ALTERNA ACCESION-EST.
      * UN ESTUDIO SIN ACCESO CONOCIDO ES UN ESTUDIO SIN ORDEN (EL
      * ACCESO VIAJA CON LOS 10 DIGITOS QUE PUBLICO RX425-03).
002310 APLICAR-MENSAJE.
002320     IF FECHA-HORA-MSG-W (1: 8) NOT NUMERIC
002330        MOVE FECHA-HOY-W TO FECHA-HORA-MSG-W (1: 8)
002340     END-IF.
002350     IF FECHA-HORA-MSG-W (9: 6) NOT NUMERIC
002360        MOVE "000000" TO FECHA-HORA-MSG-W (9: 6)
002370     END-IF.
002380     IF ACCESION-MSG-W (1: 10) NOT NUMERIC
002390        MOVE "O" TO TIPO-ERRPACS
002400        MOVE "ESTUDIO SIN ORDEN" TO CAUSA-ERRPACS
002410        PERFORM ENCOLAR-ERROR
002420        GO TO FIN-APLICAR-MENSAJE
002430     END-IF.
002440     MOVE ACCESION-MSG-W (1: 10) TO ACCESION-NUM-W.
002450     MOVE ACCESION-NUM-W TO ACCESION-EST.
002460     READ ARCHIVO-ESTUDIO-RX KEY IS ACCESION-EST
002470          INVALID KEY
002480             MOVE "O" TO TIPO-ERRPACS
002490             MOVE "ESTUDIO SIN ORDEN" TO CAUSA-ERRPACS
002500             PERFORM ENCOLAR-ERROR
002510             GO TO FIN-APLICAR-MENSAJE
002520     END-READ.
002530     EVALUATE ESTADO-MSG-W
002540        WHEN "I"
002550           PERFORM MARCAR-ESTUDIO
002560        WHEN "P"
002570           PERFORM MARCAR-ESTUDIO
002580           PERFORM MARCAR-INFORME
002590           IF NOT EST-INFORME-FIRMADO
002600              MOVE "I" TO ESTADO-EST
002610           END-IF
002620        WHEN "F"
002630           PERFORM MARCAR-ESTUDIO
002640           PERFORM MARCAR-INFORME
002650           MOVE "F" TO ESTADO-EST
002660        WHEN OTHER
002670           MOVE "X" TO TIPO-ERRPACS
002680           MOVE "OBR-25 ESTADO DESCONOCIDO" TO CAUSA-ERRPACS
002690           PERFORM ENCOLAR-ERROR
002700           GO TO FIN-APLICAR-MENSAJE
002710     END-EVALUATE.
002720     MOVE "PACS" TO OPERADOR-EST.
002730     REWRITE REG-EST INVALID KEY CONTINUE END-REWRITE.

002740 FIN-APLICAR-MENSAJE.
002750     EXIT.

      * EL INFORME PUEDE LLEGAR SIN AVISO PREVIO DE ESTUDIO: EN ESE
      * CASO LA FECHA DEL ESTUDIO SE TOMA DEL MISMO MENSAJE.
002760 MARCAR-ESTUDIO.
002770     IF FECHA-ESTUDIO-EST = 0 OR ESTADO-MSG-W = "I"
002780        MOVE FECHA-HORA-MSG-W (1: 8) TO FECHA-ESTUDIO-EST
002790        MOVE FECHA-HORA-MSG-W (9: 6) TO HORA-ESTUDIO-EST
002800     END-IF.
002810     IF UID-MSG-W NOT = SPACES
002820        MOVE UID-MSG-W TO UID-ESTUDIO-EST
002830     END-IF.
002840     IF URL-MSG-W NOT = SPACES
002850        MOVE URL-MSG-W TO URL-VISOR-EST
002860     END-IF.
002870     IF EST-PUBLICADO
002880        MOVE "E" TO ESTADO-EST
002890        ADD 1 TO TOT-ESTUDIOS-W
002900     END-IF.

002910 MARCAR-INFORME.
002920     MOVE FECHA-HORA-MSG-W (1: 8) TO FECHA-INFORME-EST.
002930     MOVE FECHA-HORA-MSG-W (9: 6) TO HORA-INFORME-EST.
002940     MOVE MEDICO-MSG-W            TO MEDICO-INFORME-EST.
002950     ADD 1 TO TOT-INFORMES-W.

002960 ENCOLAR-ERROR.
002970     ADD 1 TO NRO-ERR-MAX-W.
002980     MOVE NRO-ERR-MAX-W     TO NRO-ERRPACS.
002990     MOVE ACCESION-MSG-W    TO ACCESION-ERRPACS.
003000     MOVE UID-MSG-W         TO UID-ERRPACS.
003010     MOVE FECHA-HORA-MSG-W (1: 8) TO FECHA-ESTUDIO-ERRPACS.
003020     MOVE CONTROL-ID-W      TO CONTROL-ERRPACS.
003030     MOVE FECHA-HOY-W       TO FECHA-ERRPACS.
003040     MOVE "P"               TO ESTADO-ERRPACS.
003050     WRITE REG-ERRPACS INVALID KEY CONTINUE END-WRITE.
003060     ADD 1 TO TOT-ERRORES-W.
003070     MOVE 1 TO SW-MSG-CON-ERROR-W.

003080 ESCRIBIR-ACK.
003090     IF SW-MSG-CON-ERROR-W = 0
003100        MOVE "AA" TO COD-ACK-W
003110     ELSE
003120        MOVE "AE" TO COD-ACK-W
003130     END-IF.
003140     MOVE CONTROL-ID-W TO CONTROL-ID-ACK-W.
003150     MOVE LIN-MSA-W    TO LIN-ACK.
003160     WRITE LIN-ACK.

003170 CERRAR-ARCHIVOS.
003180     CLOSE PLANO-PACS-IN ARCHIVO-ESTUDIO-RX ARCHIVO-ERR-PACS
003190           PLANO-PACS-ACK.
003200     DISPLAY "ESTUDIOS DISPONIBLES:  " TOT-ESTUDIOS-W.
003210     DISPLAY "INFORMES RECIBIDOS:    " TOT-INFORMES-W.
003220     DISPLAY "MENSAJES EN COLA ERROR:" TOT-ERRORES-W.
