      *=================================================================
      * IMAGENOLOGIA - PUBLICACION DE LA LISTA DE TRABAJO (WORKLIST)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS ESTUDIOS DE IMAGENES SE FACTURAN EN RESULTADOS-RX PERO EL
      * TECNOLOGO LOS VOLVIA A DIGITAR EN LA CONSOLA DEL EQUIPO, CON
      * NOMBRES MAL ESCRITOS Y SIN NUMERO DE ACCESO QUE PERMITA
      * CASAR LA IMAGEN CON LA ORDEN. ESTE COMPONENTE PUBLICA CADA
      * ORDEN DE IMAGENES EN EL PLANO SC-MWLOUT.TXT, QUE EL
      * INTERFAZ DEL PACS TOMA COMO LISTA DE TRABAJO DE MODALIDAD
      * (ORM^O01 V2.4: MSH/PID/ORC/OBR, UN SEGMENTO POR LINEA):
      * - PID LLEVA LA IDENTIFICACION, NOMBRE, FECHA DE NACIMIENTO Y
      *   SEXO DEL PACIENTE (ARCHIVO-PACIENTES).
      * - ORC-2/OBR-3 LLEVAN EL NUMERO DE ACCESO, CONSECUTIVO UNICO
      *   ASIGNADO AQUI; OBR-4 EL CUPS Y SU DESCRIPCION.
      * COMO EL LAYOUT DE RESULTADOS-RX ES COMUN A LOS PROGRAMAS DE
      * FACTURACION, EL ACCESO, LA FECHA DEL ESTUDIO, EL ENLACE DEL
      * VISOR Y EL ESTADO DEL INFORME SE LLEVAN EN EL ARCHIVO
      * COMPANERO ARCHIVO-ESTUDIO-RX, CON LA MISMA LLAVE LLAVE-RX.
      * SE INVOCA ASI:
      * MODO "P" - PUBLICAR UNA ORDEN (LLAVE-RX-LNK): AL ORDENAR O
      *            FACTURAR EL CUPS. DEVUELVE EL ACCESO ASIGNADO, O
      *            EL YA EXISTENTE CON RESULTADO "D" SI LA ORDEN YA
      *            ESTABA PUBLICADA.
      * MODO "L" - LOTE: PUBLICA TODO LO FACTURADO EN FECHA-LNK (0 =
      *            HOY) QUE AUN NO TENGA REGISTRO EN
      *            ARCHIVO-ESTUDIO-RX; RECOGE LO QUE SE FACTURO POR
      *            PANTALLAS QUE NO LLAMAN EL MODO "P".
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RX425-03.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT RESULTADOS-RX LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-RES-RX-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-RX
000140         ALTERNATE RECORD KEY IS FECHA-FACT-RX WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-ESTUDIO-RX LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-ESTUDRX-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-EST
000210         ALTERNATE RECORD KEY IS ACCESION-EST
000220         ALTERNATE RECORD KEY IS FECHA-ORDEN-EST WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-PACIE-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS COD-PACI
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-CUPS LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-CUPS-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LLAVE-CUP
000350         ALTERNATE RECORD KEY IS DESCRIP-CUP WITH DUPLICATES
000360         FILE STATUS IS OTR-STAT.

000370     SELECT PLANO-MWL
000380         ASSIGN NOM-MWLOUT-W
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS OTR-STAT.

000410 DATA DIVISION.
000420 FILE SECTION.

000430 FD  RESULTADOS-RX
000440     LABEL RECORD STANDARD.
000450 01  REG-RX.
000460     02 LLAVE-RX                PIC X(20).
000470     02 FECHA-FACT-RX           PIC 9(8).
000480     02 ID-ENTIDAD-RX           PIC X(10).
000490     02 ART-FACT-RX             PIC X(12).

000500 FD  ARCHIVO-ESTUDIO-RX
000510     LABEL RECORD STANDARD.
000520 01  REG-EST.
000530     02 LLAVE-EST               PIC X(20).
000540     02 ACCESION-EST            PIC 9(10).
000550     02 PACI-EST                PIC X(15).
000560     02 CUPS-EST                PIC X(12).
000570     02 FECHA-ORDEN-EST         PIC 9(8).
000580     02 HORA-ORDEN-EST          PIC 9(6).
000590     02 ESTADO-EST              PIC X.
000600        88 EST-PUBLICADO        VALUE "W".
000610        88 EST-DISPONIBLE       VALUE "E".
000620        88 EST-INFORME-PRELIM   VALUE "I".
000630        88 EST-INFORME-FIRMADO  VALUE "F".
000640     02 FECHA-ESTUDIO-EST       PIC 9(8).
000650     02 HORA-ESTUDIO-EST        PIC 9(6).
000660     02 UID-ESTUDIO-EST         PIC X(64).
000670     02 URL-VISOR-EST           PIC X(100).
000680     02 FECHA-INFORME-EST       PIC 9(8).
000690     02 HORA-INFORME-EST        PIC 9(6).
000700     02 MEDICO-INFORME-EST      PIC X(20).
000710     02 OPERADOR-EST            PIC X(4).

000720 FD  ARCHIVO-PACIENTES
000730     LABEL RECORD STANDARD.
000740 01  REG-PACI.
000750     02 COD-PACI                PIC X(15).
000760     02 DESCRIP-PACI            PIC X(40).
000770     02 EPS-PACI                PIC X(6).
000780     02 ID-COTIZ-PACI           PIC X(15).
000790     02 ESTADO-PACI             PIC X.
000800     02 FUSIONADO-EN-PACI       PIC X(15).
000810     02 FECHA-FUSION-PACI       PIC 9(8).
000820     02 TELEFONO-PACI           PIC X(15).
000830     02 FECHA-NAC-PACI          PIC 9(8).
000840     02 SEXO-PACI               PIC X.
000850     02 PLAN-PACI               PIC XX.
000860     02 NIVEL-INGRESO-PACI      PIC 9.
000870     02 FILLER                  PIC X(9).

000880 FD  ARCHIVO-CUPS
000890     LABEL RECORD STANDARD.
000900 01  REG-CUP.
000910     02 LLAVE-CUP               PIC X(12).
000920     02 DESCRIP-CUP             PIC X(80).
000930     02 TIPO-CUP                PIC X.
000940     02 ABREV-CUP               PIC X(5).
000950     02 DURACION-CUP            PIC X(3).
000960     02 COSTO-CUP               PIC 9(9)V99.

000970 FD  PLANO-MWL
000980     LABEL RECORD STANDARD.
000990 01  LIN-MWL                    PIC X(200).

001000 WORKING-STORAGE SECTION.

001010 77  NOM-RES-RX-W               PIC X(60)
001020     VALUE "D:\progelect\DATOS\SC-RESRX.DAT".
001030 77  NOM-ESTUDRX-W              PIC X(60)
001040     VALUE "D:\progelect\DATOS\SC-ESTUDRX.DAT".
001050 77  NOM-PACIE-W                PIC X(60)
001060     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001070 77  NOM-CUPS-W                 PIC X(60)
001080     VALUE "D:\progelect\DATOS\SC-CUPS.DAT".
001090 77  NOM-MWLOUT-W               PIC X(60)
001100     VALUE "D:\progelect\DATOS\SC-MWLOUT.TXT".
001110 77  OTR-STAT                   PIC XX.
001120 77  SW-FIN-W                   PIC 9 VALUE 0.
001130 77  FECHA-HOY-W                PIC 9(8).
001140 77  HORA-HOY-W                 PIC 9(6).
001150 77  FECHA-LOTE-W               PIC 9(8).
001160 77  ACCESION-MAX-W             PIC 9(10) VALUE 0.
001170 77  TOT-PUBLICADOS-W           PIC 9(5) VALUE 0.
001180 77  CONTROL-ID-W               PIC 9(10).

001190 01  LIN-MSH-W.
001200     02 FILLER                  PIC X(26)
001210        VALUE "MSH|^~\&|PROSOFT|HIS|PACS|".
001220     02 FILLER                  PIC X(5) VALUE "RIS||".
001230     02 FECHA-MSH-W             PIC 9(8).
001240     02 HORA-MSH-W              PIC 9(6).
001250     02 FILLER                  PIC X(10) VALUE "||ORM^O01|".
001260     02 CONTROL-MSH-W           PIC 9(10).
001270     02 FILLER                  PIC X(7) VALUE "|P|2.4".

001280 01  LIN-PID-W.
001290     02 FILLER                  PIC X(7) VALUE "PID|1||".
001300     02 PACI-PID-W              PIC X(15).
001310     02 FILLER                  PIC XX VALUE "||".
001320     02 NOMBRE-PID-W            PIC X(40).
001330     02 FILLER                  PIC XX VALUE "||".
001340     02 FECHA-NAC-PID-W         PIC 9(8).
001350     02 FILLER                  PIC X VALUE "|".
001360     02 SEXO-PID-W              PIC X.

001370 01  LIN-ORC-W.
001380     02 FILLER                  PIC X(7) VALUE "ORC|NW|".
001390     02 ACCESION-ORC-W          PIC 9(10).
001400     02 FILLER                  PIC X VALUE "|".
001410     02 LLAVE-RX-ORC-W          PIC X(20).

001420 01  LIN-OBR-W.
001430     02 FILLER                  PIC X(6) VALUE "OBR|1|".
001440     02 LLAVE-RX-OBR-W          PIC X(20).
001450     02 FILLER                  PIC X VALUE "|".
001460     02 ACCESION-OBR-W          PIC 9(10).
001470     02 FILLER                  PIC X VALUE "|".
001480     02 CUPS-OBR-W              PIC X(12).
001490     02 FILLER                  PIC X VALUE "^".
001500     02 DESCRIP-OBR-W           PIC X(80).
001510     02 FILLER                  PIC X(8) VALUE "^CUPS|||".
001520     02 FECHA-OBR-W             PIC 9(8).
001530     02 HORA-OBR-W              PIC 9(6).

001540 LINKAGE SECTION.
001550 01  MODO-LNK                   PIC X.
001560     88 MODO-PUBLICAR           VALUE "P".
001570     88 MODO-LOTE               VALUE "L".
001580 01  LLAVE-RX-LNK               PIC X(20).
001590 01  FECHA-LNK                  PIC 9(8).
001600 01  ACCESION-LNK               PIC 9(10).
001610 01  RESULT-LNK                 PIC X.
001620     88 PUBLICADO-OK            VALUE "S".
001630     88 YA-PUBLICADO            VALUE "D".
001640     88 PUBLICA-NO-OK           VALUE "N".

001650 PROCEDURE DIVISION USING MODO-LNK LLAVE-RX-LNK FECHA-LNK
001660                          ACCESION-LNK RESULT-LNK.

001670 MAINLINE.
001680     MOVE "N" TO RESULT-LNK.
001690     MOVE FUNCTION CURRENT-DATE(1:8)  TO FECHA-HOY-W.
001700     MOVE FUNCTION CURRENT-DATE(9:6)  TO HORA-HOY-W.
001710     PERFORM ABRIR-ARCHIVOS THRU FIN-ABRIR.
001720     IF OTR-STAT NOT = "00"
001730        EXIT PROGRAM
001740     END-IF.
001750     EVALUATE TRUE
001760        WHEN MODO-PUBLICAR
001770           PERFORM PUBLICAR-UNA THRU FIN-PUBLICAR-UNA
001780        WHEN MODO-LOTE
001790           PERFORM PUBLICAR-LOTE THRU FIN-PUBLICAR-LOTE
001800     END-EVALUATE.
001810     CLOSE RESULTADOS-RX ARCHIVO-ESTUDIO-RX ARCHIVO-PACIENTES
001820           ARCHIVO-CUPS PLANO-MWL.
001830     EXIT PROGRAM.

001840 ABRIR-ARCHIVOS.
001850     OPEN I-O ARCHIVO-ESTUDIO-RX.
001860     IF OTR-STAT = "35"
001870        OPEN OUTPUT ARCHIVO-ESTUDIO-RX
001880        CLOSE ARCHIVO-ESTUDIO-RX
001890        OPEN I-O ARCHIVO-ESTUDIO-RX
001900     END-IF.
001910     OPEN EXTEND PLANO-MWL.
001920     IF OTR-STAT = "35"
001930        OPEN OUTPUT PLANO-MWL
001940     END-IF.
001950     OPEN INPUT ARCHIVO-PACIENTES ARCHIVO-CUPS.
001960     OPEN INPUT RESULTADOS-RX.
001970     IF OTR-STAT NOT = "00"
001980        CLOSE ARCHIVO-ESTUDIO-RX ARCHIVO-PACIENTES ARCHIVO-CUPS
001990              PLANO-MWL
002000        GO TO FIN-ABRIR
002010     END-IF.
002020     PERFORM OBTENER-ACCESION-MAXIMA.

002030 FIN-ABRIR.
002040     EXIT.

      * EL ACCESO ES UN CONSECUTIVO UNICO: SE TOMA EL MAYOR YA
      * ASIGNADO POR LA LLAVE ALTERNA ACCESION-EST.
002050 OBTENER-ACCESION-MAXIMA.
002060     MOVE HIGH-VALUES TO ACCESION-EST.
002070     START ARCHIVO-ESTUDIO-RX KEY IS <= ACCESION-EST
002080           INVALID KEY MOVE 0 TO ACCESION-MAX-W
002090     END-START.
002100     READ ARCHIVO-ESTUDIO-RX PREVIOUS
002110          AT END MOVE 0 TO ACCESION-MAX-W
002120          NOT AT END MOVE ACCESION-EST TO ACCESION-MAX-W
002130     END-READ.
002140     MOVE "00" TO OTR-STAT.

002150 PUBLICAR-UNA.
002160     MOVE 0 TO ACCESION-LNK.
002170     MOVE LLAVE-RX-LNK TO LLAVE-RX.
002180     READ RESULTADOS-RX
002190          INVALID KEY GO TO FIN-PUBLICAR-UNA
002200     END-READ.
002210     MOVE LLAVE-RX-LNK TO LLAVE-EST.
002220     READ ARCHIVO-ESTUDIO-RX
002230          INVALID KEY CONTINUE
002240          NOT INVALID KEY
002250             MOVE ACCESION-EST TO ACCESION-LNK
002260             MOVE "D" TO RESULT-LNK
002270             GO TO FIN-PUBLICAR-UNA
002280     END-READ.
002290     PERFORM PUBLICAR-ORDEN THRU FIN-PUBLICAR-ORDEN.
002300     MOVE ACCESION-EST TO ACCESION-LNK.
002310     MOVE "S" TO RESULT-LNK.

002320 FIN-PUBLICAR-UNA.
002330     EXIT.

      * RECORRE LO FACTURADO EN LA FECHA POR LA LLAVE ALTERNA
      * FECHA-FACT-RX Y PUBLICA LO QUE NO TENGA ESTUDIO.
002340 PUBLICAR-LOTE.
002350     IF FECHA-LNK = 0
002360        MOVE FECHA-HOY-W TO FECHA-LOTE-W
002370     ELSE
002380        MOVE FECHA-LNK TO FECHA-LOTE-W
002390     END-IF.
002400     MOVE FECHA-LOTE-W TO FECHA-FACT-RX.
002410     START RESULTADOS-RX KEY IS = FECHA-FACT-RX
002420           INVALID KEY GO TO FIN-PUBLICAR-LOTE
002430     END-START.
002440     MOVE 0 TO SW-FIN-W.
002450     PERFORM LEER-ORDEN-LOTE UNTIL SW-FIN-W = 1.
002460     MOVE "S" TO RESULT-LNK.
002470     DISPLAY "ORDENES PUBLICADAS EN WORKLIST: " TOT-PUBLICADOS-W.

002480 FIN-PUBLICAR-LOTE.
002490     EXIT.

002500 LEER-ORDEN-LOTE.
002510     READ RESULTADOS-RX NEXT
002520          AT END MOVE 1 TO SW-FIN-W
002530     END-READ.
002540     IF SW-FIN-W = 0
002550        IF FECHA-FACT-RX NOT = FECHA-LOTE-W
002560           MOVE 1 TO SW-FIN-W
002570        ELSE
002580           MOVE LLAVE-RX TO LLAVE-EST
002590           READ ARCHIVO-ESTUDIO-RX
002600                INVALID KEY
002610                   PERFORM PUBLICAR-ORDEN
002620                      THRU FIN-PUBLICAR-ORDEN
002630           END-READ
002640        END-IF
002650     END-IF.

      * REG-RX YA ESTA LEIDO. CREA EL REGISTRO COMPANERO EN "W" Y
      * ESCRIBE EL MENSAJE ORM EN LA LISTA DE TRABAJO.
002660 PUBLICAR-ORDEN.
002670     ADD 1 TO ACCESION-MAX-W.
002680     INITIALIZE REG-EST.
002690     MOVE LLAVE-RX       TO LLAVE-EST.
002700     MOVE ACCESION-MAX-W TO ACCESION-EST.
002710     MOVE ID-ENTIDAD-RX  TO PACI-EST.
002720     MOVE ART-FACT-RX    TO CUPS-EST.
002730     MOVE FECHA-HOY-W    TO FECHA-ORDEN-EST.
002740     MOVE HORA-HOY-W     TO HORA-ORDEN-EST.
002750     MOVE "W"            TO ESTADO-EST.
002760     MOVE "MWL "         TO OPERADOR-EST.
002770     WRITE REG-EST
002780           INVALID KEY GO TO FIN-PUBLICAR-ORDEN
002790     END-WRITE.
002800     PERFORM LEER-PACIENTE.
002810     PERFORM LEER-CUPS.
002820     PERFORM ESCRIBIR-ORM.
002830     ADD 1 TO TOT-PUBLICADOS-W.

002840 FIN-PUBLICAR-ORDEN.
002850     EXIT.

002860 LEER-PACIENTE.
002870     MOVE ID-ENTIDAD-RX TO COD-PACI.
002880     READ ARCHIVO-PACIENTES
002890          INVALID KEY
002900             MOVE SPACES TO DESCRIP-PACI SEXO-PACI
002910             MOVE 0      TO FECHA-NAC-PACI
002920     END-READ.

002930 LEER-CUPS.
002940     MOVE ART-FACT-RX TO LLAVE-CUP.
002950     READ ARCHIVO-CUPS
002960          INVALID KEY MOVE SPACES TO DESCRIP-CUP
002970     END-READ.

002980 ESCRIBIR-ORM.
002990     MOVE ACCESION-EST    TO CONTROL-ID-W.
003000     MOVE FECHA-HOY-W     TO FECHA-MSH-W.
003010     MOVE HORA-HOY-W      TO HORA-MSH-W.
003020     MOVE CONTROL-ID-W    TO CONTROL-MSH-W.
003030     MOVE LIN-MSH-W       TO LIN-MWL.
003040     WRITE LIN-MWL.
003050     MOVE ID-ENTIDAD-RX   TO PACI-PID-W.
003060     MOVE DESCRIP-PACI    TO NOMBRE-PID-W.
003070     MOVE FECHA-NAC-PACI  TO FECHA-NAC-PID-W.
003080     MOVE SEXO-PACI       TO SEXO-PID-W.
003090     MOVE LIN-PID-W       TO LIN-MWL.
003100     WRITE LIN-MWL.
003110     MOVE ACCESION-EST    TO ACCESION-ORC-W.
003120     MOVE LLAVE-RX        TO LLAVE-RX-ORC-W.
003130     MOVE LIN-ORC-W       TO LIN-MWL.
003140     WRITE LIN-MWL.
003150     MOVE LLAVE-RX        TO LLAVE-RX-OBR-W.
003160     MOVE ACCESION-EST    TO ACCESION-OBR-W.
003170     MOVE ART-FACT-RX     TO CUPS-OBR-W.
003180     MOVE DESCRIP-CUP     TO DESCRIP-OBR-W.
003190     MOVE FECHA-HOY-W     TO FECHA-OBR-W.
003200     MOVE HORA-HOY-W      TO HORA-OBR-W.
003210     MOVE LIN-OBR-W       TO LIN-MWL.
003220     WRITE LIN-MWL.
