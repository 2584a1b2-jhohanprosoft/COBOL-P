      *=================================================================
      * SALUD - HABEAS DATA: INFORME DE AUTORIZACIONES POR FINALIDAD
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * INFORME SC-INFAUTDATOS.TXT PARA EL OFICIAL DE PROTECCION DE
      * DATOS, EN TRES PARTES:
      * 1) FOTO DE HOY DE ARCHIVO-PACIENTES: POR FINALIDAD (R, D, M)
      *    CUANTOS PACIENTES AUTORIZAN TELEFONO, CORREO, AMBOS, NO
      *    AUTORIZAN Y A CUANTOS NO SE LES HA PREGUNTADO.
      * 2) MOVIMIENTO DEL PERIODO EN ARCHIVO-AUTORIZA-DATOS (SAL7C37):
      *    AUTORIZACIONES Y REVOCATORIAS POR FINALIDAD.
      * 3) SOLICITUDES DEL TITULAR RADICADAS EN EL PERIODO (SAL7C37-01)
      *    POR TIPO: RADICADAS, PRORROGADAS, RESPONDIDAS EN TERMINO,
      *    RESPONDIDAS FUERA DE TERMINO, ABIERTAS Y ABIERTAS VENCIDAS;
      *    DEBAJO EL DETALLE DE LAS ABIERTAS QUE YA VENCIERON.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C37-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PACIE-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-PACI
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-AUTORIZA-DATOS LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-AUTDATOS-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-AUT
000200         ALTERNATE RECORD KEY IS FECHA-REG-AUT WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-SOLIC-TITULAR LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-SOLTIT-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-SOLT
000270         ALTERNATE RECORD KEY IS PACI-SOLT WITH DUPLICATES
000280         ALTERNATE RECORD KEY IS FECHA-VENCE-SOLT
000290            WITH DUPLICATES
000300         ALTERNATE RECORD KEY IS FECHA-RADICA-SOLT
000310            WITH DUPLICATES
000320         FILE STATUS IS OTR-STAT.

000330     SELECT INFORME-AUTDATOS
000340         ASSIGN NOM-INFAUT-W
000350         ORGANIZATION IS LINE SEQUENTIAL.

000360 DATA DIVISION.
000370 FILE SECTION.

000380 FD  ARCHIVO-PACIENTES
000390     LABEL RECORD STANDARD.
000400 01  REG-PACI.
000410     02 COD-PACI                PIC X(15).
000420     02 DESCRIP-PACI            PIC X(40).
000430     02 EPS-PACI                PIC X(6).
000440     02 ID-COTIZ-PACI           PIC X(15).
000450     02 ESTADO-PACI             PIC X.
000460     02 FUSIONADO-EN-PACI       PIC X(15).
000470     02 FECHA-FUSION-PACI       PIC 9(8).
000480     02 TELEFONO-PACI           PIC X(15).
000490     02 FECHA-NAC-PACI          PIC 9(8).
000500     02 SEXO-PACI               PIC X.
000510     02 PLAN-PACI               PIC XX.
000520     02 NIVEL-INGRESO-PACI      PIC 9.
000530     02 AUTORIZA-PACI.
000540        03 AUT-RECORDAT-PACI    PIC X.
000550        03 AUT-RESULTADOS-PACI  PIC X.
000560        03 AUT-MERCADEO-PACI    PIC X.
000570     02 AUTORIZA-TAB-PACI REDEFINES AUTORIZA-PACI.
000580        03 AUT-FINALIDAD-PACI   PIC X OCCURS 3.
000590     02 FILLER                  PIC X(6).

000600 FD  ARCHIVO-AUTORIZA-DATOS
000610     LABEL RECORD STANDARD.
000620 01  REG-AUT.
000630     02 LLAVE-AUT.
000640        03 PACI-AUT             PIC X(15).
000650        03 FINALIDAD-AUT        PIC X.
000660        03 FECHA-AUT            PIC 9(8).
000670        03 HORA-AUT             PIC 9(6).
000680     02 FECHA-REG-AUT           PIC 9(8).
000690     02 CANAL-AUT               PIC X.
000700     02 CANAL-ANTERIOR-AUT      PIC X.
000710     02 MEDIO-CAPTURA-AUT       PIC X.
000720     02 SOPORTE-AUT             PIC X(30).
000730     02 OPER-AUT                PIC X(4).
000740     02 FILLER                  PIC X(10).

000750 FD  ARCHIVO-SOLIC-TITULAR
000760     LABEL RECORD STANDARD.
000770 01  REG-SOLT.
000780     02 LLAVE-SOLT.
000790        03 NRO-SOLT             PIC 9(8).
000800     02 FECHA-RADICA-SOLT       PIC 9(8).
000810     02 HORA-RADICA-SOLT        PIC 9(4).
000820     02 PACI-SOLT               PIC X(15).
000830     02 SOLICITANTE-SOLT        PIC X(40).
000840     02 CALIDAD-SOLT            PIC X.
000850     02 TIPO-SOLT               PIC X.
000860     02 CANAL-SOLT              PIC X.
000870     02 DESCRIP-SOLT            PIC X(200).
000880     02 DIAS-TERMINO-SOLT       PIC 9(3).
000890     02 FECHA-VENCE-SOLT        PIC 9(8).
000900     02 PRORROGA-SOLT           PIC 9.
000910        88 SOLT-PRORROGADA      VALUE 1.
000920     02 MOTIVO-PRORROGA-SOLT    PIC X(60).
000930     02 ESTADO-SOLT             PIC X.
000940        88 SOLT-ABIERTA         VALUE "A".
000950        88 SOLT-RESPONDIDA      VALUE "R".
000960     02 DECISION-SOLT           PIC X.
000970     02 FECHA-RESP-SOLT         PIC 9(8).
000980     02 RESPUESTA-SOLT          PIC X(200).
000990     02 OPER-RADICA-SOLT        PIC X(4).
001000     02 OPER-RESP-SOLT          PIC X(4).
001010     02 FILLER                  PIC X(20).

001020 FD  INFORME-AUTDATOS
001030     LABEL RECORD STANDARD.
001040 01  LIN-INFAUT                 PIC X(100).

001050 WORKING-STORAGE SECTION.

001060 77  NOM-PACIE-W                PIC X(60)
001070     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001080 77  NOM-AUTDATOS-W             PIC X(60)
001090     VALUE "D:\progelect\DATOS\SC-AUTDATOS.DAT".
001100 77  NOM-SOLTIT-W               PIC X(60)
001110     VALUE "D:\progelect\DATOS\SC-SOLTITULAR.DAT".
001120 77  NOM-INFAUT-W               PIC X(60)
001130     VALUE "D:\progelect\DATOS\SC-INFAUTDATOS.TXT".
001140 77  OTR-STAT                   PIC XX.
001150 77  SW-FIN-W                   PIC 9 VALUE 0.
001160 77  I                          PIC 9 VALUE 0.
001170 77  J                          PIC 9 VALUE 0.
001180 77  FECHA-HOY-W                PIC 9(8) VALUE 0.
001190 77  TOT-PACIENTES-W            PIC 9(7) VALUE 0.

      * 1) FOTO POR FINALIDAD: T, E, A, N, SIN PREGUNTAR
001200 01  TABLA-FOTO-W.
001210     02 FINALIDAD-FOTO-W OCCURS 3.
001220        03 CANAL-FOTO-W         PIC 9(7) OCCURS 5.
      * 2) MOVIMIENTO DEL PERIODO: AUTORIZACIONES, REVOCATORIAS
001230 01  TABLA-MOV-W.
001240     02 FINALIDAD-MOV-W OCCURS 3.
001250        03 AUTORIZA-MOV-W       PIC 9(6).
001260        03 REVOCA-MOV-W         PIC 9(6).
      * 3) SOLICITUDES POR TIPO C, A, S, V
001270 01  TABLA-SOLT-W.
001280     02 TIPO-SOLT-W OCCURS 4.
001290        03 RADICADAS-SOLT-W     PIC 9(5).
001300        03 PRORROGADAS-SOLT-W   PIC 9(5).
001310        03 EN-TERMINO-SOLT-W    PIC 9(5).
001320        03 FUERA-TERMINO-SOLT-W PIC 9(5).
001330        03 ABIERTAS-SOLT-W      PIC 9(5).
001340        03 VENCIDAS-SOLT-W      PIC 9(5).

001350 01  NOMBRES-FINALIDAD-W.
001360     02 FILLER                  PIC X(14) VALUE "RECORDATORIOS ".
001370     02 FILLER                  PIC X(14) VALUE "RESULTADOS    ".
001380     02 FILLER                  PIC X(14) VALUE "MERCADEO      ".
001390 01  FILLER REDEFINES NOMBRES-FINALIDAD-W.
001400     02 NOMBRE-FINALIDAD-W      PIC X(14) OCCURS 3.
001410 01  NOMBRES-TIPO-W.
001420     02 FILLER                  PIC X(14) VALUE "CONSULTA      ".
001430     02 FILLER                  PIC X(14) VALUE "CORRECCION    ".
001440     02 FILLER                  PIC X(14) VALUE "SUPRESION     ".
001450     02 FILLER                  PIC X(14) VALUE "REVOCATORIA   ".
001460 01  FILLER REDEFINES NOMBRES-TIPO-W.
001470     02 NOMBRE-TIPO-W           PIC X(14) OCCURS 4.

001480 01  LIN-TITULO-AD.
001490     02 FILLER                  PIC X(37)
001500        VALUE "AUTORIZACIONES DE DATOS PERSONALES - ".
001510     02 FECHA-INI-AD            PIC 9(8).
001520     02 FILLER                  PIC X(3) VALUE " A ".
001530     02 FECHA-FIN-AD            PIC 9(8).
001540 01  LIN-SUBTITULO-AD           PIC X(60).
001550 01  LIN-COL-FOTO-AD.
001560     02 FILLER                  PIC X(15) VALUE "FINALIDAD".
001570     02 FILLER                  PIC X(40) VALUE
001580        "TELEFONO  CORREO   AMBOS NO AUTORIZA SIN".
001590     02 FILLER                  PIC X(9) VALUE " PREGUNTA".
001600 01  LIN-FOTO-AD.
001610     02 NOMBRE-FOTO-AD          PIC X(14).
001620     02 CANAL-FOTO-AD           PIC Z(8)9 OCCURS 5.
001630 01  LIN-COL-MOV-AD.
001640     02 FILLER                  PIC X(15) VALUE "FINALIDAD".
001650     02 FILLER                  PIC X(27) VALUE
001660        "AUTORIZACIONES REVOCATORIAS".
001670 01  LIN-MOV-AD.
001680     02 NOMBRE-MOV-AD           PIC X(14).
001690     02 AUTORIZA-MOV-AD         PIC Z(14)9.
001700     02 REVOCA-MOV-AD           PIC Z(11)9.
001710 01  LIN-COL-SOLT-AD.
001720     02 FILLER                  PIC X(15) VALUE "TIPO".
001730     02 FILLER                  PIC X(42) VALUE
001740        "RADICADAS PRORROG EN TERM. FUERA T. ABIERT".
001750     02 FILLER                  PIC X(8) VALUE "  VENCID".
001760 01  LIN-SOLT-AD.
001770     02 NOMBRE-SOLT-AD          PIC X(14).
001780     02 CIFRA-SOLT-AD           PIC Z(8)9 OCCURS 6.
001790 01  LIN-VENCIDA-AD.
001800     02 FILLER                  PIC X(9) VALUE "VENCIDA: ".
001810     02 NRO-VEN-AD              PIC 9(8).
001820     02 FILLER                  PIC X VALUE SPACE.
001830     02 TIPO-VEN-AD             PIC X.
001840     02 FILLER                  PIC X(11) VALUE " RADICADA: ".
001850     02 RADICA-VEN-AD           PIC 9(8).
001860     02 FILLER                  PIC X(8) VALUE " VENCE: ".
001870     02 VENCE-VEN-AD            PIC 9(8).
001880     02 FILLER                  PIC X VALUE SPACE.
001890     02 PACI-VEN-AD             PIC X(15).

001900 LINKAGE SECTION.
001910 01  FECHA-INI-LNK              PIC 9(8).
001920 01  FECHA-FIN-LNK              PIC 9(8).

001930 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

001940 MAINLINE.
001950     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001960     INITIALIZE TABLA-FOTO-W TABLA-MOV-W TABLA-SOLT-W.
001970     PERFORM CONTAR-PACIENTES.
001980     PERFORM CONTAR-MOVIMIENTO.
001990     PERFORM CONTAR-SOLICITUDES.
002000     OPEN OUTPUT INFORME-AUTDATOS.
002010     MOVE FECHA-INI-LNK TO FECHA-INI-AD.
002020     MOVE FECHA-FIN-LNK TO FECHA-FIN-AD.
002030     MOVE LIN-TITULO-AD TO LIN-INFAUT.
002040     WRITE LIN-INFAUT.
002050     MOVE "1) PACIENTES POR FINALIDAD Y CANAL AUTORIZADO (HOY)"
002060       TO LIN-SUBTITULO-AD.
002070     PERFORM ESCRIBIR-SUBTITULO.
002080     MOVE LIN-COL-FOTO-AD TO LIN-INFAUT.
002090     WRITE LIN-INFAUT.
002100     PERFORM ESCRIBIR-FOTO VARYING I FROM 1 BY 1 UNTIL I > 3.
002110     MOVE "2) AUTORIZACIONES Y REVOCATORIAS DEL PERIODO"
002120       TO LIN-SUBTITULO-AD.
002130     PERFORM ESCRIBIR-SUBTITULO.
002140     MOVE LIN-COL-MOV-AD TO LIN-INFAUT.
002150     WRITE LIN-INFAUT.
002160     PERFORM ESCRIBIR-MOVIMIENTO VARYING I FROM 1 BY 1
002170             UNTIL I > 3.
002180     MOVE "3) SOLICITUDES DEL TITULAR RADICADAS EN EL PERIODO"
002190       TO LIN-SUBTITULO-AD.
002200     PERFORM ESCRIBIR-SUBTITULO.
002210     MOVE LIN-COL-SOLT-AD TO LIN-INFAUT.
002220     WRITE LIN-INFAUT.
002230     PERFORM ESCRIBIR-SOLICITUDES VARYING I FROM 1 BY 1
002240             UNTIL I > 4.
002250     MOVE SPACES TO LIN-INFAUT.
002260     WRITE LIN-INFAUT.
002270     PERFORM LISTAR-VENCIDAS.
002280     CLOSE INFORME-AUTDATOS.
002290     DISPLAY "PACIENTES REVISADOS:       " TOT-PACIENTES-W.
002300     EXIT PROGRAM.

      *=================================================================
      * 1) FOTO DE ARCHIVO-PACIENTES
      *=================================================================
002310 CONTAR-PACIENTES.
002320     OPEN INPUT ARCHIVO-PACIENTES.
002330     IF OTR-STAT = "00"
002340        MOVE 0      TO SW-FIN-W
002350        MOVE SPACES TO COD-PACI
002360        START ARCHIVO-PACIENTES KEY IS >= COD-PACI
002370              INVALID KEY MOVE 1 TO SW-FIN-W
002380        END-START
002390        PERFORM LEER-PACIENTE UNTIL SW-FIN-W = 1
002400        CLOSE ARCHIVO-PACIENTES
002410     END-IF.

002420 LEER-PACIENTE.
002430     READ ARCHIVO-PACIENTES NEXT
002440          AT END MOVE 1 TO SW-FIN-W
002450     END-READ.
002460     IF SW-FIN-W = 0
002470        ADD 1 TO TOT-PACIENTES-W
002480        PERFORM CLASIFICAR-FINALIDAD VARYING I FROM 1 BY 1
002490                UNTIL I > 3
002500     END-IF.

002510 CLASIFICAR-FINALIDAD.
002520     EVALUATE AUT-FINALIDAD-PACI (I)
002530        WHEN "T"   MOVE 1 TO J
002540        WHEN "E"   MOVE 2 TO J
002550        WHEN "A"   MOVE 3 TO J
002560        WHEN "N"   MOVE 4 TO J
002570        WHEN OTHER MOVE 5 TO J
002580     END-EVALUATE.
002590     ADD 1 TO CANAL-FOTO-W (I, J).

      *=================================================================
      * 2) MOVIMIENTO DEL PERIODO
      *=================================================================
002600 CONTAR-MOVIMIENTO.
002610     OPEN INPUT ARCHIVO-AUTORIZA-DATOS.
002620     IF OTR-STAT = "00"
002630        MOVE 0             TO SW-FIN-W
002640        MOVE FECHA-INI-LNK TO FECHA-REG-AUT
002650        START ARCHIVO-AUTORIZA-DATOS KEY IS >= FECHA-REG-AUT
002660              INVALID KEY MOVE 1 TO SW-FIN-W
002670        END-START
002680        PERFORM LEER-AUTORIZACION UNTIL SW-FIN-W = 1
002690        CLOSE ARCHIVO-AUTORIZA-DATOS
002700     END-IF.

002710 LEER-AUTORIZACION.
002720     READ ARCHIVO-AUTORIZA-DATOS NEXT
002730          AT END MOVE 1 TO SW-FIN-W
002740     END-READ.
002750     IF SW-FIN-W = 0
002760        IF FECHA-REG-AUT > FECHA-FIN-LNK
002770           MOVE 1 TO SW-FIN-W
002780        ELSE
002790           EVALUATE FINALIDAD-AUT
002800              WHEN "R"   MOVE 1 TO I
002810              WHEN "D"   MOVE 2 TO I
002820              WHEN "M"   MOVE 3 TO I
002830              WHEN OTHER MOVE 0 TO I
002840           END-EVALUATE
002850           IF I > 0
002860              IF CANAL-AUT = "N"
002870                 ADD 1 TO REVOCA-MOV-W (I)
002880              ELSE
002890                 ADD 1 TO AUTORIZA-MOV-W (I)
002900              END-IF
002910           END-IF
002920        END-IF
002930     END-IF.

      *=================================================================
      * 3) SOLICITUDES DEL TITULAR
      *=================================================================
002940 CONTAR-SOLICITUDES.
002950     OPEN INPUT ARCHIVO-SOLIC-TITULAR.
002960     IF OTR-STAT = "00"
002970        MOVE 0             TO SW-FIN-W
002980        MOVE FECHA-INI-LNK TO FECHA-RADICA-SOLT
002990        START ARCHIVO-SOLIC-TITULAR KEY IS >= FECHA-RADICA-SOLT
003000              INVALID KEY MOVE 1 TO SW-FIN-W
003010        END-START
003020        PERFORM LEER-SOLICITUD UNTIL SW-FIN-W = 1
003030        CLOSE ARCHIVO-SOLIC-TITULAR
003040     END-IF.

003050 LEER-SOLICITUD.
003060     READ ARCHIVO-SOLIC-TITULAR NEXT
003070          AT END MOVE 1 TO SW-FIN-W
003080     END-READ.
003090     IF SW-FIN-W = 0
003100        IF FECHA-RADICA-SOLT > FECHA-FIN-LNK
003110           MOVE 1 TO SW-FIN-W
003120        ELSE
003130           PERFORM UBICAR-TIPO
003140           IF I > 0
003150              PERFORM SUMAR-SOLICITUD
003160           END-IF
003170        END-IF
003180     END-IF.

003190 UBICAR-TIPO.
003200     EVALUATE TIPO-SOLT
003210        WHEN "C"   MOVE 1 TO I
003220        WHEN "A"   MOVE 2 TO I
003230        WHEN "S"   MOVE 3 TO I
003240        WHEN "V"   MOVE 4 TO I
003250        WHEN OTHER MOVE 0 TO I
003260     END-EVALUATE.

003270 SUMAR-SOLICITUD.
003280     ADD 1 TO RADICADAS-SOLT-W (I).
003290     IF SOLT-PRORROGADA
003300        ADD 1 TO PRORROGADAS-SOLT-W (I)
003310     END-IF.
003320     IF SOLT-RESPONDIDA
003330        IF FECHA-RESP-SOLT > FECHA-VENCE-SOLT
003340           ADD 1 TO FUERA-TERMINO-SOLT-W (I)
003350        ELSE
003360           ADD 1 TO EN-TERMINO-SOLT-W (I)
003370        END-IF
003380     ELSE
003390        ADD 1 TO ABIERTAS-SOLT-W (I)
003400        IF FECHA-HOY-W > FECHA-VENCE-SOLT
003410           ADD 1 TO VENCIDAS-SOLT-W (I)
003420        END-IF
003430     END-IF.

      *    TODAS LAS ABIERTAS YA VENCIDAS, SIN IMPORTAR EL PERIODO
003440 LISTAR-VENCIDAS.
003450     OPEN INPUT ARCHIVO-SOLIC-TITULAR.
003460     IF OTR-STAT = "00"
003470        MOVE 0 TO SW-FIN-W
003480        MOVE 0 TO FECHA-VENCE-SOLT
003490        START ARCHIVO-SOLIC-TITULAR KEY IS >= FECHA-VENCE-SOLT
003500              INVALID KEY MOVE 1 TO SW-FIN-W
003510        END-START
003520        PERFORM LEER-VENCIDA UNTIL SW-FIN-W = 1
003530        CLOSE ARCHIVO-SOLIC-TITULAR
003540     END-IF.

003550 LEER-VENCIDA.
003560     READ ARCHIVO-SOLIC-TITULAR NEXT
003570          AT END MOVE 1 TO SW-FIN-W
003580     END-READ.
003590     IF SW-FIN-W = 0
003600        IF FECHA-VENCE-SOLT >= FECHA-HOY-W
003610           MOVE 1 TO SW-FIN-W
003620        ELSE
003630           IF SOLT-ABIERTA
003640              MOVE NRO-SOLT          TO NRO-VEN-AD
003650              MOVE TIPO-SOLT         TO TIPO-VEN-AD
003660              MOVE FECHA-RADICA-SOLT TO RADICA-VEN-AD
003670              MOVE FECHA-VENCE-SOLT  TO VENCE-VEN-AD
003680              MOVE PACI-SOLT         TO PACI-VEN-AD
003690              MOVE LIN-VENCIDA-AD    TO LIN-INFAUT
003700              WRITE LIN-INFAUT
003710           END-IF
003720        END-IF
003730     END-IF.

      *=================================================================
      * ESCRITURA
      *=================================================================
003740 ESCRIBIR-SUBTITULO.
003750     MOVE SPACES TO LIN-INFAUT.
003760     WRITE LIN-INFAUT.
003770     MOVE LIN-SUBTITULO-AD TO LIN-INFAUT.
003780     WRITE LIN-INFAUT.

003790 ESCRIBIR-FOTO.
003800     MOVE NOMBRE-FINALIDAD-W (I) TO NOMBRE-FOTO-AD.
003810     PERFORM PASAR-CANAL VARYING J FROM 1 BY 1 UNTIL J > 5.
003820     MOVE LIN-FOTO-AD TO LIN-INFAUT.
003830     WRITE LIN-INFAUT.

003840 PASAR-CANAL.
003850     MOVE CANAL-FOTO-W (I, J) TO CANAL-FOTO-AD (J).

003860 ESCRIBIR-MOVIMIENTO.
003870     MOVE NOMBRE-FINALIDAD-W (I) TO NOMBRE-MOV-AD.
003880     MOVE AUTORIZA-MOV-W (I)     TO AUTORIZA-MOV-AD.
003890     MOVE REVOCA-MOV-W (I)       TO REVOCA-MOV-AD.
003900     MOVE LIN-MOV-AD TO LIN-INFAUT.
003910     WRITE LIN-INFAUT.

003920 ESCRIBIR-SOLICITUDES.
003930     MOVE NOMBRE-TIPO-W (I)         TO NOMBRE-SOLT-AD.
003940     MOVE RADICADAS-SOLT-W (I)      TO CIFRA-SOLT-AD (1).
003950     MOVE PRORROGADAS-SOLT-W (I)    TO CIFRA-SOLT-AD (2).
003960     MOVE EN-TERMINO-SOLT-W (I)     TO CIFRA-SOLT-AD (3).
003970     MOVE FUERA-TERMINO-SOLT-W (I)  TO CIFRA-SOLT-AD (4).
003980     MOVE ABIERTAS-SOLT-W (I)       TO CIFRA-SOLT-AD (5).
003990     MOVE VENCIDAS-SOLT-W (I)       TO CIFRA-SOLT-AD (6).
004000     MOVE LIN-SOLT-AD TO LIN-INFAUT.
004010     WRITE LIN-INFAUT.
