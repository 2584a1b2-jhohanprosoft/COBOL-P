      *=================================================================
      * SALUD - SIAU: ESCALAMIENTO DE PQRS POR VENCER Y VENCIDAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CORRIDA DIARIA. RECORRE ARCHIVO-PQRS (SAL7C36) POR FECHA DE
      * VENCIMIENTO HASTA HOY + DIAS-AVISO-LNK DIAS HABILES (CALL
      * SAL7C36-01) Y TOMA LAS QUE SIGUEN ABIERTAS:
      * - POR VENCER: NIVEL 1, SE AVISA AL OPERADOR APROBADOR
      *   (OPER-APRUEBA-DEPEN) DE LA DEPENDENCIA RESPONSABLE.
      * - VENCIDAS: NIVEL 2, SE SUBE A LA DEPENDENCIA PADRE
      *   (DEPEN-PADRE-DEPEN), COMO EL RUTEO DE CON003B.
      * EL NIVEL Y LA FECHA QUEDAN EN LA PQRS PARA NO REPETIR EL
      * ESCALAMIENTO; EL LISTADO SC-PQRSALERTA.TXT TRAE TODAS LAS DE LA
      * VENTANA (CAMPOS SEPARADOS POR ";", "*" EN LAS NUEVAS):
      *   NUEVA;NIVEL;NRO;TIPO;DEPENDENCIA;OPERADOR;RADICADA;VENCE;
      *   PACIENTE
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C36-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PQRS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PQRS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PQRS
000140         ALTERNATE RECORD KEY IS PACI-PQRS WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-VENCE-PQRS
000160            WITH DUPLICATES
000170         ALTERNATE RECORD KEY IS FECHA-RADICA-PQRS
000180            WITH DUPLICATES
000190         FILE STATUS IS OTR-STAT.

000200     SELECT ARCHIVO-DEPENDENCIAS LOCK MODE IS AUTOMATIC
000210         ASSIGN NOM-DEPEND-W
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS LLAVE-DEPEN
000250         FILE STATUS IS OTR-STAT.

000260     SELECT LISTADO-ALERTA
000270         ASSIGN NOM-ALERTA-W
000280         ORGANIZATION IS LINE SEQUENTIAL.

000290 DATA DIVISION.
000300 FILE SECTION.

000310 FD  ARCHIVO-PQRS
000320     LABEL RECORD STANDARD.
000330 01  REG-PQRS.
000340     02 LLAVE-PQRS.
000350        03 NRO-PQRS             PIC 9(8).
000360     02 FECHA-RADICA-PQRS       PIC 9(8).
000370     02 HORA-RADICA-PQRS        PIC 9(4).
000380     02 CANAL-PQRS              PIC X.
000390     02 TIPO-PQRS               PIC X.
000400     02 ATRIBUTO-PQRS           PIC 9.
000410     02 PACI-PQRS               PIC X(15).
000420     02 CITA-PQRS               PIC X(9).
000430     02 ID-HC-PQRS              PIC X(15).
000440     02 FOLIO-HC-PQRS           PIC X(8).
000450     02 PROF-PQRS               PIC X(6).
000460     02 DEPEN-PQRS              PIC 9(3).
000470     02 DESCRIP-PQRS            PIC X(200).
000480     02 DIAS-TERMINO-PQRS       PIC 9(3).
000490     02 FECHA-VENCE-PQRS        PIC 9(8).
000500     02 ESTADO-PQRS             PIC X.
000510        88 PQRS-ABIERTA         VALUE "A".
000520     02 ESCALA-PQRS             PIC 9.
000530        88 PQRS-SIN-ESCALAR     VALUE 0.
000540        88 PQRS-AVISO-VENCE     VALUE 1.
000550        88 PQRS-ESCALA-VENCIDA  VALUE 2.
000560     02 FECHA-ESCALA-PQRS       PIC 9(8).
000570     02 FECHA-RESP-PQRS         PIC 9(8).
000580     02 RESPUESTA-PQRS          PIC X(200).
000590     02 MEDIO-RESP-PQRS         PIC X.
000600     02 OPER-RADICA-PQRS        PIC X(4).
000610     02 OPER-RESP-PQRS          PIC X(4).
000620     02 FILLER                  PIC X(20).

000630 FD  ARCHIVO-DEPENDENCIAS
000640     LABEL RECORD STANDARD.
000650 01  REG-DEPEN.
000660     02 LLAVE-DEPEN.
000670        03 COD-DEPEN            PIC 9(3).
000680     02 DESCRIP-DEPEN           PIC X(30).
000690     02 CONF-IMPRES-DEPEN       PIC 99.
000700     02 DEPEN-PADRE-DEPEN       PIC 9(3).
000710     02 OPER-APRUEBA-DEPEN      PIC X(4).

000720 FD  LISTADO-ALERTA
000730     LABEL RECORD STANDARD.
000740 01  LIN-ALERTA                 PIC X(120).

000750 WORKING-STORAGE SECTION.

000760 77  NOM-PQRS-W                 PIC X(60)
000770     VALUE "D:\progelect\DATOS\SC-PQRS.DAT".
000780 77  NOM-DEPEND-W               PIC X(60)
000790     VALUE "D:\progelect\DATOS\SC-DEPEN.DAT".
000800 77  NOM-ALERTA-W               PIC X(60)
000810     VALUE "D:\progelect\DATOS\SC-PQRSALERTA.TXT".
000820 77  OTR-STAT                   PIC XX.
000830 77  SW-FIN-PQRS-W              PIC 9 VALUE 0.
000840 77  FECHA-HOY-W                PIC 9(8) VALUE 0.
000850 77  FECHA-LIMITE-W             PIC 9(8) VALUE 0.
000860 77  NIVEL-W                    PIC 9 VALUE 0.
000870 77  NUEVA-W                    PIC X VALUE SPACE.
000880 77  DEPEN-AVISO-W              PIC 9(3) VALUE 0.
000890 77  OPER-AVISO-W               PIC X(4) VALUE SPACES.
000900 77  TOT-POR-VENCER-W           PIC 9(5) VALUE 0.
000910 77  TOT-VENCIDAS-W             PIC 9(5) VALUE 0.
000920 77  TOT-NUEVAS-W               PIC 9(5) VALUE 0.

000930 LINKAGE SECTION.
000940 01  DIAS-AVISO-LNK             PIC 9(3).

000950 PROCEDURE DIVISION USING DIAS-AVISO-LNK.

000960 MAINLINE.
000970     OPEN I-O ARCHIVO-PQRS.
000980     IF OTR-STAT NOT = "00"
000990        DISPLAY "NO HAY PQRS RADICADAS"
001000        EXIT PROGRAM
001010     END-IF.
001020     OPEN INPUT ARCHIVO-DEPENDENCIAS.
001030     OPEN OUTPUT LISTADO-ALERTA.
001040     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001050     CALL "SAL7C36-01" USING FECHA-HOY-W DIAS-AVISO-LNK
001060                             FECHA-LIMITE-W.
001070     MOVE 0 TO FECHA-VENCE-PQRS.
001080     START ARCHIVO-PQRS KEY IS >= FECHA-VENCE-PQRS
001090           INVALID KEY MOVE 1 TO SW-FIN-PQRS-W
001100     END-START.
001110     PERFORM REVISAR-PQRS UNTIL SW-FIN-PQRS-W = 1.
001120     CLOSE ARCHIVO-PQRS ARCHIVO-DEPENDENCIAS LISTADO-ALERTA.
001130     DISPLAY "PQRS POR VENCER:           " TOT-POR-VENCER-W.
001140     DISPLAY "PQRS VENCIDAS:             " TOT-VENCIDAS-W.
001150     DISPLAY "ESCALAMIENTOS NUEVOS:      " TOT-NUEVAS-W.
001160     EXIT PROGRAM.

001170 REVISAR-PQRS.
001180     READ ARCHIVO-PQRS NEXT
001190          AT END MOVE 1 TO SW-FIN-PQRS-W
001200     END-READ.
001210     IF SW-FIN-PQRS-W = 0
001220        IF FECHA-VENCE-PQRS > FECHA-LIMITE-W
001230           MOVE 1 TO SW-FIN-PQRS-W
001240        ELSE
001250           IF PQRS-ABIERTA
001260              PERFORM ESCALAR-PQRS
001270           END-IF
001280        END-IF
001290     END-IF.

001300 ESCALAR-PQRS.
001310     MOVE SPACE TO NUEVA-W.
001320     MOVE DEPEN-PQRS TO COD-DEPEN DEPEN-AVISO-W.
001330     MOVE SPACES TO OPER-AVISO-W.
001340     READ ARCHIVO-DEPENDENCIAS
001350          INVALID KEY MOVE SPACES TO DESCRIP-DEPEN
001360                                     OPER-APRUEBA-DEPEN
001370                      MOVE 0 TO DEPEN-PADRE-DEPEN
001380     END-READ.
001390     IF FECHA-VENCE-PQRS < FECHA-HOY-W
001400        MOVE 2 TO NIVEL-W
001410        ADD 1 TO TOT-VENCIDAS-W
001420        IF DEPEN-PADRE-DEPEN > 0
001430           MOVE DEPEN-PADRE-DEPEN TO COD-DEPEN DEPEN-AVISO-W
001440           READ ARCHIVO-DEPENDENCIAS
001450                INVALID KEY MOVE SPACES TO OPER-APRUEBA-DEPEN
001460           END-READ
001470        END-IF
001480     ELSE
001490        MOVE 1 TO NIVEL-W
001500        ADD 1 TO TOT-POR-VENCER-W
001510     END-IF.
001520     MOVE OPER-APRUEBA-DEPEN TO OPER-AVISO-W.
001530     IF ESCALA-PQRS < NIVEL-W
001540        MOVE "*"         TO NUEVA-W
001550        MOVE NIVEL-W     TO ESCALA-PQRS
001560        MOVE FECHA-HOY-W TO FECHA-ESCALA-PQRS
001570        REWRITE REG-PQRS INVALID KEY CONTINUE END-REWRITE
001580        ADD 1 TO TOT-NUEVAS-W
001590     END-IF.
001600     MOVE SPACES TO LIN-ALERTA.
001610     STRING NUEVA-W           DELIMITED BY SIZE
001620            ";"               DELIMITED BY SIZE
001630            NIVEL-W           DELIMITED BY SIZE
001640            ";"               DELIMITED BY SIZE
001650            NRO-PQRS          DELIMITED BY SIZE
001660            ";"               DELIMITED BY SIZE
001670            TIPO-PQRS         DELIMITED BY SIZE
001680            ";"               DELIMITED BY SIZE
001690            DEPEN-AVISO-W     DELIMITED BY SIZE
001700            ";"               DELIMITED BY SIZE
001710            OPER-AVISO-W      DELIMITED BY SIZE
001720            ";"               DELIMITED BY SIZE
001730            FECHA-RADICA-PQRS DELIMITED BY SIZE
001740            ";"               DELIMITED BY SIZE
001750            FECHA-VENCE-PQRS  DELIMITED BY SIZE
001760            ";"               DELIMITED BY SIZE
001770            PACI-PQRS         DELIMITED BY SPACE
001780       INTO LIN-ALERTA
001790     END-STRING.
001800     WRITE LIN-ALERTA.
