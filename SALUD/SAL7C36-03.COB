      *=================================================================
      * SALUD - SIAU: CAPTURA DE LA ENCUESTA DE SATISFACCION
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * GRABA EN ARCHIVO-ENCUESTA-SAT (SC-ENCSAT.DAT) LA ENCUESTA DEL
      * USUARIO CON LAS DOS PREGUNTAS QUE PIDE SUPERSALUD PARA LOS
      * INDICADORES DE SATISFACCION:
      * - EXPERIENCIA GLOBAL: 1 MUY BUENA, 2 BUENA, 3 REGULAR, 4 MALA,
      *   5 MUY MALA.
      * - RECOMENDARIA LA IPS: 1 DEFINITIVAMENTE SI, 2 PROBABLEMENTE
      *   SI, 3 PROBABLEMENTE NO, 4 DEFINITIVAMENTE NO.
      * MAS CINCO PREGUNTAS PROPIAS DE 1 A 5 (0 = NO RESPONDIO), EL
      * SERVICIO (ARCHIVO-DEPENDENCIAS) Y EL PACIENTE SI SE IDENTIFICA.
      * DEVUELVE NRO-LNK. RESULT-LNK: "S" GRABADA, "I" RESPUESTA FUERA
      * DE RANGO, "E" SERVICIO O PACIENTE NO EXISTE.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C36-03.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ENCUESTA-SAT LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ENCSAT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ENC
000140         ALTERNATE RECORD KEY IS FECHA-ENC WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PACIE-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-PACI
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-DEPENDENCIAS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-DEPEND-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-DEPEN
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-ENCUESTA-SAT
000310     LABEL RECORD STANDARD.
000320 01  REG-ENC.
000330     02 LLAVE-ENC.
000340        03 NRO-ENC              PIC 9(8).
000350     02 FECHA-ENC               PIC 9(8).
000360     02 PACI-ENC                PIC X(15).
000370     02 DEPEN-ENC               PIC 9(3).
000380     02 CANAL-ENC               PIC X.
000390     02 EXPERIENCIA-ENC         PIC 9.
000400        88 EXPERIENCIA-POSITIVA VALUE 1 2.
000410     02 RECOMIENDA-ENC          PIC 9.
000420        88 RECOMIENDA-POSITIVA  VALUE 1 2.
000430     02 PREGUNTA-ENC            PIC 9 OCCURS 5.
000440     02 OBSERV-ENC              PIC X(100).
000450     02 OPER-ENC                PIC X(4).
000460     02 FILLER                  PIC X(20).

000470 FD  ARCHIVO-PACIENTES
000480     LABEL RECORD STANDARD.
000490 01  REG-PACI.
000500     02 COD-PACI                PIC X(15).
000510     02 DESCRIP-PACI            PIC X(40).
000520     02 EPS-PACI                PIC X(6).
000530     02 ID-COTIZ-PACI           PIC X(15).
000540     02 ESTADO-PACI             PIC X.
000550     02 FUSIONADO-EN-PACI       PIC X(15).
000560     02 FECHA-FUSION-PACI       PIC 9(8).
000570     02 TELEFONO-PACI           PIC X(15).
000580     02 FECHA-NAC-PACI          PIC 9(8).
000590     02 SEXO-PACI               PIC X.
000600     02 PLAN-PACI               PIC XX.
000610     02 NIVEL-INGRESO-PACI      PIC 9.
000620     02 FILLER                  PIC X(9).

000630 FD  ARCHIVO-DEPENDENCIAS
000640     LABEL RECORD STANDARD.
000650 01  REG-DEPEN.
000660     02 LLAVE-DEPEN.
000670        03 COD-DEPEN            PIC 9(3).
000680     02 DESCRIP-DEPEN           PIC X(30).
000690     02 CONF-IMPRES-DEPEN       PIC 99.
000700     02 DEPEN-PADRE-DEPEN       PIC 9(3).
000710     02 OPER-APRUEBA-DEPEN      PIC X(4).

000720 WORKING-STORAGE SECTION.

000730 77  NOM-ENCSAT-W               PIC X(60)
000740     VALUE "D:\progelect\DATOS\SC-ENCSAT.DAT".
000750 77  NOM-PACIE-W                PIC X(60)
000760     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000770 77  NOM-DEPEND-W               PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-DEPEN.DAT".
000790 77  OTR-STAT                   PIC XX.
000800 77  NRO-SIGUIENTE-W            PIC 9(8) VALUE 0.
000810 77  I                          PIC 9 VALUE 0.
000820 77  SW-RANGO-W                 PIC 9 VALUE 0.

000830 LINKAGE SECTION.
000840 01  DATOS-ENC-LNK.
000850     02 NRO-LNK                 PIC 9(8).
000860     02 FECHA-LNK               PIC 9(8).
000870     02 PACI-LNK                PIC X(15).
000880     02 DEPEN-LNK               PIC 9(3).
000890     02 CANAL-LNK               PIC X.
000900        88 CANAL-VALIDO         VALUE "P" "T" "W".
000910     02 EXPERIENCIA-LNK         PIC 9.
000920        88 EXPERIENCIA-VALIDA   VALUE 1 THRU 5.
000930     02 RECOMIENDA-LNK          PIC 9.
000940        88 RECOMIENDA-VALIDA    VALUE 1 THRU 4.
000950     02 PREGUNTA-LNK            PIC 9 OCCURS 5.
000960     02 OBSERV-LNK              PIC X(100).
000970     02 OPER-LNK                PIC X(4).
000980 01  RESULT-LNK                 PIC X.

000990 PROCEDURE DIVISION USING DATOS-ENC-LNK RESULT-LNK.

001000 MAINLINE.
001010     MOVE "N" TO RESULT-LNK.
001020     PERFORM GRABAR-ENCUESTA THRU FIN-GRABAR-ENCUESTA.
001030     EXIT PROGRAM.

001040 GRABAR-ENCUESTA.
001050     MOVE 0 TO SW-RANGO-W.
001060     PERFORM REVISAR-PREGUNTA VARYING I FROM 1 BY 1
001070             UNTIL I > 5.
001080     IF NOT CANAL-VALIDO
001090        OR NOT EXPERIENCIA-VALIDA
001100        OR NOT RECOMIENDA-VALIDA
001110        OR SW-RANGO-W = 1
001120        MOVE "I" TO RESULT-LNK
001130        GO TO FIN-GRABAR-ENCUESTA
001140     END-IF.
001150     MOVE "E" TO RESULT-LNK.
001160     OPEN INPUT ARCHIVO-DEPENDENCIAS.
001170     MOVE DEPEN-LNK TO COD-DEPEN.
001180     READ ARCHIVO-DEPENDENCIAS
001190          INVALID KEY MOVE "23" TO OTR-STAT
001200     END-READ.
001210     CLOSE ARCHIVO-DEPENDENCIAS.
001220     IF OTR-STAT NOT = "00"
001230        GO TO FIN-GRABAR-ENCUESTA
001240     END-IF.
001250     IF PACI-LNK NOT = SPACES
001260        OPEN INPUT ARCHIVO-PACIENTES
001270        MOVE PACI-LNK TO COD-PACI
001280        READ ARCHIVO-PACIENTES
001290             INVALID KEY MOVE "23" TO OTR-STAT
001300        END-READ
001310        CLOSE ARCHIVO-PACIENTES
001320        IF OTR-STAT NOT = "00"
001330           GO TO FIN-GRABAR-ENCUESTA
001340        END-IF
001350     END-IF.
001360     MOVE "N" TO RESULT-LNK.
001370     IF FECHA-LNK = 0
001380        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LNK
001390     END-IF.
001400     OPEN I-O ARCHIVO-ENCUESTA-SAT.
001410     IF OTR-STAT = "35"
001420        OPEN OUTPUT ARCHIVO-ENCUESTA-SAT
001430        CLOSE ARCHIVO-ENCUESTA-SAT
001440        OPEN I-O ARCHIVO-ENCUESTA-SAT
001450     END-IF.
001460     MOVE 99999999 TO NRO-ENC.
001470     MOVE 0        TO NRO-SIGUIENTE-W.
001480     START ARCHIVO-ENCUESTA-SAT KEY IS <= LLAVE-ENC
001490           INVALID KEY MOVE 0 TO NRO-SIGUIENTE-W
001500           NOT INVALID KEY
001510               READ ARCHIVO-ENCUESTA-SAT PREVIOUS
001520                    AT END MOVE 0 TO NRO-SIGUIENTE-W
001530                    NOT AT END MOVE NRO-ENC TO NRO-SIGUIENTE-W
001540               END-READ
001550     END-START.
001560     ADD 1 TO NRO-SIGUIENTE-W.
001570     INITIALIZE REG-ENC.
001580     MOVE NRO-SIGUIENTE-W TO NRO-ENC NRO-LNK.
001590     MOVE FECHA-LNK       TO FECHA-ENC.
001600     MOVE PACI-LNK        TO PACI-ENC.
001610     MOVE DEPEN-LNK       TO DEPEN-ENC.
001620     MOVE CANAL-LNK       TO CANAL-ENC.
001630     MOVE EXPERIENCIA-LNK TO EXPERIENCIA-ENC.
001640     MOVE RECOMIENDA-LNK  TO RECOMIENDA-ENC.
001650     MOVE OBSERV-LNK      TO OBSERV-ENC.
001660     MOVE OPER-LNK        TO OPER-ENC.
001670     PERFORM PASAR-PREGUNTA VARYING I FROM 1 BY 1
001680             UNTIL I > 5.
001690     WRITE REG-ENC
001700           INVALID KEY
001710               CLOSE ARCHIVO-ENCUESTA-SAT
001720               GO TO FIN-GRABAR-ENCUESTA
001730     END-WRITE.
001740     CLOSE ARCHIVO-ENCUESTA-SAT.
001750     MOVE "S" TO RESULT-LNK.

001760 FIN-GRABAR-ENCUESTA.
001770     EXIT.

001780 REVISAR-PREGUNTA.
001790     IF PREGUNTA-LNK (I) > 5
001800        MOVE 1 TO SW-RANGO-W
001810     END-IF.

001820 PASAR-PREGUNTA.
001830     MOVE PREGUNTA-LNK (I) TO PREGUNTA-ENC (I).
