      *=================================================================
      * SALUD - HABEAS DATA: AUTORIZACION DE TRATAMIENTO DE DATOS DE
      * CONTACTO DEL PACIENTE (LEY 1581)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA COLA DE RECORDATORIOS (SAL7C18), LA FACTURA POR CORREO
      * (SER108-18) Y LA RESPUESTA DE PQRS (SAL7C36) USABAN EL
      * TELEFONO Y EL CORREO DEL PACIENTE SIN CONSTANCIA DE QUE EL LO
      * HUBIERA AUTORIZADO. LA AUTORIZACION VIGENTE QUEDA EN EL MISMO
      * REGISTRO DEL PACIENTE (AUTORIZA-PACI, TOMADO DEL FILLER DE
      * REG-PACI), UN BYTE POR FINALIDAD CON EL CANAL AUTORIZADO:
      *   FINALIDAD  R - RECORDATORIOS Y AVISOS DE CITA
      *              D - RESULTADOS Y DOCUMENTOS (FACTURA, RESPUESTAS)
      *              M - MERCADEO, CAMPANAS Y ENCUESTAS
      *   CANAL      T - TELEFONO (LLAMADA, SMS, WHATSAPP)
      *              E - CORREO ELECTRONICO
      *              A - AMBOS
      *              N - NO AUTORIZA (O REVOCO)
      *              EN BLANCO - NO SE LE HA PREGUNTADO (NO AUTORIZA)
      * Y LA PRUEBA DE CADA AUTORIZACION O REVOCATORIA (FECHA, HORA,
      * COMO SE CAPTURO, SOPORTE Y OPERADOR) EN ARCHIVO-AUTORIZA-DATOS
      * (SC-AUTDATOS.DAT), QUE NO SE BORRA.
      * MODO "G" - GRABA LA AUTORIZACION O REVOCATORIA DE UNA
      *            FINALIDAD. MEDIO-CAPTURA-LNK: F FORMATO FIRMADO,
      *            W PORTAL WEB, T LLAMADA GRABADA, M RESPUESTA A
      *            MENSAJE, S SOLICITUD DEL TITULAR (SAL7C37-01).
      * MODO "C" - CONSULTA SI EL PACIENTE AUTORIZA LA FINALIDAD POR
      *            EL CANAL PEDIDO (T O E): "S" AUTORIZA, "R" NO.
      * LAS SOLICITUDES DEL TITULAR (CONSULTA, CORRECCION, SUPRESION)
      * LAS LLEVA SAL7C37-01 Y EL INFORME POR FINALIDAD SAL7C37-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C37.
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

000220 DATA DIVISION.
000230 FILE SECTION.

000240 FD  ARCHIVO-PACIENTES
000250     LABEL RECORD STANDARD.
000260 01  REG-PACI.
000270     02 COD-PACI                PIC X(15).
000280     02 DESCRIP-PACI            PIC X(40).
000290     02 EPS-PACI                PIC X(6).
000300     02 ID-COTIZ-PACI           PIC X(15).
000310     02 ESTADO-PACI             PIC X.
000320     02 FUSIONADO-EN-PACI       PIC X(15).
000330     02 FECHA-FUSION-PACI       PIC 9(8).
000340     02 TELEFONO-PACI           PIC X(15).
000350     02 FECHA-NAC-PACI          PIC 9(8).
000360     02 SEXO-PACI               PIC X.
000370     02 PLAN-PACI               PIC XX.
000380     02 NIVEL-INGRESO-PACI      PIC 9.
000390     02 AUTORIZA-PACI.
000400        03 AUT-RECORDAT-PACI    PIC X.
000410        03 AUT-RESULTADOS-PACI  PIC X.
000420        03 AUT-MERCADEO-PACI    PIC X.
000430     02 AUTORIZA-TAB-PACI REDEFINES AUTORIZA-PACI.
000440        03 AUT-FINALIDAD-PACI   PIC X OCCURS 3.
000450     02 FILLER                  PIC X(6).

000460 FD  ARCHIVO-AUTORIZA-DATOS
000470     LABEL RECORD STANDARD.
000480 01  REG-AUT.
000490     02 LLAVE-AUT.
000500        03 PACI-AUT             PIC X(15).
000510        03 FINALIDAD-AUT        PIC X.
000520        03 FECHA-AUT            PIC 9(8).
000530        03 HORA-AUT             PIC 9(6).
000540     02 FECHA-REG-AUT           PIC 9(8).
000550     02 CANAL-AUT               PIC X.
000560     02 CANAL-ANTERIOR-AUT      PIC X.
000570     02 MEDIO-CAPTURA-AUT       PIC X.
000580     02 SOPORTE-AUT             PIC X(30).
000590     02 OPER-AUT                PIC X(4).
000600     02 FILLER                  PIC X(10).

000610 WORKING-STORAGE SECTION.

000620 77  NOM-PACIE-W                PIC X(60)
000630     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000640 77  NOM-AUTDATOS-W             PIC X(60)
000650     VALUE "D:\progelect\DATOS\SC-AUTDATOS.DAT".
000660 77  OTR-STAT                   PIC XX.
000670 77  I                          PIC 9 VALUE 0.
000680 77  CANAL-ACTUAL-W             PIC X VALUE SPACE.
000690 77  HORA-HOY-W                 PIC 9(6) VALUE 0.

000700 LINKAGE SECTION.
000710 01  MODO-LNK                   PIC X.
000720     88 MODO-GRABAR             VALUE "G".
000730     88 MODO-CONSULTAR          VALUE "C".
000740 01  DATOS-AUT-LNK.
000750     02 PACI-LNK                PIC X(15).
000760     02 FINALIDAD-LNK           PIC X.
000770        88 FINALIDAD-RECORDAT   VALUE "R".
000780        88 FINALIDAD-RESULTADOS VALUE "D".
000790        88 FINALIDAD-MERCADEO   VALUE "M".
000800     02 CANAL-LNK               PIC X.
000810        88 CANAL-VALIDO         VALUE "T" "E" "A" "N".
000820        88 CANAL-CONSULTA       VALUE "T" "E".
000830     02 MEDIO-CAPTURA-LNK       PIC X.
000840        88 MEDIO-VALIDO         VALUE "F" "W" "T" "M" "S".
000850     02 FECHA-LNK               PIC 9(8).
000860     02 SOPORTE-LNK             PIC X(30).
000870     02 OPER-LNK                PIC X(4).
000880 01  RESULT-LNK                 PIC X.
000890     88 AUTORIZA-OK             VALUE "S".
000900     88 AUTORIZA-NO             VALUE "R".
000910     88 AUTORIZA-INVALIDA       VALUE "I".
000920     88 AUTORIZA-SIN-PACIENTE   VALUE "E".
000930     88 AUTORIZA-NO-OK          VALUE "N".

000940 PROCEDURE DIVISION USING MODO-LNK DATOS-AUT-LNK RESULT-LNK.

000950 MAINLINE.
000960     MOVE "N" TO RESULT-LNK.
000970     EVALUATE TRUE
000980        WHEN FINALIDAD-RECORDAT   MOVE 1 TO I
000990        WHEN FINALIDAD-RESULTADOS MOVE 2 TO I
001000        WHEN FINALIDAD-MERCADEO   MOVE 3 TO I
001010        WHEN OTHER                MOVE 0 TO I
001020     END-EVALUATE.
001030     EVALUATE TRUE
001040        WHEN MODO-GRABAR
001050             PERFORM GRABAR-AUTORIZACION
001060                THRU FIN-GRABAR-AUTORIZACION
001070        WHEN MODO-CONSULTAR
001080             PERFORM CONSULTAR-AUTORIZACION
001090                THRU FIN-CONSULTAR-AUTORIZACION
001100     END-EVALUATE.
001110     EXIT PROGRAM.

      *=================================================================
      * AUTORIZACION O REVOCATORIA: PRIMERO LA PRUEBA, LUEGO EL PACIENTE
      *=================================================================
001120 GRABAR-AUTORIZACION.
001130     IF I = 0 OR NOT CANAL-VALIDO OR NOT MEDIO-VALIDO
001140        OR PACI-LNK = SPACES
001150        MOVE "I" TO RESULT-LNK
001160        GO TO FIN-GRABAR-AUTORIZACION
001170     END-IF.
001180     OPEN I-O ARCHIVO-PACIENTES.
001190     IF OTR-STAT NOT = "00"
001200        GO TO FIN-GRABAR-AUTORIZACION
001210     END-IF.
001220     MOVE PACI-LNK TO COD-PACI.
001230     READ ARCHIVO-PACIENTES
001240          INVALID KEY
001250              MOVE "E" TO RESULT-LNK
001260              CLOSE ARCHIVO-PACIENTES
001270              GO TO FIN-GRABAR-AUTORIZACION
001280     END-READ.
001290     MOVE AUT-FINALIDAD-PACI (I) TO CANAL-ACTUAL-W.
001300     IF FECHA-LNK = 0
001310        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-LNK
001320     END-IF.
001330     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
001340     OPEN I-O ARCHIVO-AUTORIZA-DATOS.
001350     IF OTR-STAT = "35"
001360        OPEN OUTPUT ARCHIVO-AUTORIZA-DATOS
001370        CLOSE ARCHIVO-AUTORIZA-DATOS
001380        OPEN I-O ARCHIVO-AUTORIZA-DATOS
001390     END-IF.
001400     INITIALIZE REG-AUT.
001410     MOVE PACI-LNK          TO PACI-AUT.
001420     MOVE FINALIDAD-LNK     TO FINALIDAD-AUT.
001430     MOVE FECHA-LNK         TO FECHA-AUT FECHA-REG-AUT.
001440     MOVE HORA-HOY-W        TO HORA-AUT.
001450     MOVE CANAL-LNK         TO CANAL-AUT.
001460     MOVE CANAL-ACTUAL-W    TO CANAL-ANTERIOR-AUT.
001470     MOVE MEDIO-CAPTURA-LNK TO MEDIO-CAPTURA-AUT.
001480     MOVE SOPORTE-LNK       TO SOPORTE-AUT.
001490     MOVE OPER-LNK          TO OPER-AUT.
001500     WRITE REG-AUT
001510           INVALID KEY
001520               CLOSE ARCHIVO-AUTORIZA-DATOS ARCHIVO-PACIENTES
001530               GO TO FIN-GRABAR-AUTORIZACION
001540     END-WRITE.
001550     CLOSE ARCHIVO-AUTORIZA-DATOS.
001560     MOVE CANAL-LNK TO AUT-FINALIDAD-PACI (I).
001570     REWRITE REG-PACI
001580             INVALID KEY
001590                 CLOSE ARCHIVO-PACIENTES
001600                 GO TO FIN-GRABAR-AUTORIZACION
001610     END-REWRITE.
001620     CLOSE ARCHIVO-PACIENTES.
001630     MOVE "S" TO RESULT-LNK.

001640 FIN-GRABAR-AUTORIZACION.
001650     EXIT.

      *=================================================================
      * CONSULTA PARA LOS PROCESOS QUE ENVIAN AL PACIENTE
      *=================================================================
001660 CONSULTAR-AUTORIZACION.
001670     IF I = 0 OR NOT CANAL-CONSULTA OR PACI-LNK = SPACES
001680        MOVE "I" TO RESULT-LNK
001690        GO TO FIN-CONSULTAR-AUTORIZACION
001700     END-IF.
001710     OPEN INPUT ARCHIVO-PACIENTES.
001720     IF OTR-STAT NOT = "00"
001730        GO TO FIN-CONSULTAR-AUTORIZACION
001740     END-IF.
001750     MOVE PACI-LNK TO COD-PACI.
001760     READ ARCHIVO-PACIENTES
001770          INVALID KEY MOVE "E" TO RESULT-LNK
001780          NOT INVALID KEY
001790              MOVE AUT-FINALIDAD-PACI (I) TO CANAL-ACTUAL-W
001800              IF CANAL-ACTUAL-W = "A"
001810                 OR CANAL-ACTUAL-W = CANAL-LNK
001820                 MOVE "S" TO RESULT-LNK
001830              ELSE
001840                 MOVE "R" TO RESULT-LNK
001850              END-IF
001860     END-READ.
001870     CLOSE ARCHIVO-PACIENTES.

001880 FIN-CONSULTAR-AUTORIZACION.
001890     EXIT.
