      *=================================================================
      * FACTURACION - ASIGNACION DEL PAQUETE POR EVENTO AL INGRESO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS CONTRATOS POR PAQUETE (CESAREA, APENDICECTOMIA, CATARATA)
      * SE FACTURABAN A MANO. ESTE COMPONENTE LIGA UN PAQUETE DE LA
      * ENTIDAD (ARCHIVO-PAQUETES, SAL718J) A LA CUENTA DEL INGRESO
      * EN ARCHIVO-PAQ-INGRESO, UN PAQUETE VIGENTE POR CUENTA:
      * MODO "A" - ASIGNA EL PAQUETE: CARGA A LA CUENTA, POR SER108-30,
      *            LA LINEA UNICA DEL PAQUETE (ORIGEN "PAQ", CUPS DE
      *            FACTURACION DEL PAQUETE, AL PRECIO PACTADO) Y PASA A
      *            "I" (INCLUIDO EN PAQUETE) LOS CARGOS PENDIENTES QUE
      *            EL PAQUETE CUBRE (SER108-41). LOS CARGOS QUE ENTREN
      *            DESPUES LOS CLASIFICA SER108-30 AL GRABARLOS. EL
      *            DETALLE SIGUE EN LA CUENTA PERO SOLO SE FACTURA LA
      *            LINEA DEL PAQUETE Y LO QUE QUEDE PENDIENTE ENCIMA.
      *            LA ENTIDAD EN BLANCO SE TOMA DE EPS-PACI Y EL
      *            PACIENTE EN BLANCO DEL INGRESO.
      * MODO "D" - QUITA EL PAQUETE SI SU LINEA AUN NO SE HA
      *            FACTURADO: ANULA LA LINEA Y DEVUELVE A PENDIENTE
      *            LOS CARGOS INCLUIDOS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-40.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PAQ-INGRESO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PAQINGR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-NUM-PQI
000140         ALTERNATE RECORD KEY IS FECHA-ASIG-PQI WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-FACTSERV-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-FSER
000210         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000220         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000230            WITH DUPLICATES
000240         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000250         FILE STATUS IS OTR-STAT.

000260     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000270         ASSIGN NOM-NUMER-W
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS LLAVE-NUM
000310         FILE STATUS IS OTR-STAT.

000320     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000330         ASSIGN NOM-PACIE-W
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS COD-PACI
000370         FILE STATUS IS OTR-STAT.

000380 DATA DIVISION.
000390 FILE SECTION.

000400 FD  ARCHIVO-PAQ-INGRESO
000410     LABEL RECORD STANDARD.
000420 01  REG-PQI.
000430     02 LLAVE-NUM-PQI           PIC X(7).
000440     02 PACI-PQI                PIC X(15).
000450     02 ENTIDAD-PQI             PIC X(6).
000460     02 COD-PAQ-PQI             PIC X(6).
000470     02 FECHA-ASIG-PQI          PIC 9(8).
000480     02 PRECIO-PQI              PIC 9(9)V99.
000490     02 DIAS-MAX-PQI            PIC 9(3).
000500     02 ESTADO-PQI              PIC X.
000510        88 PAQUETE-VIGENTE      VALUE "V".
000520        88 PAQUETE-ANULADO      VALUE "A".
000530     02 OPER-PQI                PIC X(4).
000540     02 FECHA-ANUL-PQI          PIC 9(8).
000550     02 OPER-ANUL-PQI           PIC X(4).
000560     02 FILLER                  PIC X(20).

000570 FD  FACTURA-SERVICIOS
000580     LABEL RECORD STANDARD.
000590 01  REG-FSER.
000600     02 LLAVE-FSER.
000610        03 LLAVE-NUM-FSER.
000620           05 PREFIJO-FSER      PIC X.
000630           05 NRO-FSER          PIC 9(6).
000640        03 SECU-FSER            PIC 9(4).
000650     02 PACI-FSER               PIC X(15).
000660     02 ENTIDAD-FSER            PIC X(6).
000670     02 FECHA-FSER              PIC 9(8).
000680     02 TIPO-FSER               PIC X.
000690        88 CARGO-ES-CUP         VALUE "C".
000700        88 CARGO-ES-ARTICULO    VALUE "A".
000710     02 COD-FSER                PIC X(12).
000720     02 DESCRIP-FSER            PIC X(40).
000730     02 CANT-FSER               PIC 9(4).
000740     02 VLR-UNIT-FSER           PIC 9(9)V99.
000750     02 VLR-TOTAL-FSER          PIC 9(11)V99.
000760     02 LLAVE-ORIGEN-FSER.
000770        03 ORIGEN-FSER          PIC X(4).
000780        03 REFER-FSER           PIC X(20).
000790     02 USUARIO-FSER            PIC X(4).
000800     02 FECHA-GRAB-FSER         PIC 9(8).
000810     02 ESTADO-FSER             PIC X.
000820        88 CARGO-PENDIENTE      VALUE "P".
000830        88 CARGO-FACTURADO      VALUE "F".
000840        88 CARGO-ANULADO        VALUE "A".
000850        88 CARGO-EN-PAQUETE     VALUE "I".
000860     02 LLAVE-FACT-FSER         PIC X(12).

000870 FD  ARCHIVO-NUMERACION
000880     LABEL RECORD STANDARD.
000890 01  REG-NUM.
000900     02 LLAVE-NUM.
000910        03 PREFIJO-NUM          PIC X.
000920        03 NRO-NUM              PIC 9(6).
000930     02 FILLER                  PIC X(13).
000940     02 ESTADO-NUM              PIC X.
000950     02 NIT-NUM                 PIC 9(10).
000960     02 FILLER                  PIC X(80).
000970     02 ID-PAC-NUM              PIC X(15).
000980     02 FILLER                  PIC X(5).
000990     02 FECHA-ING-NUM           PIC 9(8).
001000     02 FECHA-RET-NUM           PIC 9(8).

001010 FD  ARCHIVO-PACIENTES
001020     LABEL RECORD STANDARD.
001030 01  REG-PACI.
001040     02 COD-PACI                PIC X(15).
001050     02 DESCRIP-PACI            PIC X(40).
001060     02 EPS-PACI                PIC X(6).
001070     02 FILLER                  PIC X(75).

001080 WORKING-STORAGE SECTION.

001090 77  NOM-PAQINGR-W              PIC X(60)
001100     VALUE "D:\progelect\DATOS\SC-PAQINGR.DAT".
001110 77  NOM-FACTSERV-W             PIC X(60)
001120     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001130 77  NOM-NUMER-W                PIC X(60)
001140     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
001150 77  NOM-PACIE-W                PIC X(60)
001160     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
001170 77  OTR-STAT                   PIC XX.
001180 77  SW-FIN-W                   PIC 9 VALUE 0.
001190 77  PACI-W                     PIC X(15).
001200 77  ENTIDAD-W                  PIC X(6).
001210 77  MODO-PAQ-W                 PIC X VALUE "Q".
001220 77  RESULT-PAQ-W               PIC X.
001230 77  ESTADO-REVISAR-W           PIC X.
001240 77  TOT-INCLUIDOS-W            PIC 9(4) VALUE 0.

001250 01  DATOS-PAQ-W.
001260     02 ENTIDAD-PAQ-W           PIC X(6).
001270     02 COD-PAQ-W               PIC X(6).
001280     02 DESCRIP-PAQ-W           PIC X(40).
001290     02 PRECIO-PAQ-W            PIC 9(9)V99.
001300     02 DIAS-MAX-PAQ-W          PIC 9(3).
001310     02 CUP-FACT-PAQ-W          PIC X(12).
001320     02 TIPO-ITEM-PAQ-W         PIC X.
001330     02 ITEM-PAQ-W              PIC X(12).

      * PARAMETROS DE LA LLAMADA A SER108-30
001340 01  CARGO-W.
001350     02 MODO-CARGO-W            PIC X.
001360     02 TIPO-CARGO-W            PIC X VALUE "C".
001370     02 COD-CARGO-W             PIC X(12).
001380     02 CANT-CARGO-W            PIC 9(4) VALUE 1.
001390     02 VALOR-CARGO-W           PIC 9(9)V99.
001400     02 ORIGEN-CARGO-W          PIC X(4) VALUE "PAQ".
001410     02 REFER-CARGO-W.
001420        03 LLAVE-NUM-REF-W      PIC X(7).
001430        03 COD-PAQ-REF-W        PIC X(6).
001440        03 FILLER               PIC X(7).
001450     02 RESULT-CARGO-W          PIC X.

001460 LINKAGE SECTION.
001470 01  MODO-LNK                   PIC X.
001480     88 MODO-ASIGNAR            VALUE "A".
001490     88 MODO-DESASIGNAR         VALUE "D".
001500 01  LLAVE-NUM-LNK              PIC X(7).
001510 01  PACI-LNK                   PIC X(15).
001520 01  ENTIDAD-LNK                PIC X(6).
001530 01  COD-PAQ-LNK                PIC X(6).
001540 01  FECHA-LNK                  PIC 9(8).
001550 01  OPER-LNK                   PIC X(4).
001560 01  RESULT-LNK                 PIC X.
001570     88 PAQUETE-OK              VALUE "S".
001580     88 CUENTA-NO-EXISTE        VALUE "X".
001590     88 PAQUETE-NO-EXISTE       VALUE "P".
001600     88 CUENTA-YA-TIENE-PAQUETE VALUE "D".
001610     88 PAQUETE-YA-FACTURADO    VALUE "F".
001620     88 PAQUETE-NO-OK           VALUE "N".

001630 PROCEDURE DIVISION USING MODO-LNK LLAVE-NUM-LNK PACI-LNK
001640                          ENTIDAD-LNK COD-PAQ-LNK FECHA-LNK
001650                          OPER-LNK RESULT-LNK.

001660 MAINLINE.
001670     MOVE "N" TO RESULT-LNK.
001680     PERFORM ABRIR-ARCHIVO.
001690     EVALUATE TRUE
001700        WHEN MODO-ASIGNAR
001710             PERFORM ASIGNAR-PAQUETE THRU FIN-ASIGNAR
001720        WHEN MODO-DESASIGNAR
001730             PERFORM QUITAR-PAQUETE THRU FIN-QUITAR
001740     END-EVALUATE.
001750     EXIT PROGRAM.

001760 ABRIR-ARCHIVO.
001770     OPEN I-O ARCHIVO-PAQ-INGRESO.
001780     IF OTR-STAT = "35"
001790        OPEN OUTPUT ARCHIVO-PAQ-INGRESO
001800        CLOSE ARCHIVO-PAQ-INGRESO
001810        OPEN I-O ARCHIVO-PAQ-INGRESO
001820     END-IF.
001830     CLOSE ARCHIVO-PAQ-INGRESO.

001840 ASIGNAR-PAQUETE.
001850     OPEN INPUT ARCHIVO-NUMERACION.
001860     MOVE LLAVE-NUM-LNK TO LLAVE-NUM.
001870     READ ARCHIVO-NUMERACION
001880          INVALID KEY MOVE "X" TO RESULT-LNK
001890     END-READ.
001900     CLOSE ARCHIVO-NUMERACION.
001910     IF RESULT-LNK = "X"
001920        GO TO FIN-ASIGNAR
001930     END-IF.
001940     MOVE PACI-LNK TO PACI-W.
001950     IF PACI-W = SPACES
001960        MOVE ID-PAC-NUM TO PACI-W
001970     END-IF.
001980     MOVE ENTIDAD-LNK TO ENTIDAD-W.
001990     IF ENTIDAD-W = SPACES
002000        OPEN INPUT ARCHIVO-PACIENTES
002010        MOVE PACI-W TO COD-PACI
002020        READ ARCHIVO-PACIENTES
002030             INVALID KEY CONTINUE
002040             NOT INVALID KEY MOVE EPS-PACI TO ENTIDAD-W
002050        END-READ
002060        CLOSE ARCHIVO-PACIENTES
002070     END-IF.
002080     INITIALIZE DATOS-PAQ-W.
002090     MOVE ENTIDAD-W   TO ENTIDAD-PAQ-W.
002100     MOVE COD-PAQ-LNK TO COD-PAQ-W.
002110     CALL "SAL718J" USING MODO-PAQ-W DATOS-PAQ-W RESULT-PAQ-W.
002120     IF RESULT-PAQ-W NOT = "S"
002130        MOVE "P" TO RESULT-LNK
002140        GO TO FIN-ASIGNAR
002150     END-IF.
002160     OPEN I-O ARCHIVO-PAQ-INGRESO.
002170     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-PQI.
002180     READ ARCHIVO-PAQ-INGRESO
002190          INVALID KEY MOVE SPACE TO ESTADO-PQI
002200     END-READ.
002210     IF PAQUETE-VIGENTE
002220        CLOSE ARCHIVO-PAQ-INGRESO
002230        MOVE "D" TO RESULT-LNK
002240        GO TO FIN-ASIGNAR
002250     END-IF.
002260     INITIALIZE REG-PQI.
002270     MOVE LLAVE-NUM-LNK  TO LLAVE-NUM-PQI.
002280     MOVE PACI-W         TO PACI-PQI.
002290     MOVE ENTIDAD-W      TO ENTIDAD-PQI.
002300     MOVE COD-PAQ-LNK    TO COD-PAQ-PQI.
002310     MOVE FECHA-LNK      TO FECHA-ASIG-PQI.
002320     MOVE PRECIO-PAQ-W   TO PRECIO-PQI.
002330     MOVE DIAS-MAX-PAQ-W TO DIAS-MAX-PQI.
002340     MOVE "V"            TO ESTADO-PQI.
002350     MOVE OPER-LNK       TO OPER-PQI.
002360     REWRITE REG-PQI
002370         INVALID KEY WRITE REG-PQI END-WRITE
002380     END-REWRITE.
002390     CLOSE ARCHIVO-PAQ-INGRESO.
002400     MOVE "G"            TO MODO-CARGO-W.
002410     MOVE CUP-FACT-PAQ-W TO COD-CARGO-W.
002420     IF COD-CARGO-W = SPACES
002430        MOVE COD-PAQ-LNK TO COD-CARGO-W
002440     END-IF.
002450     MOVE PRECIO-PAQ-W   TO VALOR-CARGO-W.
002460     PERFORM LLAMAR-CARGO.
002470     MOVE "P" TO ESTADO-REVISAR-W.
002480     PERFORM RECORRER-CUENTA.
002490     MOVE "S" TO RESULT-LNK.
002500     DISPLAY "CARGOS INCLUIDOS EN EL PAQUETE: " TOT-INCLUIDOS-W.

002510 FIN-ASIGNAR.
002520     EXIT.

002530 QUITAR-PAQUETE.
002540     OPEN I-O ARCHIVO-PAQ-INGRESO.
002550     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-PQI.
002560     READ ARCHIVO-PAQ-INGRESO
002570          INVALID KEY MOVE SPACE TO ESTADO-PQI
002580     END-READ.
002590     IF NOT PAQUETE-VIGENTE
002600        CLOSE ARCHIVO-PAQ-INGRESO
002610        MOVE "X" TO RESULT-LNK
002620        GO TO FIN-QUITAR
002630     END-IF.
002640     MOVE PACI-PQI    TO PACI-W.
002650     MOVE ENTIDAD-PQI TO ENTIDAD-W.
002660     CLOSE ARCHIVO-PAQ-INGRESO.
002670     MOVE "A"         TO MODO-CARGO-W.
002680     MOVE COD-PAQ-PQI TO COD-CARGO-W.
002690     PERFORM LLAMAR-CARGO.
002700     IF RESULT-CARGO-W = "F"
002710        MOVE "F" TO RESULT-LNK
002720        GO TO FIN-QUITAR
002730     END-IF.
002740     OPEN I-O ARCHIVO-PAQ-INGRESO.
002750     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-PQI.
002760     READ ARCHIVO-PAQ-INGRESO
002770          INVALID KEY CONTINUE
002780     END-READ.
002790     MOVE "A"      TO ESTADO-PQI.
002800     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-ANUL-PQI.
002810     MOVE OPER-LNK TO OPER-ANUL-PQI.
002820     REWRITE REG-PQI
002830         INVALID KEY CONTINUE
002840     END-REWRITE.
002850     CLOSE ARCHIVO-PAQ-INGRESO.
002860     MOVE "I" TO ESTADO-REVISAR-W.
002870     PERFORM RECORRER-CUENTA.
002880     MOVE "S" TO RESULT-LNK.

002890 FIN-QUITAR.
002900     EXIT.

      * LA REFERENCIA DE LA LINEA DEL PAQUETE ES CUENTA + PAQUETE, ASI
      * UNA SEGUNDA ASIGNACION NO LA DUPLICA (SER108-30 DEVUELVE "D").
002910 LLAMAR-CARGO.
002920     MOVE SPACES        TO REFER-CARGO-W.
002930     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-REF-W.
002940     MOVE COD-PAQ-LNK   TO COD-PAQ-REF-W.
002950     IF MODO-CARGO-W = "A"
002960        MOVE COD-PAQ-PQI TO COD-PAQ-REF-W
002970     END-IF.
002980     CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-LNK PACI-W
002990                            ENTIDAD-W FECHA-LNK TIPO-CARGO-W
003000                            COD-CARGO-W CANT-CARGO-W
003010                            VALOR-CARGO-W ORIGEN-CARGO-W
003020                            REFER-CARGO-W OPER-LNK
003030                            RESULT-CARGO-W.

      * ESTADO-REVISAR-W TRAE EL ESTADO DE LOS CARGOS A REVISAR: "P"
      * AL ASIGNAR (PASAN A "I" LOS QUE CUBRE EL PAQUETE), "I" AL
      * QUITAR (VUELVEN TODOS A "P").
003040 RECORRER-CUENTA.
003050     OPEN I-O FACTURA-SERVICIOS.
003060     MOVE 0             TO SW-FIN-W.
003070     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-FSER.
003080     MOVE 0             TO SECU-FSER.
003090     START FACTURA-SERVICIOS KEY IS >= LLAVE-FSER
003100           INVALID KEY MOVE 1 TO SW-FIN-W
003110     END-START.
003120     PERFORM REVISAR-CARGO UNTIL SW-FIN-W = 1.
003130     CLOSE FACTURA-SERVICIOS.

003140 REVISAR-CARGO.
003150     READ FACTURA-SERVICIOS NEXT
003160          AT END MOVE 1 TO SW-FIN-W
003170     END-READ.
003180     IF SW-FIN-W = 0
003190        IF LLAVE-NUM-FSER NOT = LLAVE-NUM-LNK
003200           MOVE 1 TO SW-FIN-W
003210        ELSE
003220           IF ESTADO-FSER = ESTADO-REVISAR-W
003230              AND ORIGEN-FSER NOT = "PAQ"
003240              PERFORM CAMBIAR-ESTADO-CARGO
003250           END-IF
003260        END-IF
003270     END-IF.

003280 CAMBIAR-ESTADO-CARGO.
003290     IF CARGO-EN-PAQUETE
003300        MOVE "P" TO ESTADO-FSER
003310        REWRITE REG-FSER
003320            INVALID KEY CONTINUE
003330        END-REWRITE
003340     ELSE
003350        CALL "SER108-41" USING LLAVE-NUM-LNK TIPO-FSER COD-FSER
003360                               ORIGEN-FSER FECHA-FSER
003370                               RESULT-PAQ-W
003380        IF RESULT-PAQ-W = "I"
003390           MOVE "I" TO ESTADO-FSER
003400           REWRITE REG-FSER
003410               INVALID KEY CONTINUE
003420               NOT INVALID KEY ADD 1 TO TOT-INCLUIDOS-W
003430           END-REWRITE
003440        END-IF
003450     END-IF.
