      *=================================================================
      * TAXIMETROS - DESPACHO DE SERVICIO ESPECIAL CON EXTRACTO DEL
      * CONTRATO (FUEC) Y DOCUMENTOS DEL CONDUCTOR
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * PARA LOS CONTRATOS DE SERVICIO ESPECIAL MINTRANSPORTE EXIGE
      * UN FUEC POR VIAJE Y CONDUCTORES CON LICENCIA, SEGURIDAD
      * SOCIAL, EXAMEN MEDICO Y CURSOS AL DIA. ESTE COMPONENTE
      * MANEJA:
      * - ARCHIVO-CONDUCTORES: REGISTRO DEL CONDUCTOR (CEDULA,
      *   LICENCIA CON CATEGORIA Y VENCIMIENTO, EPS/ARL Y HASTA
      *   CUANDO ESTA PAGA LA PLANILLA, EXAMEN MEDICO Y CURSO).
      * - ARCHIVO-CONTRATOS-ESP: EL CONTRATO (CONTRATANTE, OBJETO Y
      *   VIGENCIA).
      * - ARCHIVO-FUEC: CADA EXTRACTO EXPEDIDO CON SU CONSECUTIVO,
      *   CONTRATO, RECORRIDO, VEHICULO (ARCHIVO-CARROS) Y HASTA TRES
      *   CONDUCTORES.
      * SE INVOCA ASI:
      * MODO "C" - GRABA/ACTUALIZA EL CONDUCTOR.
      * MODO "K" - GRABA/ACTUALIZA EL CONTRATO.
      * MODO "D" - DESPACHA: VALIDA EL CONTRATO VIGENTE PARA LAS
      *            FECHAS DEL VIAJE, EL VEHICULO ACTIVO CON SOAT Y
      *            TECNOMECANICA VIGENTES Y CADA CONDUCTOR CON SUS
      *            DOCUMENTOS VIGENTES HASTA EL REGRESO (EL MISMO
      *            CRITERIO DE FECHA DE VENCIMIENTO DE TAX134) Y
      *            LICENCIA DE SERVICIO PUBLICO (CATEGORIA C). SI
      *            ALGO ESTA VENCIDO NO SE DESPACHA ("B") Y
      *            MOTIVO-LNK DICE QUE. SI TODO ESTA AL DIA ASIGNA EL
      *            CONSECUTIVO, GRABA EL FUEC E IMPRIME EL EXTRACTO
      *            EN SC-FUEC.TXT.
      * MODO "A" - ANULA UN FUEC (EL CONSECUTIVO NO SE REUTILIZA).
      * EL LISTADO MENSUAL DE FUEC POR CONTRATO PARA LA AUTORIDAD DE
      * TRANSITO LO PRODUCE TAX141-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX141.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CONDUCTORES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CONDUCT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS CEDULA-CDT
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CONTRATOS-ESP LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CONTRESP-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS NRO-CONTRATO-CTE
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-FUEC LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-FUEC-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS NRO-FUEC
000260         ALTERNATE RECORD KEY IS LLAVE-CONTR-FUEC
000270                   WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-CARROS LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-CARROS-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CODIGO-CAR
000340         ALTERNATE RECORD KEY IS PROPIET-CAR WITH DUPLICATES
000350         ALTERNATE RECORD KEY IS INTERNO-CAR WITH DUPLICATES
000360         FILE STATUS IS OTR-STAT.

000370     SELECT REPORTE-FUEC
000380         ASSIGN NOM-REPFUEC-W
000390         ORGANIZATION IS LINE SEQUENTIAL.

000400 DATA DIVISION.
000410 FILE SECTION.

000420 FD  ARCHIVO-CONDUCTORES
000430     LABEL RECORD STANDARD.
000440 01  REG-CDT.
000450     02 CEDULA-CDT              PIC 9(10).
000460     02 NOMBRE-CDT              PIC X(40).
000470     02 NRO-LICENCIA-CDT        PIC X(15).
000480     02 CATEGORIA-LIC-CDT       PIC XX.
000490     02 FECHA-VENCE-LIC-CDT     PIC 9(8).
000500     02 EPS-CDT                 PIC X(20).
000510     02 ARL-CDT                 PIC X(20).
000520     02 FECHA-VENCE-SEGSOC-CDT  PIC 9(8).
000530     02 FECHA-VENCE-EXAMEN-CDT  PIC 9(8).
000540     02 CURSO-CDT               PIC X(30).
000550     02 FECHA-VENCE-CURSO-CDT   PIC 9(8).
000560     02 ESTADO-CDT              PIC X.
000570        88 CDT-ACTIVO           VALUE "A".
000580        88 CDT-RETIRADO         VALUE "R".
000590     02 USUARIO-CDT             PIC X(4).
000600     02 FILLER                  PIC X(20).

000610 FD  ARCHIVO-CONTRATOS-ESP
000620     LABEL RECORD STANDARD.
000630 01  REG-CTE.
000640     02 NRO-CONTRATO-CTE        PIC X(10).
000650     02 NIT-CONTRATANTE-CTE     PIC 9(10).
000660     02 NOMBRE-CONTRATANTE-CTE  PIC X(40).
000670     02 OBJETO-CTE              PIC X(40).
000680     02 FECHA-INI-CTE           PIC 9(8).
000690     02 FECHA-FIN-CTE           PIC 9(8).
000700     02 ESTADO-CTE              PIC X.
000710        88 CTE-VIGENTE          VALUE "A".
000720        88 CTE-TERMINADO        VALUE "T".
000730     02 USUARIO-CTE             PIC X(4).
000740     02 FILLER                  PIC X(20).

000750 FD  ARCHIVO-FUEC
000760     LABEL RECORD STANDARD.
000770 01  REG-FUEC.
000780     02 NRO-FUEC                PIC 9(8).
000790     02 LLAVE-CONTR-FUEC.
000800        03 CONTRATO-FUEC        PIC X(10).
000810        03 FECHA-SALIDA-FUEC    PIC 9(8).
000820     02 FECHA-REGRESO-FUEC      PIC 9(8).
000830     02 ORIGEN-FUEC             PIC X(30).
000840     02 DESTINO-FUEC            PIC X(30).
000850     02 CODIGO-CAR-FUEC         PIC 9(5).
000860     02 PLACA-FUEC              PIC X(6).
000870     02 INTERNO-FUEC            PIC X(4).
000880     02 CONDUCTOR-FUEC          PIC 9(10) OCCURS 3.
000890     02 ESTADO-FUEC             PIC X.
000900        88 FUEC-EXPEDIDO        VALUE "E".
000910        88 FUEC-ANULADO         VALUE "A".
000920     02 FECHA-EXPEDICION-FUEC   PIC 9(8).
000930     02 USUARIO-FUEC            PIC X(4).
000940     02 FILLER                  PIC X(20).

000950 FD  ARCHIVO-CARROS
000960     LABEL RECORD STANDARD.
000970 01  REG-CAR.
000980     02 CODIGO-CAR             PIC 9(5).
000990     02 PLACA-CAR              PIC X(6).
001000     02 PROPIET-CAR            PIC X(12).
001010     02 INTERNO-CAR            PIC X(4).
001020     02 PORC-COMISION-CAR      PIC 9(3)V99.
001030     02 FECHA-VENCE-SOAT-CAR   PIC 9(8).
001040     02 FECHA-VENCE-TECNO-CAR  PIC 9(8).
001050     02 ESTADO-CAR             PIC X.
001060        88 CAR-ACTIVO          VALUE "A".
001070        88 CAR-RETIRADO        VALUE "R".
001080     02 AGENCIA-CAR            PIC X(3).
001090     02 FECHA-RECEP-CAR        PIC 9(8).
001100     02 PLAZO-CONSIG-DIAS-CAR  PIC 9(3).

001110 FD  REPORTE-FUEC
001120     LABEL RECORD STANDARD.
001130 01  LIN-FUEC                   PIC X(100).

001140 WORKING-STORAGE SECTION.

001150 77  NOM-CONDUCT-W              PIC X(60)
001160     VALUE "D:\progelect\DATOS\SC-CONDUCT.DAT".
001170 77  NOM-CONTRESP-W             PIC X(60)
001180     VALUE "D:\progelect\DATOS\SC-CONTRESP.DAT".
001190 77  NOM-FUEC-W                 PIC X(60)
001200     VALUE "D:\progelect\DATOS\SC-FUEC.DAT".
001210 77  NOM-CARROS-W               PIC X(60)
001220     VALUE "D:\progelect\DATOS\SC-CARROS.DAT".
001230 77  NOM-REPFUEC-W              PIC X(60)
001240     VALUE "D:\progelect\DATOS\SC-FUEC.TXT".
001250 77  OTR-STAT                   PIC XX.
001260 77  SW-FIN-CAR-W               PIC 9 VALUE 0.
001270 77  SW-HALLADO-W               PIC 9 VALUE 0.
001280 77  FECHA-HOY-W                PIC 9(8).
001290 77  IND-CDT-W                  PIC 9.
001300 77  TOT-CONDUCTORES-W          PIC 9.

001310 01  LIN-ENCAB-FU.
001320     02 FILLER                  PIC X(48) VALUE
001330        "FORMATO UNICO DE EXTRACTO DEL CONTRATO - FUEC NO".
001340     02 FILLER                  PIC X VALUE SPACE.
001350     02 NRO-ENC-FU              PIC 9(8).
001360 01  LIN-CONTRATO-FU.
001370     02 FILLER                  PIC X(10) VALUE "CONTRATO: ".
001380     02 CONTRATO-FU             PIC X(10).
001390     02 FILLER                  PIC X(15) VALUE
001400        "  CONTRATANTE: ".
001410     02 NIT-CONTRATANTE-FU      PIC Z(9)9.
001420     02 FILLER                  PIC X VALUE SPACE.
001430     02 NOMBRE-CONTRATANTE-FU   PIC X(40).
001440 01  LIN-OBJETO-FU.
001450     02 FILLER                  PIC X(8) VALUE "OBJETO: ".
001460     02 OBJETO-FU               PIC X(40).
001470 01  LIN-RECORRIDO-FU.
001480     02 FILLER                  PIC X(11) VALUE "RECORRIDO: ".
001490     02 ORIGEN-FU               PIC X(30).
001500     02 FILLER                  PIC X(3) VALUE " - ".
001510     02 DESTINO-FU              PIC X(30).
001520 01  LIN-VIGENCIA-FU.
001530     02 FILLER                  PIC X(18) VALUE
001540        "VIGENCIA: SALIDA ".
001550     02 SALIDA-FU               PIC 9(8).
001560     02 FILLER                  PIC X(10) VALUE "  REGRESO ".
001570     02 REGRESO-FU              PIC 9(8).
001580 01  LIN-VEHICULO-FU.
001590     02 FILLER                  PIC X(16) VALUE
001600        "VEHICULO PLACA: ".
001610     02 PLACA-FU                PIC X(6).
001620     02 FILLER                  PIC X(11) VALUE "  INTERNO: ".
001630     02 INTERNO-FU              PIC X(4).
001640     02 FILLER                  PIC X(8) VALUE "  SOAT: ".
001650     02 SOAT-FU                 PIC 9(8).
001660     02 FILLER                  PIC X(10) VALUE "  TECNOM: ".
001670     02 TECNO-FU                PIC 9(8).
001680 01  LIN-CONDUCTOR-FU.
001690     02 FILLER                  PIC X(10) VALUE "CONDUCTOR ".
001700     02 IND-FU                  PIC 9.
001710     02 FILLER                  PIC X(2) VALUE ": ".
001720     02 CEDULA-FU               PIC Z(9)9.
001730     02 FILLER                  PIC X VALUE SPACE.
001740     02 NOMBRE-FU               PIC X(40).
001750     02 FILLER                  PIC X(6) VALUE " LIC. ".
001760     02 LICENCIA-FU             PIC X(15).
001770     02 FILLER                  PIC X VALUE SPACE.
001780     02 CATEGORIA-FU            PIC XX.
001790     02 FILLER                  PIC X(7) VALUE " VENCE ".
001800     02 VENCE-LIC-FU            PIC 9(8).

001810 LINKAGE SECTION.
001820 01  MODO-LNK                   PIC X.
001830     88 MODO-CONDUCTOR          VALUE "C".
001840     88 MODO-CONTRATO           VALUE "K".
001850     88 MODO-DESPACHO           VALUE "D".
001860     88 MODO-ANULAR             VALUE "A".
001870 01  DATOS-CONDUCTOR-LNK.
001880     02 CEDULA-LNK              PIC 9(10).
001890     02 NOMBRE-LNK              PIC X(40).
001900     02 NRO-LICENCIA-LNK        PIC X(15).
001910     02 CATEGORIA-LIC-LNK       PIC XX.
001920     02 FECHA-VENCE-LIC-LNK     PIC 9(8).
001930     02 EPS-LNK                 PIC X(20).
001940     02 ARL-LNK                 PIC X(20).
001950     02 FECHA-VENCE-SEGSOC-LNK  PIC 9(8).
001960     02 FECHA-VENCE-EXAMEN-LNK  PIC 9(8).
001970     02 CURSO-LNK               PIC X(30).
001980     02 FECHA-VENCE-CURSO-LNK   PIC 9(8).
001990     02 ESTADO-LNK              PIC X.
002000 01  DATOS-CONTRATO-LNK.
002010     02 NRO-CONTRATO-LNK        PIC X(10).
002020     02 NIT-CONTRATANTE-LNK     PIC 9(10).
002030     02 NOMBRE-CONTRATANTE-LNK  PIC X(40).
002040     02 OBJETO-LNK              PIC X(40).
002050     02 FECHA-INI-CONTR-LNK     PIC 9(8).
002060     02 FECHA-FIN-CONTR-LNK     PIC 9(8).
002070     02 ESTADO-CONTR-LNK        PIC X.
002080 01  DATOS-DESPACHO-LNK.
002090     02 NRO-FUEC-LNK            PIC 9(8).
002100     02 PLACA-LNK               PIC X(6).
002110     02 ORIGEN-LNK              PIC X(30).
002120     02 DESTINO-LNK             PIC X(30).
002130     02 FECHA-SALIDA-LNK        PIC 9(8).
002140     02 FECHA-REGRESO-LNK       PIC 9(8).
002150     02 CONDUCTOR-LNK           PIC 9(10) OCCURS 3.
002160 01  MOTIVO-LNK                 PIC X(60).
002170 01  USUARIO-LNK                PIC X(4).
002180 01  RESULT-LNK                 PIC X.
002190     88 DESPACHO-OK             VALUE "S".
002200     88 DESPACHO-BLOQUEADO      VALUE "B".
002210     88 DESPACHO-NO-EXISTE      VALUE "X".
002220     88 DESPACHO-NO-OK          VALUE "N".

002230 PROCEDURE DIVISION USING MODO-LNK DATOS-CONDUCTOR-LNK
002240                          DATOS-CONTRATO-LNK DATOS-DESPACHO-LNK
002250                          MOTIVO-LNK USUARIO-LNK RESULT-LNK.

002260 MAINLINE.
002270     MOVE "N" TO RESULT-LNK.
002280     MOVE SPACES TO MOTIVO-LNK.
002290     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002300     EVALUATE TRUE
002310        WHEN MODO-CONDUCTOR
002320           PERFORM GRABAR-CONDUCTOR
002330        WHEN MODO-CONTRATO
002340           PERFORM GRABAR-CONTRATO
002350        WHEN MODO-DESPACHO
002360           PERFORM DESPACHAR THRU FIN-DESPACHAR
002370        WHEN MODO-ANULAR
002380           PERFORM ANULAR-FUEC THRU FIN-ANULAR-FUEC
002390     END-EVALUATE.
002400     EXIT PROGRAM.

      *-----------------------------------------------------------------
      * REGISTRO DE CONDUCTORES Y CONTRATOS
      *-----------------------------------------------------------------
002410 GRABAR-CONDUCTOR.
002420     OPEN I-O ARCHIVO-CONDUCTORES.
002430     IF OTR-STAT = "35"
002440        OPEN OUTPUT ARCHIVO-CONDUCTORES
002450        CLOSE ARCHIVO-CONDUCTORES
002460        OPEN I-O ARCHIVO-CONDUCTORES
002470     END-IF.
002480     INITIALIZE REG-CDT.
002490     MOVE CEDULA-LNK             TO CEDULA-CDT.
002500     MOVE NOMBRE-LNK             TO NOMBRE-CDT.
002510     MOVE NRO-LICENCIA-LNK       TO NRO-LICENCIA-CDT.
002520     MOVE CATEGORIA-LIC-LNK      TO CATEGORIA-LIC-CDT.
002530     MOVE FECHA-VENCE-LIC-LNK    TO FECHA-VENCE-LIC-CDT.
002540     MOVE EPS-LNK                TO EPS-CDT.
002550     MOVE ARL-LNK                TO ARL-CDT.
002560     MOVE FECHA-VENCE-SEGSOC-LNK TO FECHA-VENCE-SEGSOC-CDT.
002570     MOVE FECHA-VENCE-EXAMEN-LNK TO FECHA-VENCE-EXAMEN-CDT.
002580     MOVE CURSO-LNK              TO CURSO-CDT.
002590     MOVE FECHA-VENCE-CURSO-LNK  TO FECHA-VENCE-CURSO-CDT.
002600     MOVE ESTADO-LNK             TO ESTADO-CDT.
002610     IF ESTADO-CDT = SPACE
002620        MOVE "A" TO ESTADO-CDT
002630     END-IF.
002640     MOVE USUARIO-LNK            TO USUARIO-CDT.
002650     WRITE REG-CDT
002660         INVALID KEY REWRITE REG-CDT
002670                         INVALID KEY CONTINUE
002680                         NOT INVALID KEY
002690                            MOVE "S" TO RESULT-LNK
002700                     END-REWRITE
002710         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002720     END-WRITE.
002730     CLOSE ARCHIVO-CONDUCTORES.

002740 GRABAR-CONTRATO.
002750     OPEN I-O ARCHIVO-CONTRATOS-ESP.
002760     IF OTR-STAT = "35"
002770        OPEN OUTPUT ARCHIVO-CONTRATOS-ESP
002780        CLOSE ARCHIVO-CONTRATOS-ESP
002790        OPEN I-O ARCHIVO-CONTRATOS-ESP
002800     END-IF.
002810     INITIALIZE REG-CTE.
002820     MOVE NRO-CONTRATO-LNK       TO NRO-CONTRATO-CTE.
002830     MOVE NIT-CONTRATANTE-LNK    TO NIT-CONTRATANTE-CTE.
002840     MOVE NOMBRE-CONTRATANTE-LNK TO NOMBRE-CONTRATANTE-CTE.
002850     MOVE OBJETO-LNK             TO OBJETO-CTE.
002860     MOVE FECHA-INI-CONTR-LNK    TO FECHA-INI-CTE.
002870     MOVE FECHA-FIN-CONTR-LNK    TO FECHA-FIN-CTE.
002880     MOVE ESTADO-CONTR-LNK       TO ESTADO-CTE.
002890     IF ESTADO-CTE = SPACE
002900        MOVE "A" TO ESTADO-CTE
002910     END-IF.
002920     MOVE USUARIO-LNK            TO USUARIO-CTE.
002930     WRITE REG-CTE
002940         INVALID KEY REWRITE REG-CTE
002950                         INVALID KEY CONTINUE
002960                         NOT INVALID KEY
002970                            MOVE "S" TO RESULT-LNK
002980                     END-REWRITE
002990         NOT INVALID KEY MOVE "S" TO RESULT-LNK
003000     END-WRITE.
003010     CLOSE ARCHIVO-CONTRATOS-ESP.

      *-----------------------------------------------------------------
      * DESPACHO: VALIDACIONES Y EXPEDICION DEL FUEC
      *-----------------------------------------------------------------
003020 DESPACHAR.
003030     MOVE 0 TO NRO-FUEC-LNK.
003040     IF FECHA-REGRESO-LNK < FECHA-SALIDA-LNK
003050        MOVE FECHA-SALIDA-LNK TO FECHA-REGRESO-LNK
003060     END-IF.
003070     OPEN INPUT ARCHIVO-CONTRATOS-ESP ARCHIVO-CARROS
003080                ARCHIVO-CONDUCTORES.
003090     OPEN I-O ARCHIVO-FUEC.
003100     IF OTR-STAT = "35"
003110        OPEN OUTPUT ARCHIVO-FUEC
003120        CLOSE ARCHIVO-FUEC
003130        OPEN I-O ARCHIVO-FUEC
003140     END-IF.
003150     PERFORM VALIDAR-CONTRATO THRU FIN-VALIDAR-CONTRATO.
003160     IF MOTIVO-LNK = SPACES
003170        PERFORM VALIDAR-VEHICULO THRU FIN-VALIDAR-VEHICULO
003180     END-IF.
003190     IF MOTIVO-LNK = SPACES
003200        MOVE 0 TO TOT-CONDUCTORES-W
003210        PERFORM VALIDAR-CONDUCTOR THRU FIN-VALIDAR-CONDUCTOR
003220                VARYING IND-CDT-W FROM 1 BY 1
003230                UNTIL IND-CDT-W > 3 OR MOTIVO-LNK NOT = SPACES
003240        IF MOTIVO-LNK = SPACES AND TOT-CONDUCTORES-W = 0
003250           MOVE "SIN CONDUCTOR ASIGNADO" TO MOTIVO-LNK
003260        END-IF
003270     END-IF.
003280     IF MOTIVO-LNK NOT = SPACES
003290        IF RESULT-LNK NOT = "X"
003300           MOVE "B" TO RESULT-LNK
003310        END-IF
003320        GO TO FIN-DESPACHAR
003330     END-IF.
003340     PERFORM GRABAR-FUEC.
003350     PERFORM IMPRIMIR-FUEC.
003360     MOVE "S" TO RESULT-LNK.
003370 FIN-DESPACHAR.
003380     CLOSE ARCHIVO-CONTRATOS-ESP ARCHIVO-CARROS
003390           ARCHIVO-CONDUCTORES ARCHIVO-FUEC.

003400 VALIDAR-CONTRATO.
003410     MOVE NRO-CONTRATO-LNK TO NRO-CONTRATO-CTE.
003420     READ ARCHIVO-CONTRATOS-ESP
003430          INVALID KEY
003440             MOVE "X" TO RESULT-LNK
003450             MOVE "CONTRATO NO EXISTE" TO MOTIVO-LNK
003460             GO TO FIN-VALIDAR-CONTRATO
003470     END-READ.
003480     IF NOT CTE-VIGENTE
003490        OR FECHA-SALIDA-LNK < FECHA-INI-CTE
003500        OR FECHA-REGRESO-LNK > FECHA-FIN-CTE
003510        MOVE "CONTRATO NO VIGENTE PARA LAS FECHAS DEL VIAJE"
003520          TO MOTIVO-LNK
003530     END-IF.
003540 FIN-VALIDAR-CONTRATO.
003550     EXIT.

      * ARCHIVO-CARROS NO TIENE LLAVE POR PLACA: SE RECORRE.
003560 VALIDAR-VEHICULO.
003570     MOVE 0 TO SW-HALLADO-W SW-FIN-CAR-W.
003580     PERFORM LEER-CARRO-PLACA
003590             UNTIL SW-FIN-CAR-W = 1 OR SW-HALLADO-W = 1.
003600     IF SW-HALLADO-W = 0
003610        MOVE "X" TO RESULT-LNK
003620        MOVE "VEHICULO NO EXISTE" TO MOTIVO-LNK
003630        GO TO FIN-VALIDAR-VEHICULO
003640     END-IF.
003650     IF NOT CAR-ACTIVO
003660        MOVE "VEHICULO RETIRADO" TO MOTIVO-LNK
003670        GO TO FIN-VALIDAR-VEHICULO
003680     END-IF.
003690     IF FECHA-VENCE-SOAT-CAR < FECHA-REGRESO-LNK
003700        STRING "SOAT DEL VEHICULO VENCE " FECHA-VENCE-SOAT-CAR
003710               DELIMITED BY SIZE INTO MOTIVO-LNK
003720        GO TO FIN-VALIDAR-VEHICULO
003730     END-IF.
003740     IF FECHA-VENCE-TECNO-CAR < FECHA-REGRESO-LNK
003750        STRING "TECNOMECANICA DEL VEHICULO VENCE "
003760               FECHA-VENCE-TECNO-CAR
003770               DELIMITED BY SIZE INTO MOTIVO-LNK
003780     END-IF.
003790 FIN-VALIDAR-VEHICULO.
003800     EXIT.

003810 LEER-CARRO-PLACA.
003820     READ ARCHIVO-CARROS NEXT
003830          AT END MOVE 1 TO SW-FIN-CAR-W
003840     END-READ.
003850     IF SW-FIN-CAR-W = 0 AND PLACA-CAR = PLACA-LNK
003860        MOVE 1 TO SW-HALLADO-W
003870     END-IF.

003880 VALIDAR-CONDUCTOR.
003890     IF CONDUCTOR-LNK (IND-CDT-W) = 0
003900        GO TO FIN-VALIDAR-CONDUCTOR
003910     END-IF.
003920     ADD 1 TO TOT-CONDUCTORES-W.
003930     MOVE CONDUCTOR-LNK (IND-CDT-W) TO CEDULA-CDT.
003940     READ ARCHIVO-CONDUCTORES
003950          INVALID KEY
003960             MOVE "X" TO RESULT-LNK
003970             STRING "CONDUCTOR NO REGISTRADO " CEDULA-CDT
003980                    DELIMITED BY SIZE INTO MOTIVO-LNK
003990             GO TO FIN-VALIDAR-CONDUCTOR
004000     END-READ.
004010     IF NOT CDT-ACTIVO
004020        STRING "CONDUCTOR RETIRADO " CEDULA-CDT
004030               DELIMITED BY SIZE INTO MOTIVO-LNK
004040        GO TO FIN-VALIDAR-CONDUCTOR
004050     END-IF.
004060     IF CATEGORIA-LIC-CDT (1: 1) NOT = "C"
004070        STRING "LICENCIA SIN CATEGORIA DE SERVICIO PUBLICO "
004080               CEDULA-CDT
004090               DELIMITED BY SIZE INTO MOTIVO-LNK
004100        GO TO FIN-VALIDAR-CONDUCTOR
004110     END-IF.
004120     IF FECHA-VENCE-LIC-CDT < FECHA-REGRESO-LNK
004130        STRING "LICENCIA VENCIDA " CEDULA-CDT " VENCE "
004140               FECHA-VENCE-LIC-CDT
004150               DELIMITED BY SIZE INTO MOTIVO-LNK
004160        GO TO FIN-VALIDAR-CONDUCTOR
004170     END-IF.
004180     IF FECHA-VENCE-SEGSOC-CDT < FECHA-REGRESO-LNK
004190        STRING "SEGURIDAD SOCIAL VENCIDA " CEDULA-CDT " VENCE "
004200               FECHA-VENCE-SEGSOC-CDT
004210               DELIMITED BY SIZE INTO MOTIVO-LNK
004220        GO TO FIN-VALIDAR-CONDUCTOR
004230     END-IF.
004240     IF FECHA-VENCE-EXAMEN-CDT < FECHA-REGRESO-LNK
004250        STRING "EXAMEN MEDICO VENCIDO " CEDULA-CDT " VENCE "
004260               FECHA-VENCE-EXAMEN-CDT
004270               DELIMITED BY SIZE INTO MOTIVO-LNK
004280        GO TO FIN-VALIDAR-CONDUCTOR
004290     END-IF.
004300     IF FECHA-VENCE-CURSO-CDT < FECHA-REGRESO-LNK
004310        STRING "CURSO VENCIDO " CEDULA-CDT " VENCE "
004320               FECHA-VENCE-CURSO-CDT
004330               DELIMITED BY SIZE INTO MOTIVO-LNK
004340     END-IF.
004350 FIN-VALIDAR-CONDUCTOR.
004360     EXIT.

      * EL CONSECUTIVO ES EL ULTIMO NRO-FUEC + 1; LOS ANULADOS
      * CONSERVAN SU NUMERO.
004370 GRABAR-FUEC.
004380     MOVE 0 TO NRO-FUEC-LNK.
004390     MOVE 99999999 TO NRO-FUEC.
004400     START ARCHIVO-FUEC KEY IS <= NRO-FUEC
004410           INVALID KEY CONTINUE
004420           NOT INVALID KEY
004430               READ ARCHIVO-FUEC PREVIOUS
004440                    AT END CONTINUE
004450                    NOT AT END MOVE NRO-FUEC TO NRO-FUEC-LNK
004460               END-READ
004470     END-START.
004480     ADD 1 TO NRO-FUEC-LNK.
004490     INITIALIZE REG-FUEC.
004500     MOVE NRO-FUEC-LNK      TO NRO-FUEC.
004510     MOVE NRO-CONTRATO-LNK  TO CONTRATO-FUEC.
004520     MOVE FECHA-SALIDA-LNK  TO FECHA-SALIDA-FUEC.
004530     MOVE FECHA-REGRESO-LNK TO FECHA-REGRESO-FUEC.
004540     MOVE ORIGEN-LNK        TO ORIGEN-FUEC.
004550     MOVE DESTINO-LNK       TO DESTINO-FUEC.
004560     MOVE CODIGO-CAR        TO CODIGO-CAR-FUEC.
004570     MOVE PLACA-CAR         TO PLACA-FUEC.
004580     MOVE INTERNO-CAR       TO INTERNO-FUEC.
004590     MOVE CONDUCTOR-LNK (1) TO CONDUCTOR-FUEC (1).
004600     MOVE CONDUCTOR-LNK (2) TO CONDUCTOR-FUEC (2).
004610     MOVE CONDUCTOR-LNK (3) TO CONDUCTOR-FUEC (3).
004620     MOVE "E"               TO ESTADO-FUEC.
004630     MOVE FECHA-HOY-W       TO FECHA-EXPEDICION-FUEC.
004640     MOVE USUARIO-LNK       TO USUARIO-FUEC.
004650     WRITE REG-FUEC INVALID KEY CONTINUE END-WRITE.

004660 IMPRIMIR-FUEC.
004670     OPEN OUTPUT REPORTE-FUEC.
004680     MOVE NRO-FUEC TO NRO-ENC-FU.
004690     MOVE LIN-ENCAB-FU TO LIN-FUEC.
004700     WRITE LIN-FUEC.
004710     MOVE CONTRATO-FUEC          TO CONTRATO-FU.
004720     MOVE NIT-CONTRATANTE-CTE    TO NIT-CONTRATANTE-FU.
004730     MOVE NOMBRE-CONTRATANTE-CTE TO NOMBRE-CONTRATANTE-FU.
004740     MOVE LIN-CONTRATO-FU TO LIN-FUEC.
004750     WRITE LIN-FUEC.
004760     MOVE OBJETO-CTE TO OBJETO-FU.
004770     MOVE LIN-OBJETO-FU TO LIN-FUEC.
004780     WRITE LIN-FUEC.
004790     MOVE ORIGEN-FUEC  TO ORIGEN-FU.
004800     MOVE DESTINO-FUEC TO DESTINO-FU.
004810     MOVE LIN-RECORRIDO-FU TO LIN-FUEC.
004820     WRITE LIN-FUEC.
004830     MOVE FECHA-SALIDA-FUEC  TO SALIDA-FU.
004840     MOVE FECHA-REGRESO-FUEC TO REGRESO-FU.
004850     MOVE LIN-VIGENCIA-FU TO LIN-FUEC.
004860     WRITE LIN-FUEC.
004870     MOVE PLACA-CAR             TO PLACA-FU.
004880     MOVE INTERNO-CAR           TO INTERNO-FU.
004890     MOVE FECHA-VENCE-SOAT-CAR  TO SOAT-FU.
004900     MOVE FECHA-VENCE-TECNO-CAR TO TECNO-FU.
004910     MOVE LIN-VEHICULO-FU TO LIN-FUEC.
004920     WRITE LIN-FUEC.
004930     PERFORM IMPRIMIR-CONDUCTOR
004940             VARYING IND-CDT-W FROM 1 BY 1 UNTIL IND-CDT-W > 3.
004950     CLOSE REPORTE-FUEC.

004960 IMPRIMIR-CONDUCTOR.
004970     IF CONDUCTOR-FUEC (IND-CDT-W) NOT = 0
004980        MOVE CONDUCTOR-FUEC (IND-CDT-W) TO CEDULA-CDT
004990        READ ARCHIVO-CONDUCTORES
005000             INVALID KEY INITIALIZE REG-CDT
005010        END-READ
005020        MOVE IND-CDT-W           TO IND-FU
005030        MOVE CONDUCTOR-FUEC (IND-CDT-W) TO CEDULA-FU
005040        MOVE NOMBRE-CDT          TO NOMBRE-FU
005050        MOVE NRO-LICENCIA-CDT    TO LICENCIA-FU
005060        MOVE CATEGORIA-LIC-CDT   TO CATEGORIA-FU
005070        MOVE FECHA-VENCE-LIC-CDT TO VENCE-LIC-FU
005080        MOVE LIN-CONDUCTOR-FU TO LIN-FUEC
005090        WRITE LIN-FUEC
005100     END-IF.

      *-----------------------------------------------------------------
      * ANULACION DEL FUEC
      *-----------------------------------------------------------------
005110 ANULAR-FUEC.
005120     OPEN I-O ARCHIVO-FUEC.
005130     IF OTR-STAT NOT = "00"
005140        GO TO FIN-ANULAR-FUEC
005150     END-IF.
005160     MOVE NRO-FUEC-LNK TO NRO-FUEC.
005170     READ ARCHIVO-FUEC
005180          INVALID KEY
005190             MOVE "X" TO RESULT-LNK
005200             CLOSE ARCHIVO-FUEC
005210             GO TO FIN-ANULAR-FUEC
005220     END-READ.
005230     MOVE "A"         TO ESTADO-FUEC.
005240     MOVE USUARIO-LNK TO USUARIO-FUEC.
005250     REWRITE REG-FUEC
005260         INVALID KEY CONTINUE
005270         NOT INVALID KEY MOVE "S" TO RESULT-LNK
005280     END-REWRITE.
005290     CLOSE ARCHIVO-FUEC.
005300 FIN-ANULAR-FUEC.
005310     EXIT.
