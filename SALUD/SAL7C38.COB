      *=================================================================
      * SALUD - EQUIPOS BIOMEDICOS: INVENTARIO, PLANES DE MANTENIMIENTO
      * Y CALIBRACION, ORDENES DE TRABAJO Y CERTIFICADOS METROLOGICOS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * HABILITACION EXIGE EL INVENTARIO DE EQUIPOS BIOMEDICOS CON SU
      * CRONOGRAMA DE MANTENIMIENTO PREVENTIVO Y CALIBRACION, Y LO
      * LLEVABAMOS EN HOJAS DE CALCULO. ARCHIVOS:
      * - ARCHIVO-EQUIPO-BIO (SC-EQUIBIO.DAT): HOJA DE VIDA DEL EQUIPO:
      *   SERIE, REGISTRO INVIMA, CLASE DE RIESGO (I, IIA, IIB, III),
      *   SEDE Y UBICACION, PROVEEDOR, ACTIVO FIJO DE CON126 Y RECURSO
      *   DE SAL7C26 CUANDO SE RESERVA CON LAS CITAS. ESTADO "A" EN
      *   SERVICIO, "F" FUERA DE SERVICIO (FALLA REPORTADA O CERRADA
      *   COMO NO FUNCIONAL), "B" DADO DE BAJA.
      * - ARCHIVO-PLAN-BIO (SC-PLANBIO.DAT): UN PLAN POR EQUIPO Y TIPO
      *   (M MANTENIMIENTO PREVENTIVO, C CALIBRACION) CON SU FRECUENCIA
      *   EN MESES, ULTIMA EJECUCION, PROXIMA FECHA Y LA ORDEN ABIERTA.
      * - ARCHIVO-ORDEN-BIO (SC-ORDENBIO.DAT): ORDENES DE TRABAJO (M
      *   PREVENTIVO, C CALIBRACION, R CORRECTIVO) CON EL INFORME DEL
      *   TECNICO Y EL TIEMPO FUERA DE SERVICIO. LAS PREVENTIVAS Y DE
      *   CALIBRACION LAS GENERA SAL7C38-01 DESDE LOS PLANES.
      * - ARCHIVO-CERT-BIO (SC-CERTBIO.DAT): HISTORIA DE CERTIFICADOS
      *   DE CALIBRACION (LABORATORIO, ACREDITACION, VENCIMIENTO,
      *   CONFORME O NO). NO SE BORRA.
      * MODO "G" - GRABA/ACTUALIZA EL EQUIPO. ESTADO-EQB-LNK "B" LO DA
      *            DE BAJA; EL ACTIVO FIJO DEBE EXISTIR EN CON126.
      * MODO "P" - GRABA EL PLAN (TIPO, FRECUENCIA, ULTIMA EJECUCION).
      *            LA PROXIMA FECHA ES LA ULTIMA MAS LA FRECUENCIA; SIN
      *            ULTIMA EJECUCION QUEDA PARA HOY.
      * MODO "O" - ABRE UNA ORDEN CORRECTIVA POR FALLA REPORTADA: EL
      *            EQUIPO QUEDA FUERA DE SERVICIO DESDE ESE MOMENTO.
      *            DEVUELVE EL NUMERO DE ORDEN.
      * MODO "C" - CIERRA UNA ORDEN CON EL INFORME DEL TECNICO, CALCULA
      *            LAS HORAS FUERA DE SERVICIO, DEJA EL EQUIPO EN
      *            SERVICIO O FUERA SEGUN EL RESULTADO Y CORRE EL PLAN.
      *            UNA ORDEN DE CALIBRACION SOLO CIERRA CON UN
      *            CERTIFICADO CONFORME LIGADO A ELLA; SU VENCIMIENTO ES
      *            LA PROXIMA FECHA DEL PLAN.
      * MODO "K" - GRABA UN CERTIFICADO METROLOGICO.
      * RESULTADO: "S" OK, "I" DATOS INCOMPLETOS, "E" EQUIPO NO
      * EXISTE, "A" ACTIVO FIJO NO EXISTE, "K" CALIBRACION SIN
      * CERTIFICADO CONFORME, "N" ORDEN NO EXISTE O NO ESTA ABIERTA.
      * EL BLOQUEO DE RESERVAS LO CONSULTA SAL7C26 CON SAL7C38-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C38.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-EQUIPO-BIO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-EQUIBIO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-EQB
000140         ALTERNATE RECORD KEY IS COD-RECUR-EQB WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PLAN-BIO LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PLANBIO-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PLB
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-ORDEN-BIO LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-ORDENBIO-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS NRO-OTB
000270         ALTERNATE RECORD KEY IS COD-EQB-OTB WITH DUPLICATES
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-CERT-BIO LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-CERTBIO-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LLAVE-CRB
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-ACTIVOS LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-ACTIVOS-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS COD-ACTIVO
000400         FILE STATUS IS OTR-STAT.

000410 DATA DIVISION.
000420 FILE SECTION.

000430 FD  ARCHIVO-EQUIPO-BIO
000440     LABEL RECORD STANDARD.
000450 01  REG-EQB.
000460     02 COD-EQB                 PIC X(8).
000470     02 DESCRIP-EQB             PIC X(40).
000480     02 MARCA-EQB               PIC X(20).
000490     02 MODELO-EQB              PIC X(20).
000500     02 SERIE-EQB               PIC X(20).
000510     02 REG-INVIMA-EQB          PIC X(20).
000520     02 CLASE-RIESGO-EQB        PIC X(3).
000530        88 RIESGO-VALIDO        VALUE "I  " "IIA" "IIB" "III".
000540     02 SEDE-EQB                PIC XX.
000550     02 UBICACION-EQB           PIC X(20).
000560     02 NIT-PROVEEDOR-EQB       PIC 9(10).
000570     02 PROVEEDOR-EQB           PIC X(30).
000580     02 COD-ACTIVO-EQB          PIC X(8).
000590     02 COD-RECUR-EQB           PIC X(6).
000600     02 FECHA-INGRESO-EQB       PIC 9(8).
000610     02 ESTADO-EQB              PIC X.
000620        88 EQUIPO-EN-SERVICIO   VALUE "A".
000630        88 EQUIPO-FUERA-SERV    VALUE "F".
000640        88 EQUIPO-DE-BAJA       VALUE "B".
000650     02 FECHA-ACT-EQB           PIC 9(8).
000660     02 USUARIO-EQB             PIC X(4).
000670     02 FILLER                  PIC X(20).

000680 FD  ARCHIVO-PLAN-BIO
000690     LABEL RECORD STANDARD.
000700 01  REG-PLB.
000710     02 LLAVE-PLB.
000720        03 COD-EQB-PLB          PIC X(8).
000730        03 TIPO-PLB             PIC X.
000740           88 PLAN-MANTENIMIENTO VALUE "M".
000750           88 PLAN-CALIBRACION  VALUE "C".
000760     02 FRECUENCIA-PLB          PIC 99.
000770     02 ACTIVIDAD-PLB           PIC X(60).
000780     02 RESPONSABLE-PLB         PIC X(30).
000790     02 FECHA-ULT-PLB           PIC 9(8).
000800     02 FECHA-PROX-PLB          PIC 9(8).
000810     02 NRO-OT-ABIERTA-PLB      PIC 9(7).
000820     02 USUARIO-PLB             PIC X(4).
000830     02 FILLER                  PIC X(20).

000840 FD  ARCHIVO-ORDEN-BIO
000850     LABEL RECORD STANDARD.
000860 01  REG-OTB.
000870     02 NRO-OTB                 PIC 9(7).
000880     02 COD-EQB-OTB             PIC X(8).
000890     02 TIPO-OTB                PIC X.
000900        88 ORDEN-PREVENTIVA     VALUE "M".
000910        88 ORDEN-CALIBRACION    VALUE "C".
000920        88 ORDEN-CORRECTIVA     VALUE "R".
000930     02 FECHA-GENERA-OTB        PIC 9(8).
000940     02 FECHA-PROG-OTB          PIC 9(8).
000950     02 ESTADO-OTB              PIC X.
000960        88 ORDEN-ABIERTA        VALUE "A".
000970        88 ORDEN-CERRADA        VALUE "C".
000980        88 ORDEN-ANULADA        VALUE "X".
000990     02 REPORTE-FALLA-OTB       PIC X(60).
001000     02 TECNICO-OTB             PIC X(30).
001010     02 FECHA-PARADA-OTB        PIC 9(8).
001020     02 HORA-PARADA-OTB         PIC 9(4).
001030     02 FECHA-RETORNO-OTB       PIC 9(8).
001040     02 HORA-RETORNO-OTB        PIC 9(4).
001050     02 HORAS-PARADA-OTB        PIC 9(5)V9.
001060     02 INFORME-OTB             PIC X(200).
001070     02 REPUESTOS-OTB           PIC X(60).
001080     02 COSTO-OTB               PIC 9(9)V99.
001090     02 RESULTADO-OTB           PIC X.
001100        88 QUEDA-FUNCIONAL      VALUE "F".
001110        88 QUEDA-NO-FUNCIONAL   VALUE "N".
001120     02 FECHA-CIERRE-OTB        PIC 9(8).
001130     02 USUARIO-GENERA-OTB      PIC X(4).
001140     02 USUARIO-CIERRA-OTB      PIC X(4).
001150     02 FILLER                  PIC X(20).

001160 FD  ARCHIVO-CERT-BIO
001170     LABEL RECORD STANDARD.
001180 01  REG-CRB.
001190     02 LLAVE-CRB.
001200        03 COD-EQB-CRB          PIC X(8).
001210        03 FECHA-CALIB-CRB      PIC 9(8).
001220        03 NRO-CERT-CRB         PIC X(20).
001230     02 LABORATORIO-CRB         PIC X(30).
001240     02 ACREDITACION-CRB        PIC X(15).
001250     02 FECHA-VENCE-CRB         PIC 9(8).
001260     02 RESULTADO-CRB           PIC X.
001270        88 CERT-CONFORME        VALUE "C".
001280        88 CERT-NO-CONFORME     VALUE "N".
001290     02 OBSERV-CRB              PIC X(60).
001300     02 NRO-OTB-CRB             PIC 9(7).
001310     02 FECHA-GRAB-CRB          PIC 9(8).
001320     02 USUARIO-CRB             PIC X(4).
001330     02 FILLER                  PIC X(20).

001340 FD  ARCHIVO-ACTIVOS
001350     LABEL RECORD STANDARD.
001360 01  REG-ACTIVO.
001370     02 COD-ACTIVO              PIC X(8).
001380     02 DESCRIP-ACT             PIC X(40).

001390 WORKING-STORAGE SECTION.

001400 77  NOM-EQUIBIO-W              PIC X(60)
001410     VALUE "D:\progelect\DATOS\SC-EQUIBIO.DAT".
001420 77  NOM-PLANBIO-W              PIC X(60)
001430     VALUE "D:\progelect\DATOS\SC-PLANBIO.DAT".
001440 77  NOM-ORDENBIO-W             PIC X(60)
001450     VALUE "D:\progelect\DATOS\SC-ORDENBIO.DAT".
001460 77  NOM-CERTBIO-W              PIC X(60)
001470     VALUE "D:\progelect\DATOS\SC-CERTBIO.DAT".
001480 77  NOM-ACTIVOS-W              PIC X(60)
001490     VALUE "D:\progelect\DATOS\SC-ACTIVOS.DAT".
001500 77  OTR-STAT                   PIC XX.
001510 77  SW-FIN-W                   PIC 9 VALUE 0.
001520 77  SW-NUEVO-W                 PIC 9 VALUE 0.
001530 77  SW-CERT-W                  PIC 9 VALUE 0.
001540 77  FECHA-HOY-W                PIC 9(8).
001550 77  VENCE-CERT-W               PIC 9(8).
001560 77  MINUTOS-W                  PIC S9(9) COMP.
001570 77  FECHA-BASE-W               PIC 9(8).
001580 77  MESES-W                    PIC 99.
001590 77  FECHA-RES-W                PIC 9(8).
001600 77  TOTAL-MESES-W              PIC 9(7).
001610 77  ULTIMO-DIA-W               PIC 99.
001620 77  INT-SIG-W                  PIC 9(7).

001630 01  FECHA-PARTES-W.
001640     02 ANO-PARTE-W             PIC 9(4).
001650     02 MES-PARTE-W             PIC 99.
001660     02 DIA-PARTE-W             PIC 99.

001670 01  FECHA-SIG-W.
001680     02 ANO-SIG-W               PIC 9(4).
001690     02 MES-SIG-W               PIC 99.
001700     02 DIA-SIG-W               PIC 99.
001710 01  FECHA-SIG-NUM-W REDEFINES FECHA-SIG-W PIC 9(8).

001720 LINKAGE SECTION.
001730 01  MODO-LNK                   PIC X.
001740     88 MODO-EQUIPO             VALUE "G".
001750     88 MODO-PLAN               VALUE "P".
001760     88 MODO-ABRIR-ORDEN        VALUE "O".
001770     88 MODO-CERRAR-ORDEN       VALUE "C".
001780     88 MODO-CERTIFICADO        VALUE "K".
001790 01  DATOS-EQUIPO-LNK.
001800     02 COD-EQB-LNK             PIC X(8).
001810     02 DESCRIP-EQB-LNK         PIC X(40).
001820     02 MARCA-EQB-LNK           PIC X(20).
001830     02 MODELO-EQB-LNK          PIC X(20).
001840     02 SERIE-EQB-LNK           PIC X(20).
001850     02 REG-INVIMA-EQB-LNK      PIC X(20).
001860     02 CLASE-RIESGO-EQB-LNK    PIC X(3).
001870     02 SEDE-EQB-LNK            PIC XX.
001880     02 UBICACION-EQB-LNK       PIC X(20).
001890     02 NIT-PROVEEDOR-EQB-LNK   PIC 9(10).
001900     02 PROVEEDOR-EQB-LNK       PIC X(30).
001910     02 COD-ACTIVO-EQB-LNK      PIC X(8).
001920     02 COD-RECUR-EQB-LNK       PIC X(6).
001930     02 FECHA-INGRESO-EQB-LNK   PIC 9(8).
001940     02 ESTADO-EQB-LNK          PIC X.
001950 01  DATOS-PLAN-LNK.
001960     02 TIPO-PLB-LNK            PIC X.
001970        88 TIPO-PLAN-VALIDO     VALUE "M" "C".
001980     02 FRECUENCIA-PLB-LNK      PIC 99.
001990     02 ACTIVIDAD-PLB-LNK       PIC X(60).
002000     02 RESPONSABLE-PLB-LNK     PIC X(30).
002010     02 FECHA-ULT-PLB-LNK       PIC 9(8).
002020 01  DATOS-ORDEN-LNK.
002030     02 NRO-OTB-LNK             PIC 9(7).
002040     02 REPORTE-FALLA-LNK       PIC X(60).
002050     02 TECNICO-LNK             PIC X(30).
002060     02 FECHA-PARADA-LNK        PIC 9(8).
002070     02 HORA-PARADA-LNK         PIC 9(4).
002080     02 FECHA-RETORNO-LNK       PIC 9(8).
002090     02 HORA-RETORNO-LNK        PIC 9(4).
002100     02 INFORME-LNK             PIC X(200).
002110     02 REPUESTOS-LNK           PIC X(60).
002120     02 COSTO-LNK               PIC 9(9)V99.
002130     02 RESULTADO-OT-LNK        PIC X.
002140        88 RESULTADO-OT-VALIDO  VALUE "F" "N".
002150 01  DATOS-CERT-LNK.
002160     02 FECHA-CALIB-LNK         PIC 9(8).
002170     02 NRO-CERT-LNK            PIC X(20).
002180     02 LABORATORIO-LNK         PIC X(30).
002190     02 ACREDITACION-LNK        PIC X(15).
002200     02 FECHA-VENCE-LNK         PIC 9(8).
002210     02 RESULTADO-CERT-LNK      PIC X.
002220        88 RESULTADO-CERT-VALIDO VALUE "C" "N".
002230     02 OBSERV-CERT-LNK         PIC X(60).
002240     02 NRO-OTB-CERT-LNK        PIC 9(7).
002250 01  USUARIO-LNK                PIC X(4).
002260 01  RESULT-LNK                 PIC X.

002270 PROCEDURE DIVISION USING MODO-LNK DATOS-EQUIPO-LNK
002280                          DATOS-PLAN-LNK DATOS-ORDEN-LNK
002290                          DATOS-CERT-LNK USUARIO-LNK
002300                          RESULT-LNK.

002310 MAINLINE.
002320     MOVE "N" TO RESULT-LNK.
002330     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
002340     PERFORM ABRIR-ARCHIVOS.
002350     EVALUATE TRUE
002360        WHEN MODO-EQUIPO
002370             PERFORM GRABAR-EQUIPO THRU FIN-GRABAR-EQUIPO
002380        WHEN MODO-PLAN
002390             PERFORM GRABAR-PLAN THRU FIN-GRABAR-PLAN
002400        WHEN MODO-ABRIR-ORDEN
002410             PERFORM ABRIR-ORDEN THRU FIN-ABRIR-ORDEN
002420        WHEN MODO-CERRAR-ORDEN
002430             PERFORM CERRAR-ORDEN THRU FIN-CERRAR-ORDEN
002440        WHEN MODO-CERTIFICADO
002450             PERFORM GRABAR-CERTIFICADO
002460                THRU FIN-GRABAR-CERTIFICADO
002470     END-EVALUATE.
002480     PERFORM CERRAR-ARCHIVOS.
002490     EXIT PROGRAM.

002500 ABRIR-ARCHIVOS.
002510     OPEN I-O ARCHIVO-EQUIPO-BIO.
002520     IF OTR-STAT = "35"
002530        OPEN OUTPUT ARCHIVO-EQUIPO-BIO
002540        CLOSE ARCHIVO-EQUIPO-BIO
002550        OPEN I-O ARCHIVO-EQUIPO-BIO
002560     END-IF.
002570     OPEN I-O ARCHIVO-PLAN-BIO.
002580     IF OTR-STAT = "35"
002590        OPEN OUTPUT ARCHIVO-PLAN-BIO
002600        CLOSE ARCHIVO-PLAN-BIO
002610        OPEN I-O ARCHIVO-PLAN-BIO
002620     END-IF.
002630     OPEN I-O ARCHIVO-ORDEN-BIO.
002640     IF OTR-STAT = "35"
002650        OPEN OUTPUT ARCHIVO-ORDEN-BIO
002660        CLOSE ARCHIVO-ORDEN-BIO
002670        OPEN I-O ARCHIVO-ORDEN-BIO
002680     END-IF.
002690     OPEN I-O ARCHIVO-CERT-BIO.
002700     IF OTR-STAT = "35"
002710        OPEN OUTPUT ARCHIVO-CERT-BIO
002720        CLOSE ARCHIVO-CERT-BIO
002730        OPEN I-O ARCHIVO-CERT-BIO
002740     END-IF.

      *=================================================================
      * HOJA DE VIDA DEL EQUIPO
      *=================================================================
002750 GRABAR-EQUIPO.
002760     MOVE CLASE-RIESGO-EQB-LNK TO CLASE-RIESGO-EQB.
002770     IF COD-EQB-LNK = SPACES OR DESCRIP-EQB-LNK = SPACES
002780        OR SERIE-EQB-LNK = SPACES OR NOT RIESGO-VALIDO
002790        MOVE "I" TO RESULT-LNK
002800        GO TO FIN-GRABAR-EQUIPO
002810     END-IF.
002820     IF COD-ACTIVO-EQB-LNK NOT = SPACES
002830        OPEN INPUT ARCHIVO-ACTIVOS
002840        MOVE COD-ACTIVO-EQB-LNK TO COD-ACTIVO
002850        READ ARCHIVO-ACTIVOS
002860             INVALID KEY MOVE "A" TO RESULT-LNK
002870        END-READ
002880        CLOSE ARCHIVO-ACTIVOS
002890        IF RESULT-LNK = "A"
002900           GO TO FIN-GRABAR-EQUIPO
002910        END-IF
002920     END-IF.
002930     MOVE 0 TO SW-NUEVO-W.
002940     MOVE COD-EQB-LNK TO COD-EQB.
002950     READ ARCHIVO-EQUIPO-BIO
002960          INVALID KEY MOVE 1 TO SW-NUEVO-W
002970     END-READ.
002980     IF SW-NUEVO-W = 1
002990        INITIALIZE REG-EQB
003000        MOVE COD-EQB-LNK TO COD-EQB
003010        MOVE "A" TO ESTADO-EQB
003020     END-IF.
003030     MOVE DESCRIP-EQB-LNK       TO DESCRIP-EQB.
003040     MOVE MARCA-EQB-LNK         TO MARCA-EQB.
003050     MOVE MODELO-EQB-LNK        TO MODELO-EQB.
003060     MOVE SERIE-EQB-LNK         TO SERIE-EQB.
003070     MOVE REG-INVIMA-EQB-LNK    TO REG-INVIMA-EQB.
003080     MOVE CLASE-RIESGO-EQB-LNK  TO CLASE-RIESGO-EQB.
003090     MOVE SEDE-EQB-LNK          TO SEDE-EQB.
003100     MOVE UBICACION-EQB-LNK     TO UBICACION-EQB.
003110     MOVE NIT-PROVEEDOR-EQB-LNK TO NIT-PROVEEDOR-EQB.
003120     MOVE PROVEEDOR-EQB-LNK     TO PROVEEDOR-EQB.
003130     MOVE COD-ACTIVO-EQB-LNK    TO COD-ACTIVO-EQB.
003140     MOVE COD-RECUR-EQB-LNK     TO COD-RECUR-EQB.
003150     MOVE FECHA-INGRESO-EQB-LNK TO FECHA-INGRESO-EQB.
003160     IF ESTADO-EQB-LNK = "B"
003170        MOVE "B" TO ESTADO-EQB
003180     END-IF.
003190     MOVE FECHA-HOY-W           TO FECHA-ACT-EQB.
003200     MOVE USUARIO-LNK           TO USUARIO-EQB.
003210     IF SW-NUEVO-W = 1
003220        WRITE REG-EQB INVALID KEY GO TO FIN-GRABAR-EQUIPO
003230        END-WRITE
003240     ELSE
003250        REWRITE REG-EQB INVALID KEY GO TO FIN-GRABAR-EQUIPO
003260        END-REWRITE
003270     END-IF.
003280     MOVE "S" TO RESULT-LNK.
003290 FIN-GRABAR-EQUIPO.
003300     EXIT.

      *=================================================================
      * PLAN DE MANTENIMIENTO O CALIBRACION DEL EQUIPO
      *=================================================================
003310 GRABAR-PLAN.
003320     IF NOT TIPO-PLAN-VALIDO OR FRECUENCIA-PLB-LNK = 0
003330        MOVE "I" TO RESULT-LNK
003340        GO TO FIN-GRABAR-PLAN
003350     END-IF.
003360     MOVE COD-EQB-LNK TO COD-EQB.
003370     READ ARCHIVO-EQUIPO-BIO
003380          INVALID KEY MOVE "E" TO RESULT-LNK
003390                      GO TO FIN-GRABAR-PLAN
003400     END-READ.
003410     MOVE 0 TO SW-NUEVO-W.
003420     MOVE COD-EQB-LNK  TO COD-EQB-PLB.
003430     MOVE TIPO-PLB-LNK TO TIPO-PLB.
003440     READ ARCHIVO-PLAN-BIO
003450          INVALID KEY MOVE 1 TO SW-NUEVO-W
003460     END-READ.
003470     IF SW-NUEVO-W = 1
003480        INITIALIZE REG-PLB
003490        MOVE COD-EQB-LNK  TO COD-EQB-PLB
003500        MOVE TIPO-PLB-LNK TO TIPO-PLB
003510     END-IF.
003520     MOVE FRECUENCIA-PLB-LNK  TO FRECUENCIA-PLB.
003530     MOVE ACTIVIDAD-PLB-LNK   TO ACTIVIDAD-PLB.
003540     MOVE RESPONSABLE-PLB-LNK TO RESPONSABLE-PLB.
003550     MOVE FECHA-ULT-PLB-LNK   TO FECHA-ULT-PLB.
003560     IF FECHA-ULT-PLB = 0
003570        MOVE FECHA-HOY-W TO FECHA-PROX-PLB
003580     ELSE
003590        MOVE FECHA-ULT-PLB  TO FECHA-BASE-W
003600        MOVE FRECUENCIA-PLB TO MESES-W
003610        PERFORM SUMAR-MESES
003620        MOVE FECHA-RES-W    TO FECHA-PROX-PLB
003630     END-IF.
003640     MOVE USUARIO-LNK TO USUARIO-PLB.
003650     IF SW-NUEVO-W = 1
003660        WRITE REG-PLB INVALID KEY GO TO FIN-GRABAR-PLAN
003670        END-WRITE
003680     ELSE
003690        REWRITE REG-PLB INVALID KEY GO TO FIN-GRABAR-PLAN
003700        END-REWRITE
003710     END-IF.
003720     MOVE "S" TO RESULT-LNK.
003730 FIN-GRABAR-PLAN.
003740     EXIT.

      *=================================================================
      * ORDEN CORRECTIVA: EL EQUIPO QUEDA FUERA DE SERVICIO DESDE LA
      * HORA DE LA FALLA
      *=================================================================
003750 ABRIR-ORDEN.
003760     IF REPORTE-FALLA-LNK = SPACES OR FECHA-PARADA-LNK = 0
003770        MOVE "I" TO RESULT-LNK
003780        GO TO FIN-ABRIR-ORDEN
003790     END-IF.
003800     MOVE COD-EQB-LNK TO COD-EQB.
003810     READ ARCHIVO-EQUIPO-BIO
003820          INVALID KEY MOVE "E" TO RESULT-LNK
003830                      GO TO FIN-ABRIR-ORDEN
003840     END-READ.
003850     PERFORM SIGUIENTE-ORDEN.
003860     INITIALIZE REG-OTB.
003870     MOVE NRO-OTB-LNK       TO NRO-OTB.
003880     MOVE COD-EQB-LNK       TO COD-EQB-OTB.
003890     MOVE "R"               TO TIPO-OTB.
003900     MOVE FECHA-HOY-W       TO FECHA-GENERA-OTB.
003910     MOVE FECHA-PARADA-LNK  TO FECHA-PROG-OTB FECHA-PARADA-OTB.
003920     MOVE HORA-PARADA-LNK   TO HORA-PARADA-OTB.
003930     MOVE "A"               TO ESTADO-OTB.
003940     MOVE REPORTE-FALLA-LNK TO REPORTE-FALLA-OTB.
003950     MOVE USUARIO-LNK       TO USUARIO-GENERA-OTB.
003960     WRITE REG-OTB INVALID KEY GO TO FIN-ABRIR-ORDEN
003970     END-WRITE.
003980     IF NOT EQUIPO-DE-BAJA
003990        MOVE "F"         TO ESTADO-EQB
004000        MOVE FECHA-HOY-W TO FECHA-ACT-EQB
004010        MOVE USUARIO-LNK TO USUARIO-EQB
004020        REWRITE REG-EQB INVALID KEY CONTINUE
004030        END-REWRITE
004040     END-IF.
004050     MOVE "S" TO RESULT-LNK.
004060 FIN-ABRIR-ORDEN.
004070     EXIT.

      * EL NUMERO DE ORDEN ES EL MAYOR EXISTENTE MAS UNO.
004080 SIGUIENTE-ORDEN.
004090     MOVE 9999999 TO NRO-OTB.
004100     START ARCHIVO-ORDEN-BIO KEY IS NOT GREATER THAN NRO-OTB
004110           INVALID KEY MOVE 0 TO NRO-OTB-LNK
004120     END-START.
004130     READ ARCHIVO-ORDEN-BIO PREVIOUS
004140          AT END MOVE 0 TO NRO-OTB-LNK
004150          NOT AT END MOVE NRO-OTB TO NRO-OTB-LNK
004160     END-READ.
004170     ADD 1 TO NRO-OTB-LNK.

      *=================================================================
      * CIERRE DE LA ORDEN CON EL INFORME DEL TECNICO
      *=================================================================
004180 CERRAR-ORDEN.
004190     IF TECNICO-LNK = SPACES OR INFORME-LNK = SPACES
004200        OR FECHA-RETORNO-LNK = 0 OR NOT RESULTADO-OT-VALIDO
004210        MOVE "I" TO RESULT-LNK
004220        GO TO FIN-CERRAR-ORDEN
004230     END-IF.
004240     MOVE NRO-OTB-LNK TO NRO-OTB.
004250     READ ARCHIVO-ORDEN-BIO
004260          INVALID KEY GO TO FIN-CERRAR-ORDEN
004270     END-READ.
004280     IF NOT ORDEN-ABIERTA
004290        GO TO FIN-CERRAR-ORDEN
004300     END-IF.
004310     IF ORDEN-CALIBRACION
004320        PERFORM BUSCAR-CERTIFICADO-ORDEN
004330        IF SW-CERT-W = 0
004340           MOVE "K" TO RESULT-LNK
004350           GO TO FIN-CERRAR-ORDEN
004360        END-IF
004370     END-IF.
004380     IF FECHA-PARADA-OTB = 0
004390        MOVE FECHA-PARADA-LNK TO FECHA-PARADA-OTB
004400        MOVE HORA-PARADA-LNK  TO HORA-PARADA-OTB
004410     END-IF.
004420     MOVE TECNICO-LNK       TO TECNICO-OTB.
004430     MOVE FECHA-RETORNO-LNK TO FECHA-RETORNO-OTB.
004440     MOVE HORA-RETORNO-LNK  TO HORA-RETORNO-OTB.
004450     MOVE INFORME-LNK       TO INFORME-OTB.
004460     MOVE REPUESTOS-LNK     TO REPUESTOS-OTB.
004470     MOVE COSTO-LNK         TO COSTO-OTB.
004480     MOVE RESULTADO-OT-LNK  TO RESULTADO-OTB.
004490     MOVE 0 TO HORAS-PARADA-OTB.
004500     IF FECHA-PARADA-OTB > 0
004510        AND FECHA-RETORNO-OTB NOT < FECHA-PARADA-OTB
004520        PERFORM CALCULAR-PARADA
004530     END-IF.
004540     MOVE "C"         TO ESTADO-OTB.
004550     MOVE FECHA-HOY-W TO FECHA-CIERRE-OTB.
004560     MOVE USUARIO-LNK TO USUARIO-CIERRA-OTB.
004570     REWRITE REG-OTB INVALID KEY GO TO FIN-CERRAR-ORDEN
004580     END-REWRITE.
004590     IF NOT ORDEN-CORRECTIVA
004600        PERFORM CORRER-PLAN
004610     END-IF.
004620     PERFORM ACTUALIZAR-ESTADO-EQUIPO.
004630     MOVE "S" TO RESULT-LNK.
004640 FIN-CERRAR-ORDEN.
004650     EXIT.

      * HORAS ENTRE LA PARADA Y EL RETORNO (HORAS EN HHMM).
004660 CALCULAR-PARADA.
004670     COMPUTE MINUTOS-W =
004680         (FUNCTION INTEGER-OF-DATE (FECHA-RETORNO-OTB)
004690          - FUNCTION INTEGER-OF-DATE (FECHA-PARADA-OTB)) * 1440
004700         + (HORA-RETORNO-OTB / 100) * 60
004710         + FUNCTION MOD (HORA-RETORNO-OTB, 100)
004720         - (HORA-PARADA-OTB / 100) * 60
004730         - FUNCTION MOD (HORA-PARADA-OTB, 100).
004740     IF MINUTOS-W > 0
004750        COMPUTE HORAS-PARADA-OTB ROUNDED = MINUTOS-W / 60
004760     END-IF.

      * EL CERTIFICADO CONFORME LIGADO A LA ORDEN; SU VENCIMIENTO ES
      * LA PROXIMA CALIBRACION.
004770 BUSCAR-CERTIFICADO-ORDEN.
004780     MOVE 0 TO SW-CERT-W SW-FIN-W VENCE-CERT-W.
004790     MOVE COD-EQB-OTB TO COD-EQB-CRB.
004800     MOVE 0           TO FECHA-CALIB-CRB.
004810     MOVE LOW-VALUES  TO NRO-CERT-CRB.
004820     START ARCHIVO-CERT-BIO KEY IS NOT LESS THAN LLAVE-CRB
004830           INVALID KEY MOVE 1 TO SW-FIN-W
004840     END-START.
004850     PERFORM LEER-CERTIFICADO UNTIL SW-FIN-W = 1.

004860 LEER-CERTIFICADO.
004870     READ ARCHIVO-CERT-BIO NEXT
004880          AT END MOVE 1 TO SW-FIN-W
004890     END-READ.
004900     IF SW-FIN-W = 0 AND COD-EQB-CRB NOT = COD-EQB-OTB
004910        MOVE 1 TO SW-FIN-W
004920     END-IF.
004930     IF SW-FIN-W = 0 AND NRO-OTB-CRB = NRO-OTB
004940        AND CERT-CONFORME
004950        MOVE 1 TO SW-CERT-W
004960        MOVE FECHA-VENCE-CRB TO VENCE-CERT-W
004970     END-IF.

004980 CORRER-PLAN.
004990     MOVE COD-EQB-OTB TO COD-EQB-PLB.
005000     MOVE TIPO-OTB    TO TIPO-PLB.
005010     READ ARCHIVO-PLAN-BIO
005020          INVALID KEY MOVE 1 TO SW-FIN-W
005030          NOT INVALID KEY MOVE 0 TO SW-FIN-W
005040     END-READ.
005050     IF SW-FIN-W = 0
005060        MOVE FECHA-RETORNO-OTB TO FECHA-ULT-PLB
005070        IF ORDEN-CALIBRACION AND VENCE-CERT-W > 0
005080           MOVE VENCE-CERT-W TO FECHA-PROX-PLB
005090        ELSE
005100           MOVE FECHA-ULT-PLB  TO FECHA-BASE-W
005110           MOVE FRECUENCIA-PLB TO MESES-W
005120           PERFORM SUMAR-MESES
005130           MOVE FECHA-RES-W    TO FECHA-PROX-PLB
005140        END-IF
005150        IF NRO-OT-ABIERTA-PLB = NRO-OTB
005160           MOVE 0 TO NRO-OT-ABIERTA-PLB
005170        END-IF
005180        MOVE USUARIO-LNK TO USUARIO-PLB
005190        REWRITE REG-PLB INVALID KEY CONTINUE
005200        END-REWRITE
005210     END-IF.

005220 ACTUALIZAR-ESTADO-EQUIPO.
005230     MOVE COD-EQB-OTB TO COD-EQB.
005240     READ ARCHIVO-EQUIPO-BIO
005250          INVALID KEY MOVE "B" TO ESTADO-EQB
005260     END-READ.
005270     IF NOT EQUIPO-DE-BAJA
005280        IF QUEDA-FUNCIONAL
005290           MOVE "A" TO ESTADO-EQB
005300        ELSE
005310           MOVE "F" TO ESTADO-EQB
005320        END-IF
005330        MOVE FECHA-HOY-W TO FECHA-ACT-EQB
005340        MOVE USUARIO-LNK TO USUARIO-EQB
005350        REWRITE REG-EQB INVALID KEY CONTINUE
005360        END-REWRITE
005370     END-IF.

      *=================================================================
      * CERTIFICADO METROLOGICO (HISTORIA, NO SE BORRA)
      *=================================================================
005380 GRABAR-CERTIFICADO.
005390     IF FECHA-CALIB-LNK = 0 OR NRO-CERT-LNK = SPACES
005400        OR LABORATORIO-LNK = SPACES OR NOT RESULTADO-CERT-VALIDO
005410        MOVE "I" TO RESULT-LNK
005420        GO TO FIN-GRABAR-CERTIFICADO
005430     END-IF.
005440     MOVE COD-EQB-LNK TO COD-EQB.
005450     READ ARCHIVO-EQUIPO-BIO
005460          INVALID KEY MOVE "E" TO RESULT-LNK
005470                      GO TO FIN-GRABAR-CERTIFICADO
005480     END-READ.
005490     INITIALIZE REG-CRB.
005500     MOVE COD-EQB-LNK        TO COD-EQB-CRB.
005510     MOVE FECHA-CALIB-LNK    TO FECHA-CALIB-CRB.
005520     MOVE NRO-CERT-LNK       TO NRO-CERT-CRB.
005530     MOVE LABORATORIO-LNK    TO LABORATORIO-CRB.
005540     MOVE ACREDITACION-LNK   TO ACREDITACION-CRB.
005550     MOVE FECHA-VENCE-LNK    TO FECHA-VENCE-CRB.
005560     MOVE RESULTADO-CERT-LNK TO RESULTADO-CRB.
005570     MOVE OBSERV-CERT-LNK    TO OBSERV-CRB.
005580     MOVE NRO-OTB-CERT-LNK   TO NRO-OTB-CRB.
005590     MOVE FECHA-HOY-W        TO FECHA-GRAB-CRB.
005600     MOVE USUARIO-LNK        TO USUARIO-CRB.
005610     WRITE REG-CRB INVALID KEY GO TO FIN-GRABAR-CERTIFICADO
005620     END-WRITE.
005630     MOVE "S" TO RESULT-LNK.
005640 FIN-GRABAR-CERTIFICADO.
005650     EXIT.

      *-----------------------------------------------------------------
      * FECHA-BASE-W MAS MESES-W MESES; SI EL DIA NO EXISTE EN EL MES
      * DESTINO QUEDA EL ULTIMO DIA DEL MES.
      *-----------------------------------------------------------------
005660 SUMAR-MESES.
005670     MOVE FECHA-BASE-W TO FECHA-PARTES-W.
005680     COMPUTE TOTAL-MESES-W = ANO-PARTE-W * 12 + MES-PARTE-W - 1
005690                             + MESES-W.
005700     DIVIDE TOTAL-MESES-W BY 12 GIVING ANO-PARTE-W
005710            REMAINDER MES-PARTE-W.
005720     ADD 1 TO MES-PARTE-W.
005730     IF MES-PARTE-W = 12
005740        COMPUTE ANO-SIG-W = ANO-PARTE-W + 1
005750        MOVE 1 TO MES-SIG-W
005760     ELSE
005770        MOVE ANO-PARTE-W TO ANO-SIG-W
005780        COMPUTE MES-SIG-W = MES-PARTE-W + 1
005790     END-IF.
005800     MOVE 1 TO DIA-SIG-W.
005810     COMPUTE INT-SIG-W = FUNCTION INTEGER-OF-DATE
005820                         (FECHA-SIG-NUM-W) - 1.
005830     COMPUTE ULTIMO-DIA-W = FUNCTION MOD
005840             (FUNCTION DATE-OF-INTEGER (INT-SIG-W), 100).
005850     IF DIA-PARTE-W > ULTIMO-DIA-W
005860        MOVE ULTIMO-DIA-W TO DIA-PARTE-W
005870     END-IF.
005880     MOVE FECHA-PARTES-W TO FECHA-RES-W.

005890 CERRAR-ARCHIVOS.
005900     CLOSE ARCHIVO-EQUIPO-BIO ARCHIVO-PLAN-BIO ARCHIVO-ORDEN-BIO
005910           ARCHIVO-CERT-BIO.
