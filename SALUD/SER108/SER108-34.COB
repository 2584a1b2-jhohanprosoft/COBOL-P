      *=================================================================
      * FACTURACION - AUDITORIA CONCURRENTE DE CUENTAS ABIERTAS CON
      * PRE-GLOSA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * EL AUDITOR DE LA EPS VIENE CADA SEMANA A REVISAR LAS CUENTAS
      * DE LOS PACIENTES QUE SIGUEN HOSPITALIZADOS, PERO SUS OBJECIONES
      * SOLO LLEGABAN DESPUES COMO GLOSA (SER108-19), CON LA FACTURA YA
      * RADICADA. ESTE COMPONENTE LE DA LA REVISION ANTES DE FACTURAR:
      * MODO "L" - LISTA EN SC-AUDCONC.TXT LAS CUENTAS ABIERTAS (CON
      *            CARGOS PENDIENTES EN FACTURA-SERVICIOS), OPCIONAL-
      *            MENTE SOLO LAS DE UNA ENTIDAD, CON EL INGRESO Y
      *            RETIRO DE ARCHIVO-NUMERACION, LO CARGADO Y LAS
      *            PRE-GLOSAS ABIERTAS.
      * MODO "C" - HOJA DE AUDITORIA DE UNA CUENTA EN SC-AUDCONC.TXT:
      *            CADA CARGO VIVO CON SU SOPORTE - ORDEN DE FORMULA
      *            (ARCHIVO-FORMULA-ORD) PARA UN ARTICULO, ESTUDIO
      *            ORDENADO (ARCHIVO-ESTUDIO-RX) PARA UN CUP, O EL
      *            PROCESO QUE LO GENERO (ORIGEN-FSER) - Y SI HAY NOTA
      *            DE EVOLUCION (EVOLUCION-HISTORIA) ESE DIA COMO
      *            JUSTIFICACION CLINICA; DEBAJO DE CADA CARGO SUS
      *            PRE-GLOSAS.
      * MODO "G" - GRABA UNA PRE-GLOSA SOBRE UN CARGO PENDIENTE: CODIGO
      *            DE MOTIVO (MISMA TAXONOMIA DE LAS GLOSAS), VALOR
      *            OBJETADO (NO MAYOR QUE EL CARGO), AUDITOR "E" DE LA
      *            EPS O "I" PROPIO, SERVICIO QUE DEBE RESPONDER Y
      *            OBSERVACION. QUEDA "P" PENDIENTE; DEVUELVE
      *            SECU-PGL-LNK.
      * MODO "S" - EL SERVICIO RESPONDE LA PRE-GLOSA: QUEDA "R".
      * MODO "D" - EL AUDITOR DECIDE: "L" LEVANTADA (ACEPTA LA
      *            RESPUESTA) O "M" MANTENIDA (LA OBJECION SIGUE Y, SI
      *            EL CARGO SE FACTURA ASI, PASA A LA FACTURA).
      * NO SE GRABA NI SE DECIDE SOBRE UN CARGO YA FACTURADO. EL
      * INFORME DE RESUELTAS CONTRA TRASLADADAS Y SU COMPARACION CON LAS
      * GLOSAS LO HACE SER108-35.
      * PO -> 15/10/2026 PABLO OLGUIN - EN LA HOJA DE AUDITORIA LOS
      *         CARGOS INCLUIDOS EN UN PAQUETE POR EVENTO SALEN "EN
      *         PAQUETE" Y NO SUMAN A LO CARGADO (LO TRAE LA LINEA DEL
      *         PAQUETE).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-34.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PREGLOSA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PREGLOSA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PGL
000140         ALTERNATE RECORD KEY IS ESTADO-PGL WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-PGL WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-FACTSERV-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-FSER
000220         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000230         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000240            WITH DUPLICATES
000250         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-NUMER-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS LLAVE-NUM
000320         ALTERNATE RECORD KEY IS FECHA-RET-NUM WITH DUPLICATES
000330         FILE STATUS IS OTR-STAT.

000340     SELECT ARCHIVO-FORMULA-ORD LOCK MODE IS AUTOMATIC
000350         ASSIGN NOM-FORMORD-W
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LLAVE-ORD
000390         FILE STATUS IS OTR-STAT.

000400     SELECT ARCHIVO-ESTUDIO-RX LOCK MODE IS AUTOMATIC
000410         ASSIGN NOM-ESTUDRX-W
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LLAVE-EST
000450         ALTERNATE RECORD KEY IS ACCESION-EST
000460         ALTERNATE RECORD KEY IS FECHA-ORDEN-EST WITH DUPLICATES
000470         FILE STATUS IS OTR-STAT.

000480     SELECT EVOLUCION-HISTORIA LOCK MODE IS AUTOMATIC
000490         ASSIGN NOM-HCEVO-W
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LLAVE-EVO
000530         ALTERNATE RECORD KEY IS FECHA-EVO WITH DUPLICATES
000540         FILE STATUS IS OTR-STAT.

000550     SELECT HOJA-AUDITORIA
000560         ASSIGN NOM-AUDCONC-W
000570         ORGANIZATION IS LINE SEQUENTIAL.

000580 DATA DIVISION.
000590 FILE SECTION.

000600 FD  ARCHIVO-PREGLOSA
000610     LABEL RECORD STANDARD.
000620 01  REG-PGL.
000630     02 LLAVE-PGL.
000640        03 LLAVE-FSER-PGL.
000650           05 LLAVE-NUM-PGL     PIC X(7).
000660           05 SECU-FSER-PGL     PIC 9(4).
000670        03 SECU-PGL             PIC 9(2).
000680     02 ESTADO-PGL              PIC X.
000690        88 PGL-PENDIENTE        VALUE "P".
000700        88 PGL-RESPONDIDA       VALUE "R".
000710        88 PGL-LEVANTADA        VALUE "L".
000720        88 PGL-MANTENIDA        VALUE "M".
000730     02 FECHA-PGL               PIC 9(8).
000740     02 PACI-PGL                PIC X(15).
000750     02 ENTIDAD-PGL             PIC X(6).
000760     02 COD-MOTIVO-PGL          PIC X(6).
000770     02 VALOR-PGL               PIC 9(11)V99.
000780     02 TIPO-AUDITOR-PGL        PIC X.
000790        88 AUDITOR-EPS          VALUE "E".
000800        88 AUDITOR-INTERNO      VALUE "I".
000810     02 AUDITOR-PGL             PIC X(4).
000820     02 SERVHO-PGL              PIC X(4).
000830     02 OBSERV-PGL              PIC X(100).
000840     02 FECHA-RESP-PGL          PIC 9(8).
000850     02 OPER-RESP-PGL           PIC X(4).
000860     02 RESPUESTA-PGL           PIC X(100).
000870     02 FECHA-DECIS-PGL         PIC 9(8).
000880     02 OPER-DECIS-PGL          PIC X(4).
000890     02 FILLER                  PIC X(20).

000900 FD  FACTURA-SERVICIOS
000910     LABEL RECORD STANDARD.
000920 01  REG-FSER.
000930     02 LLAVE-FSER.
000940        03 LLAVE-NUM-FSER.
000950           05 PREFIJO-FSER      PIC X.
000960           05 NRO-FSER          PIC 9(6).
000970        03 SECU-FSER            PIC 9(4).
000980     02 PACI-FSER               PIC X(15).
000990     02 ENTIDAD-FSER            PIC X(6).
001000     02 FECHA-FSER              PIC 9(8).
001010     02 TIPO-FSER               PIC X.
001020        88 CARGO-ES-CUP         VALUE "C".
001030        88 CARGO-ES-ARTICULO    VALUE "A".
001040     02 COD-FSER                PIC X(12).
001050     02 DESCRIP-FSER            PIC X(40).
001060     02 CANT-FSER               PIC 9(4).
001070     02 VLR-UNIT-FSER           PIC 9(9)V99.
001080     02 VLR-TOTAL-FSER          PIC 9(11)V99.
001090     02 LLAVE-ORIGEN-FSER.
001100        03 ORIGEN-FSER          PIC X(4).
001110        03 REFER-FSER           PIC X(20).
001120     02 USUARIO-FSER            PIC X(4).
001130     02 FECHA-GRAB-FSER         PIC 9(8).
001140     02 ESTADO-FSER             PIC X.
001150        88 CARGO-PENDIENTE      VALUE "P".
001160        88 CARGO-FACTURADO      VALUE "F".
001170        88 CARGO-ANULADO        VALUE "A".
001171        88 CARGO-EN-PAQUETE     VALUE "I".
001180     02 LLAVE-FACT-FSER         PIC X(12).

001190 FD  ARCHIVO-NUMERACION
001200     LABEL RECORD STANDARD.
001210 01  REG-NUM.
001220     02 LLAVE-NUM.
001230        03 PREFIJO-NUM          PIC X.
001240        03 NRO-NUM              PIC 9(6).
001250     02 FILLER                  PIC X(13).
001260     02 ESTADO-NUM              PIC X.
001270     02 NIT-NUM                 PIC 9(10).
001280     02 FILLER                  PIC X(80).
001290     02 ID-PAC-NUM              PIC X(15).
001300     02 FILLER                  PIC X(5).
001310     02 FECHA-ING-NUM           PIC 9(8).
001320     02 FECHA-RET-NUM           PIC 9(8).
001330     02 FILLER                  PIC X(8).
001340     02 FILLER                  PIC X(420).
001350     02 FILLER                  PIC X(27).
001360     02 SERVICIO-NUM            PIC XX.
001370     02 FILLER                  PIC X(6).
001380     02 DIAS-EST-NUM            PIC 9(3).
001390     02 DIAG-ING-NUM            PIC X(4).
001400     02 DIAG-SAL-NUM            PIC X(4).
001410     02 ESTAD-SAL-NUM           PIC 9.
001420     02 FILLER                  PIC X(35).
001430     02 DIAG-MUER-NUM           PIC X(4).

001440 FD  ARCHIVO-FORMULA-ORD
001450     LABEL RECORD STANDARD.
001460 01  REG-ORD.
001470     02 LLAVE-ORD               PIC X(12).
001480     02 DESCRIP-ORD             PIC X(40).
001490     02 PACI-ORD                PIC X(15).
001500     02 MEDICO-ORD              PIC X(4).
001510     02 FECHA-INI-ORD           PIC 9(8).
001520     02 FECHA-VENCE-ORD         PIC 9(8).
001530     02 TIPO-ORD                PIC X.
001540     02 RENOVADA-ORD            PIC X.
001550     02 COD-ART-ORD             PIC X(8).
001560     02 NRO-MIPRES-ORD          PIC X(20).
001570     02 FRECUENCIA-HORAS-ORD    PIC 99.
001580     02 SERVICIO-ORD            PIC X(4).
001590     02 DIAS-TRAT-ORD           PIC 9(3).
001600     02 FECHA-STOP-ORD          PIC 9(8).
001610     02 REVISADA-ATB-ORD        PIC X.

001620 FD  ARCHIVO-ESTUDIO-RX
001630     LABEL RECORD STANDARD.
001640 01  REG-EST.
001650     02 LLAVE-EST               PIC X(20).
001660     02 ACCESION-EST            PIC 9(10).
001670     02 PACI-EST                PIC X(15).
001680     02 CUPS-EST                PIC X(12).
001690     02 FECHA-ORDEN-EST         PIC 9(8).
001700     02 HORA-ORDEN-EST          PIC 9(6).
001710     02 ESTADO-EST              PIC X.
001720     02 FECHA-ESTUDIO-EST       PIC 9(8).
001730     02 HORA-ESTUDIO-EST        PIC 9(6).
001740     02 UID-ESTUDIO-EST         PIC X(64).
001750     02 URL-VISOR-EST           PIC X(100).
001760     02 FECHA-INFORME-EST       PIC 9(8).
001770     02 HORA-INFORME-EST        PIC 9(6).
001780     02 MEDICO-INFORME-EST      PIC X(20).
001790     02 OPERADOR-EST            PIC X(4).

001800 FD  EVOLUCION-HISTORIA
001810     LABEL RECORD STANDARD.
001820 01  REG-EVO.
001830     02 LLAVE-EVO.
001840        03 ID-EVO               PIC X(15).
001850        03 FOLIO-EVO            PIC X(8).
001860     02 FECHA-EVO               PIC 9(8).
001870     02 HORA-EVO                PIC 9(4).
001880     02 MED-EVO                 PIC 9(10).
001890     02 FILLER                  PIC X(28).

001900 FD  HOJA-AUDITORIA
001910     LABEL RECORD STANDARD.
001920 01  LIN-AUDITORIA              PIC X(132).

001930 WORKING-STORAGE SECTION.

001940 77  NOM-PREGLOSA-W             PIC X(60)
001950     VALUE "D:\progelect\DATOS\SC-PREGLOSA.DAT".
001960 77  NOM-FACTSERV-W             PIC X(60)
001970     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001980 77  NOM-NUMER-W                PIC X(60)
001990     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
002000 77  NOM-FORMORD-W              PIC X(60)
002010     VALUE "D:\progelect\DATOS\SC-FORMORD.DAT".
002020 77  NOM-ESTUDRX-W              PIC X(60)
002030     VALUE "D:\progelect\DATOS\SC-ESTUDRX.DAT".
002040 77  NOM-HCEVO-W                PIC X(60)
002050     VALUE "D:\progelect\DATOS\SC-HCEVOLUC.DAT".
002060 77  NOM-AUDCONC-W              PIC X(60)
002070     VALUE "D:\progelect\DATOS\SC-AUDCONC.TXT".
002080 77  OTR-STAT                   PIC XX.
002090 77  SW-FIN-W                   PIC 9 VALUE 0.
002100 77  SW-FIN-PGL-W               PIC 9 VALUE 0.
002110 77  SW-HALLADO-W               PIC 9 VALUE 0.
002120 77  FECHA-HOY-W                PIC 9(8) VALUE 0.
002130 77  SECU-SIG-W                 PIC 9(2) VALUE 0.
002140 77  PACI-CUENTA-W              PIC X(15).
002150 77  FECHA-ING-W                PIC 9(8).
002160 77  I                          PIC 9(3) VALUE 0.
002170 77  J                          PIC 9(3) VALUE 0.
002180 77  PGL-ABIERTAS-W             PIC 9(3) VALUE 0.
002190 77  VALOR-PGL-ABIERTAS-W       PIC 9(11)V99 VALUE 0.
002200 77  TOT-CARGADO-W              PIC 9(11)V99 VALUE 0.
002210 77  TOT-SIN-ORDEN-W            PIC 9(4) VALUE 0.
002220 77  TOT-SIN-NOTA-W             PIC 9(4) VALUE 0.
002230 77  TOT-CARGOS-W               PIC 9(4) VALUE 0.

      * CUENTAS ABIERTAS PARA EL LISTADO
002240 77  TOT-CUENTAS-W              PIC 9(3) VALUE 0.
002250 01  TABLA-CUENTAS-W.
002260     02 CUENTA-W OCCURS 500.
002270        03 LLAVE-NUM-CTA-W      PIC X(7).
002280        03 PACI-CTA-W           PIC X(15).
002290        03 ENTIDAD-CTA-W        PIC X(6).
002300        03 CARGOS-CTA-W         PIC 9(4).
002310        03 VALOR-CTA-W          PIC 9(11)V99.

      * SOPORTES DEL PACIENTE PARA LA HOJA DE LA CUENTA
002320 77  TOT-FORMULA-W              PIC 9(3) VALUE 0.
002330 01  TABLA-FORMULA-W.
002340     02 FORMULA-W OCCURS 300.
002350        03 ART-FORM-W           PIC X(8).
002360        03 DESDE-FORM-W         PIC 9(8).
002370        03 HASTA-FORM-W         PIC 9(8).
002380 77  TOT-ESTUDIO-W              PIC 9(3) VALUE 0.
002390 01  TABLA-ESTUDIO-W.
002400     02 ESTUDIO-W OCCURS 200.
002410        03 CUPS-ESTU-W          PIC X(12).
002420 77  TOT-NOTA-W                 PIC 9(3) VALUE 0.
002430 01  TABLA-NOTA-W.
002440     02 FECHA-NOTA-W            PIC 9(8) OCCURS 400.

002450 01  LIN-TIT-LISTA.
002460     02 FILLER                  PIC X(40) VALUE
002470        "AUDITORIA CONCURRENTE - CUENTAS ABIERTAS".
002480     02 FILLER                  PIC X(12) VALUE "  ENTIDAD: ".
002490     02 ENTIDAD-TIT-LI          PIC X(6).
002500     02 FILLER                  PIC X(9) VALUE "  FECHA: ".
002510     02 FECHA-TIT-LI            PIC 9(8).
002520 01  LIN-COL-LISTA.
002530     02 FILLER                  PIC X(32) VALUE
002540        "CUENTA  PACIENTE        ENTIDAD ".
002550     02 FILLER                  PIC X(36) VALUE
002560        "INGRESO  RETIRO   CARGOS     VALOR  ".
002570     02 FILLER                  PIC X(20) VALUE
002580        "     PRE-GLOSAS ABIE".
002590 01  LIN-DET-LISTA.
002600     02 LLAVE-NUM-LI            PIC X(7).
002610     02 FILLER                  PIC X VALUE SPACE.
002620     02 PACI-LI                 PIC X(15).
002630     02 FILLER                  PIC X VALUE SPACE.
002640     02 ENTIDAD-LI              PIC X(6).
002650     02 FILLER                  PIC XX VALUE SPACES.
002660     02 INGRESO-LI              PIC 9(8).
002670     02 FILLER                  PIC X VALUE SPACE.
002680     02 RETIRO-LI               PIC 9(8).
002690     02 CARGOS-LI               PIC Z(5)9.
002700     02 VALOR-LI                PIC Z(11)9.99.
002710     02 PGL-LI                  PIC Z(5)9.
002720     02 VALOR-PGL-LI            PIC Z(11)9.99.

002730 01  LIN-TIT-CUENTA.
002740     02 FILLER                  PIC X(32) VALUE
002750        "AUDITORIA CONCURRENTE - CUENTA: ".
002760     02 LLAVE-NUM-TC            PIC X(7).
002770     02 FILLER                  PIC X(12) VALUE "  PACIENTE: ".
002780     02 PACI-TC                 PIC X(15).
002790     02 FILLER                  PIC X(11) VALUE "  INGRESO: ".
002800     02 INGRESO-TC              PIC 9(8).
002810     02 FILLER                  PIC X(10) VALUE "  RETIRO: ".
002820     02 RETIRO-TC               PIC 9(8).
002830 01  LIN-COL-CUENTA.
002840     02 FILLER                  PIC X(38) VALUE
002850        "SECU FECHA    T CODIGO       DESCRIPCI".
002860     02 FILLER                  PIC X(38) VALUE
002870        "ON                      CANT      VALO".
002880     02 FILLER                  PIC X(30) VALUE
002890        "R SOPORTE   NOTA DIA ESTADO".
002900 01  LIN-DET-CUENTA.
002910     02 SECU-DC                 PIC 9(4).
002920     02 FILLER                  PIC X VALUE SPACE.
002930     02 FECHA-DC                PIC 9(8).
002940     02 FILLER                  PIC X VALUE SPACE.
002950     02 TIPO-DC                 PIC X.
002960     02 FILLER                  PIC X VALUE SPACE.
002970     02 COD-DC                  PIC X(12).
002980     02 FILLER                  PIC X VALUE SPACE.
002990     02 DESCRIP-DC              PIC X(30).
003000     02 CANT-DC                 PIC Z(4)9.
003010     02 VALOR-DC                PIC Z(11)9.99.
003020     02 FILLER                  PIC X VALUE SPACE.
003030     02 SOPORTE-DC              PIC X(9).
003040     02 FILLER                  PIC X VALUE SPACE.
003050     02 NOTA-DC                 PIC X(8).
003060     02 FILLER                  PIC X VALUE SPACE.
003070     02 ESTADO-DC               PIC X(10).
003080 01  LIN-PGL-CUENTA.
003090     02 FILLER                  PIC X(14) VALUE
003100        "    PRE-GLOSA ".
003110     02 SECU-PC                 PIC 99.
003120     02 FILLER                  PIC X VALUE SPACE.
003130     02 TIPO-AUD-PC             PIC X.
003140     02 FILLER                  PIC X VALUE SPACE.
003150     02 MOTIVO-PC               PIC X(6).
003160     02 VALOR-PC                PIC Z(11)9.99.
003170     02 FILLER                  PIC X VALUE SPACE.
003180     02 ESTADO-PC               PIC X(10).
003190     02 FILLER                  PIC X VALUE SPACE.
003200     02 SERVHO-PC               PIC X(4).
003210     02 FILLER                  PIC X VALUE SPACE.
003220     02 TEXTO-PC                PIC X(60).
003230 01  LIN-TOT-CUENTA.
003240     02 FILLER                  PIC X(16) VALUE "TOTAL CARGADO: ".
003250     02 TOT-CARGADO-TC          PIC Z(11)9.99.
003260     02 FILLER                  PIC X(13) VALUE "  SIN ORDEN: ".
003270     02 SIN-ORDEN-TC            PIC Z(3)9.
003280     02 FILLER                  PIC X(12) VALUE "  SIN NOTA: ".
003290     02 SIN-NOTA-TC             PIC Z(3)9.
003300     02 FILLER                  PIC X(21) VALUE
003310        "  PRE-GLOSA ABIERTA: ".
003320     02 VALOR-PGL-TC            PIC Z(11)9.99.

003330 LINKAGE SECTION.
003340 01  MODO-LNK                   PIC X.
003350     88 MODO-LISTAR             VALUE "L".
003360     88 MODO-CONSULTAR          VALUE "C".
003370     88 MODO-GRABAR             VALUE "G".
003380     88 MODO-RESPONDER          VALUE "S".
003390     88 MODO-DECIDIR            VALUE "D".
003400 01  DATOS-PGL-LNK.
003410     02 LLAVE-NUM-LNK           PIC X(7).
003420     02 SECU-FSER-LNK           PIC 9(4).
003430     02 SECU-PGL-LNK            PIC 9(2).
003440     02 ENTIDAD-LNK             PIC X(6).
003450     02 COD-MOTIVO-LNK          PIC X(6).
003460     02 VALOR-LNK               PIC 9(11)V99.
003470     02 TIPO-AUDITOR-LNK        PIC X.
003480        88 TIPO-AUDITOR-VALIDO  VALUE "E" "I".
003490     02 SERVHO-LNK              PIC X(4).
003500     02 TEXTO-LNK               PIC X(100).
003510     02 DECISION-LNK            PIC X.
003520        88 DECISION-VALIDA      VALUE "L" "M".
003530     02 OPER-LNK                PIC X(4).
003540 01  RESULT-LNK                 PIC X.
003550     88 PGL-OK                  VALUE "S".
003560     88 PGL-INVALIDA            VALUE "I".
003570     88 PGL-NO-EXISTE           VALUE "E".
003580     88 PGL-CARGO-FACTURADO     VALUE "F".
003590     88 PGL-NO-OK               VALUE "N".

003600 PROCEDURE DIVISION USING MODO-LNK DATOS-PGL-LNK RESULT-LNK.

003610 MAINLINE.
003620     MOVE "N" TO RESULT-LNK.
003630     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
003640     EVALUATE TRUE
003650        WHEN MODO-LISTAR
003660             PERFORM LISTAR-CUENTAS THRU FIN-LISTAR-CUENTAS
003670        WHEN MODO-CONSULTAR
003680             PERFORM HOJA-CUENTA THRU FIN-HOJA-CUENTA
003690        WHEN MODO-GRABAR
003700             PERFORM GRABAR-PGL THRU FIN-GRABAR-PGL
003710        WHEN MODO-RESPONDER
003720             PERFORM RESPONDER-PGL THRU FIN-RESPONDER-PGL
003730        WHEN MODO-DECIDIR
003740             PERFORM DECIDIR-PGL THRU FIN-DECIDIR-PGL
003750     END-EVALUATE.
003760     EXIT PROGRAM.

003770 ABRIR-PREGLOSA.
003780     OPEN I-O ARCHIVO-PREGLOSA.
003790     IF OTR-STAT = "35"
003800        OPEN OUTPUT ARCHIVO-PREGLOSA
003810        CLOSE ARCHIVO-PREGLOSA
003820        OPEN I-O ARCHIVO-PREGLOSA
003830     END-IF.

      *=================================================================
      * MODO "L" - CUENTAS ABIERTAS
      *=================================================================
003840 LISTAR-CUENTAS.
003850     OPEN INPUT FACTURA-SERVICIOS.
003860     IF OTR-STAT NOT = "00"
003870        GO TO FIN-LISTAR-CUENTAS
003880     END-IF.
003890     MOVE 0   TO TOT-CUENTAS-W SW-FIN-W.
003900     MOVE "P" TO ESTADO-FSER.
003910     START FACTURA-SERVICIOS KEY IS = ESTADO-FSER
003920           INVALID KEY MOVE 1 TO SW-FIN-W
003930     END-START.
003940     PERFORM LEER-CARGO-PENDIENTE UNTIL SW-FIN-W = 1.
003950     CLOSE FACTURA-SERVICIOS.
003960     PERFORM ABRIR-PREGLOSA.
003970     OPEN INPUT ARCHIVO-NUMERACION.
003980     OPEN OUTPUT HOJA-AUDITORIA.
003990     MOVE ENTIDAD-LNK   TO ENTIDAD-TIT-LI.
004000     MOVE FECHA-HOY-W   TO FECHA-TIT-LI.
004010     MOVE LIN-TIT-LISTA TO LIN-AUDITORIA.
004020     WRITE LIN-AUDITORIA.
004030     MOVE LIN-COL-LISTA TO LIN-AUDITORIA.
004040     WRITE LIN-AUDITORIA.
004050     PERFORM ESCRIBIR-CUENTA VARYING I FROM 1 BY 1
004060             UNTIL I > TOT-CUENTAS-W.
004070     CLOSE HOJA-AUDITORIA ARCHIVO-NUMERACION ARCHIVO-PREGLOSA.
004080     MOVE "S" TO RESULT-LNK.

004090 FIN-LISTAR-CUENTAS.
004100     EXIT.

004110 LEER-CARGO-PENDIENTE.
004120     READ FACTURA-SERVICIOS NEXT
004130          AT END MOVE 1 TO SW-FIN-W
004140     END-READ.
004150     IF SW-FIN-W = 0
004160        IF NOT CARGO-PENDIENTE
004170           MOVE 1 TO SW-FIN-W
004180        ELSE
004190           IF ENTIDAD-LNK = SPACES
004200              OR ENTIDAD-FSER = ENTIDAD-LNK
004210              PERFORM ACUMULAR-CUENTA
004220           END-IF
004230        END-IF
004240     END-IF.

004250 ACUMULAR-CUENTA.
004260     MOVE 0 TO SW-HALLADO-W.
004270     PERFORM BUSCAR-CUENTA VARYING J FROM 1 BY 1
004280             UNTIL J > TOT-CUENTAS-W OR SW-HALLADO-W = 1.
004290     IF SW-HALLADO-W = 0 AND TOT-CUENTAS-W < 500
004300        ADD 1 TO TOT-CUENTAS-W
004310        MOVE TOT-CUENTAS-W  TO J
004320        MOVE LLAVE-NUM-FSER TO LLAVE-NUM-CTA-W (J)
004330        MOVE PACI-FSER      TO PACI-CTA-W (J)
004340        MOVE ENTIDAD-FSER   TO ENTIDAD-CTA-W (J)
004350        MOVE 0              TO CARGOS-CTA-W (J) VALOR-CTA-W (J)
004360        MOVE 1              TO SW-HALLADO-W
004370     END-IF.
004380     IF SW-HALLADO-W = 1
004390        ADD 1              TO CARGOS-CTA-W (J)
004400        ADD VLR-TOTAL-FSER TO VALOR-CTA-W (J)
004410     END-IF.

      *    AL HALLARLA J QUEDA UNO ADELANTE POR EL VARYING
004420 BUSCAR-CUENTA.
004430     IF LLAVE-NUM-CTA-W (J) = LLAVE-NUM-FSER
004440        MOVE 1 TO SW-HALLADO-W
004450        SUBTRACT 1 FROM J
004460     END-IF.

004470 ESCRIBIR-CUENTA.
004480     MOVE LLAVE-NUM-CTA-W (I) TO LLAVE-NUM-LI LLAVE-NUM.
004490     MOVE PACI-CTA-W (I)      TO PACI-LI.
004500     MOVE ENTIDAD-CTA-W (I)   TO ENTIDAD-LI.
004510     MOVE CARGOS-CTA-W (I)    TO CARGOS-LI.
004520     MOVE VALOR-CTA-W (I)     TO VALOR-LI.
004530     MOVE 0 TO INGRESO-LI RETIRO-LI.
004540     READ ARCHIVO-NUMERACION
004550          INVALID KEY CONTINUE
004560          NOT INVALID KEY
004570             MOVE FECHA-ING-NUM TO INGRESO-LI
004580             MOVE FECHA-RET-NUM TO RETIRO-LI
004590     END-READ.
004600     MOVE LLAVE-NUM-CTA-W (I) TO LLAVE-NUM-PGL.
004610     PERFORM CONTAR-PGL-ABIERTAS.
004620     MOVE PGL-ABIERTAS-W       TO PGL-LI.
004630     MOVE VALOR-PGL-ABIERTAS-W TO VALOR-PGL-LI.
004640     MOVE LIN-DET-LISTA TO LIN-AUDITORIA.
004650     WRITE LIN-AUDITORIA.

      *    ABIERTA ES LA QUE NO SE HA LEVANTADO (P, R O M)
004660 CONTAR-PGL-ABIERTAS.
004670     MOVE 0 TO PGL-ABIERTAS-W VALOR-PGL-ABIERTAS-W SW-FIN-PGL-W.
004680     MOVE 0 TO SECU-FSER-PGL SECU-PGL.
004690     START ARCHIVO-PREGLOSA KEY IS >= LLAVE-PGL
004700           INVALID KEY MOVE 1 TO SW-FIN-PGL-W
004710     END-START.
004720     PERFORM LEER-PGL-CUENTA UNTIL SW-FIN-PGL-W = 1.

004730 LEER-PGL-CUENTA.
004740     READ ARCHIVO-PREGLOSA NEXT
004750          AT END MOVE 1 TO SW-FIN-PGL-W
004760     END-READ.
004770     IF SW-FIN-PGL-W = 0
004780        IF LLAVE-NUM-PGL NOT = LLAVE-NUM-CTA-W (I)
004790           MOVE 1 TO SW-FIN-PGL-W
004800        ELSE
004810           IF NOT PGL-LEVANTADA
004820              ADD 1         TO PGL-ABIERTAS-W
004830              ADD VALOR-PGL TO VALOR-PGL-ABIERTAS-W
004840           END-IF
004850        END-IF
004860     END-IF.

      *=================================================================
      * MODO "C" - HOJA DE AUDITORIA DE LA CUENTA
      *=================================================================
004870 HOJA-CUENTA.
004880     OPEN INPUT ARCHIVO-NUMERACION.
004890     MOVE LLAVE-NUM-LNK TO LLAVE-NUM.
004900     READ ARCHIVO-NUMERACION
004910          INVALID KEY
004920              MOVE "E" TO RESULT-LNK
004930              CLOSE ARCHIVO-NUMERACION
004940              GO TO FIN-HOJA-CUENTA
004950     END-READ.
004960     CLOSE ARCHIVO-NUMERACION.
004970     MOVE ID-PAC-NUM    TO PACI-CUENTA-W.
004980     MOVE FECHA-ING-NUM TO FECHA-ING-W.
004990     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-TC.
005000     MOVE ID-PAC-NUM    TO PACI-TC.
005010     MOVE FECHA-ING-NUM TO INGRESO-TC.
005020     MOVE FECHA-RET-NUM TO RETIRO-TC.
005030     PERFORM CARGAR-FORMULAS.
005040     PERFORM CARGAR-ESTUDIOS.
005050     PERFORM CARGAR-NOTAS.
005060     MOVE 0 TO TOT-CARGADO-W TOT-SIN-ORDEN-W TOT-SIN-NOTA-W
005070               TOT-CARGOS-W VALOR-PGL-ABIERTAS-W.
005080     OPEN INPUT FACTURA-SERVICIOS.
005090     PERFORM ABRIR-PREGLOSA.
005100     OPEN OUTPUT HOJA-AUDITORIA.
005110     MOVE LIN-TIT-CUENTA TO LIN-AUDITORIA.
005120     WRITE LIN-AUDITORIA.
005130     MOVE LIN-COL-CUENTA TO LIN-AUDITORIA.
005140     WRITE LIN-AUDITORIA.
005150     MOVE 0             TO SW-FIN-W.
005160     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-FSER.
005170     MOVE 0             TO SECU-FSER.
005180     START FACTURA-SERVICIOS KEY IS >= LLAVE-FSER
005190           INVALID KEY MOVE 1 TO SW-FIN-W
005200     END-START.
005210     PERFORM LEER-CARGO-CUENTA UNTIL SW-FIN-W = 1.
005220     MOVE TOT-CARGADO-W        TO TOT-CARGADO-TC.
005230     MOVE TOT-SIN-ORDEN-W      TO SIN-ORDEN-TC.
005240     MOVE TOT-SIN-NOTA-W       TO SIN-NOTA-TC.
005250     MOVE VALOR-PGL-ABIERTAS-W TO VALOR-PGL-TC.
005260     MOVE SPACES TO LIN-AUDITORIA.
005270     WRITE LIN-AUDITORIA.
005280     MOVE LIN-TOT-CUENTA TO LIN-AUDITORIA.
005290     WRITE LIN-AUDITORIA.
005300     CLOSE HOJA-AUDITORIA FACTURA-SERVICIOS ARCHIVO-PREGLOSA.
005310     MOVE "S" TO RESULT-LNK.

005320 FIN-HOJA-CUENTA.
005330     EXIT.

      *    LAS FORMULAS NO TIENEN LLAVE POR PACIENTE: SE BARREN TODAS,
      *    COMO EN HC147.
005340 CARGAR-FORMULAS.
005350     MOVE 0 TO TOT-FORMULA-W SW-FIN-W.
005360     OPEN INPUT ARCHIVO-FORMULA-ORD.
005370     IF OTR-STAT = "00"
005380        MOVE LOW-VALUES TO LLAVE-ORD
005390        START ARCHIVO-FORMULA-ORD KEY IS >= LLAVE-ORD
005400              INVALID KEY MOVE 1 TO SW-FIN-W
005410        END-START
005420        PERFORM LEER-FORMULA UNTIL SW-FIN-W = 1
005430        CLOSE ARCHIVO-FORMULA-ORD
005440     END-IF.

005450 LEER-FORMULA.
005460     READ ARCHIVO-FORMULA-ORD NEXT
005470          AT END MOVE 1 TO SW-FIN-W
005480     END-READ.
005490     IF SW-FIN-W = 0
005500        IF PACI-ORD = PACI-CUENTA-W
005510           AND TOT-FORMULA-W < 300
005520           ADD 1 TO TOT-FORMULA-W
005530           MOVE COD-ART-ORD   TO ART-FORM-W (TOT-FORMULA-W)
005540           MOVE FECHA-INI-ORD TO DESDE-FORM-W (TOT-FORMULA-W)
005550           IF FECHA-STOP-ORD NOT = 0
005560              MOVE FECHA-STOP-ORD
005570                TO HASTA-FORM-W (TOT-FORMULA-W)
005580           ELSE
005590              IF FECHA-VENCE-ORD NOT = 0
005600                 MOVE FECHA-VENCE-ORD
005610                   TO HASTA-FORM-W (TOT-FORMULA-W)
005620              ELSE
005630                 MOVE 99999999 TO HASTA-FORM-W (TOT-FORMULA-W)
005640              END-IF
005650           END-IF
005660        END-IF
005670     END-IF.

005680 CARGAR-ESTUDIOS.
005690     MOVE 0 TO TOT-ESTUDIO-W SW-FIN-W.
005700     OPEN INPUT ARCHIVO-ESTUDIO-RX.
005710     IF OTR-STAT = "00"
005720        MOVE FECHA-ING-W TO FECHA-ORDEN-EST
005730        START ARCHIVO-ESTUDIO-RX KEY IS >= FECHA-ORDEN-EST
005740              INVALID KEY MOVE 1 TO SW-FIN-W
005750        END-START
005760        PERFORM LEER-ESTUDIO UNTIL SW-FIN-W = 1
005770        CLOSE ARCHIVO-ESTUDIO-RX
005780     END-IF.

005790 LEER-ESTUDIO.
005800     READ ARCHIVO-ESTUDIO-RX NEXT
005810          AT END MOVE 1 TO SW-FIN-W
005820     END-READ.
005830     IF SW-FIN-W = 0
005840        IF PACI-EST = PACI-CUENTA-W AND TOT-ESTUDIO-W < 200
005850           ADD 1 TO TOT-ESTUDIO-W
005860           MOVE CUPS-EST TO CUPS-ESTU-W (TOT-ESTUDIO-W)
005870        END-IF
005880     END-IF.

005890 CARGAR-NOTAS.
005900     MOVE 0 TO TOT-NOTA-W SW-FIN-W.
005910     OPEN INPUT EVOLUCION-HISTORIA.
005920     IF OTR-STAT = "00"
005930        MOVE PACI-CUENTA-W TO ID-EVO
005940        MOVE LOW-VALUES    TO FOLIO-EVO
005950        START EVOLUCION-HISTORIA KEY IS >= LLAVE-EVO
005960              INVALID KEY MOVE 1 TO SW-FIN-W
005970        END-START
005980        PERFORM LEER-NOTA UNTIL SW-FIN-W = 1
005990        CLOSE EVOLUCION-HISTORIA
006000     END-IF.

006010 LEER-NOTA.
006020     READ EVOLUCION-HISTORIA NEXT
006030          AT END MOVE 1 TO SW-FIN-W
006040     END-READ.
006050     IF SW-FIN-W = 0
006060        IF ID-EVO NOT = PACI-CUENTA-W
006070           MOVE 1 TO SW-FIN-W
006080        ELSE
006090           IF FECHA-EVO >= FECHA-ING-W AND TOT-NOTA-W < 400
006100              ADD 1 TO TOT-NOTA-W
006110              MOVE FECHA-EVO TO FECHA-NOTA-W (TOT-NOTA-W)
006120           END-IF
006130        END-IF
006140     END-IF.

006150 LEER-CARGO-CUENTA.
006160     READ FACTURA-SERVICIOS NEXT
006170          AT END MOVE 1 TO SW-FIN-W
006180     END-READ.
006190     IF SW-FIN-W = 0
006200        IF LLAVE-NUM-FSER NOT = LLAVE-NUM-LNK
006210           MOVE 1 TO SW-FIN-W
006220        ELSE
006230           IF NOT CARGO-ANULADO
006240              PERFORM ESCRIBIR-CARGO
006250           END-IF
006260        END-IF
006270     END-IF.

006280 ESCRIBIR-CARGO.
006290     ADD 1              TO TOT-CARGOS-W.
006291     IF NOT CARGO-EN-PAQUETE
006300        ADD VLR-TOTAL-FSER TO TOT-CARGADO-W
006301     END-IF.
006310     MOVE SECU-FSER      TO SECU-DC.
006320     MOVE FECHA-FSER     TO FECHA-DC.
006330     MOVE TIPO-FSER      TO TIPO-DC.
006340     MOVE COD-FSER       TO COD-DC.
006350     MOVE DESCRIP-FSER   TO DESCRIP-DC.
006360     MOVE CANT-FSER      TO CANT-DC.
006370     MOVE VLR-TOTAL-FSER TO VALOR-DC.
006380     PERFORM BUSCAR-SOPORTE.
006390     PERFORM BUSCAR-NOTA.
006400     EVALUATE TRUE
006401        WHEN CARGO-FACTURADO
006410           MOVE "FACTURADO"  TO ESTADO-DC
006411        WHEN CARGO-EN-PAQUETE
006412           MOVE "EN PAQUETE" TO ESTADO-DC
006413        WHEN OTHER
006430           MOVE "PENDIENTE"  TO ESTADO-DC
006440     END-EVALUATE.
006450     MOVE LIN-DET-CUENTA TO LIN-AUDITORIA.
006460     WRITE LIN-AUDITORIA.
006470     MOVE LLAVE-FSER TO LLAVE-FSER-PGL.
006480     MOVE 0          TO SECU-PGL SW-FIN-PGL-W.
006490     START ARCHIVO-PREGLOSA KEY IS >= LLAVE-PGL
006500           INVALID KEY MOVE 1 TO SW-FIN-PGL-W
006510     END-START.
006520     PERFORM LEER-PGL-CARGO UNTIL SW-FIN-PGL-W = 1.

      *    EL CARGO QUE NACE DE UN PROCESO (ESTANCIA, SANGRE, ...) SE
      *    SOPORTA CON ESE PROCESO; SI NO, CON LA ORDEN DEL MEDICO.
006530 BUSCAR-SOPORTE.
006540     MOVE 0 TO SW-HALLADO-W.
006550     IF ORIGEN-FSER NOT = SPACES
006560        MOVE ORIGEN-FSER TO SOPORTE-DC
006570        MOVE 1 TO SW-HALLADO-W
006580     ELSE
006590        IF CARGO-ES-ARTICULO
006600           PERFORM BUSCAR-FORMULA VARYING J FROM 1 BY 1
006610                   UNTIL J > TOT-FORMULA-W OR SW-HALLADO-W = 1
006620           MOVE "FORMULA" TO SOPORTE-DC
006630        ELSE
006640           PERFORM BUSCAR-ESTUDIO VARYING J FROM 1 BY 1
006650                   UNTIL J > TOT-ESTUDIO-W OR SW-HALLADO-W = 1
006660           MOVE "ORDEN RX" TO SOPORTE-DC
006670        END-IF
006680     END-IF.
006690     IF SW-HALLADO-W = 0
006700        MOVE "SIN ORDEN" TO SOPORTE-DC
006710        ADD 1 TO TOT-SIN-ORDEN-W
006720     END-IF.

006730 BUSCAR-FORMULA.
006740     IF ART-FORM-W (J) = COD-FSER (1:8)
006750        AND FECHA-FSER >= DESDE-FORM-W (J)
006760        AND FECHA-FSER <= HASTA-FORM-W (J)
006770        MOVE 1 TO SW-HALLADO-W
006780     END-IF.

006790 BUSCAR-ESTUDIO.
006800     IF CUPS-ESTU-W (J) = COD-FSER
006810        MOVE 1 TO SW-HALLADO-W
006820     END-IF.

006830 BUSCAR-NOTA.
006840     MOVE 0 TO SW-HALLADO-W.
006850     PERFORM BUSCAR-FECHA-NOTA VARYING J FROM 1 BY 1
006860             UNTIL J > TOT-NOTA-W OR SW-HALLADO-W = 1.
006870     IF SW-HALLADO-W = 1
006880        MOVE "EVOLUC." TO NOTA-DC
006890     ELSE
006900        MOVE "SIN NOTA" TO NOTA-DC
006910        ADD 1 TO TOT-SIN-NOTA-W
006920     END-IF.

006930 BUSCAR-FECHA-NOTA.
006940     IF FECHA-NOTA-W (J) = FECHA-FSER
006950        MOVE 1 TO SW-HALLADO-W
006960     END-IF.

006970 LEER-PGL-CARGO.
006980     READ ARCHIVO-PREGLOSA NEXT
006990          AT END MOVE 1 TO SW-FIN-PGL-W
007000     END-READ.
007010     IF SW-FIN-PGL-W = 0
007020        IF LLAVE-FSER-PGL NOT = LLAVE-FSER
007030           MOVE 1 TO SW-FIN-PGL-W
007040        ELSE
007050           PERFORM ESCRIBIR-PGL
007060        END-IF
007070     END-IF.

007080 ESCRIBIR-PGL.
007090     MOVE SECU-PGL         TO SECU-PC.
007100     MOVE TIPO-AUDITOR-PGL TO TIPO-AUD-PC.
007110     MOVE COD-MOTIVO-PGL   TO MOTIVO-PC.
007120     MOVE VALOR-PGL        TO VALOR-PC.
007130     MOVE SERVHO-PGL       TO SERVHO-PC.
007140     EVALUATE TRUE
007150        WHEN PGL-PENDIENTE
007160             MOVE "PENDIENTE"  TO ESTADO-PC
007170             MOVE OBSERV-PGL   TO TEXTO-PC
007180        WHEN PGL-RESPONDIDA
007190             MOVE "RESPONDIDA" TO ESTADO-PC
007200             MOVE RESPUESTA-PGL TO TEXTO-PC
007210        WHEN PGL-LEVANTADA
007220             MOVE "LEVANTADA"  TO ESTADO-PC
007230             MOVE RESPUESTA-PGL TO TEXTO-PC
007240        WHEN OTHER
007250             MOVE "MANTENIDA"  TO ESTADO-PC
007260             MOVE OBSERV-PGL   TO TEXTO-PC
007270     END-EVALUATE.
007280     IF NOT PGL-LEVANTADA
007290        ADD VALOR-PGL TO VALOR-PGL-ABIERTAS-W
007300     END-IF.
007310     MOVE LIN-PGL-CUENTA TO LIN-AUDITORIA.
007320     WRITE LIN-AUDITORIA.

      *=================================================================
      * MODO "G" - GRABAR PRE-GLOSA
      *=================================================================
007330 GRABAR-PGL.
007340     IF COD-MOTIVO-LNK = SPACES OR VALOR-LNK = 0
007350        OR NOT TIPO-AUDITOR-VALIDO OR OPER-LNK = SPACES
007360        MOVE "I" TO RESULT-LNK
007370        GO TO FIN-GRABAR-PGL
007380     END-IF.
007390     OPEN INPUT FACTURA-SERVICIOS.
007400     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-FSER.
007410     MOVE SECU-FSER-LNK TO SECU-FSER.
007420     READ FACTURA-SERVICIOS
007430          INVALID KEY
007440              MOVE "E" TO RESULT-LNK
007450              CLOSE FACTURA-SERVICIOS
007460              GO TO FIN-GRABAR-PGL
007470     END-READ.
007480     CLOSE FACTURA-SERVICIOS.
007490     IF CARGO-FACTURADO
007500        MOVE "F" TO RESULT-LNK
007510        GO TO FIN-GRABAR-PGL
007520     END-IF.
007530     IF CARGO-ANULADO OR VALOR-LNK > VLR-TOTAL-FSER
007540        MOVE "I" TO RESULT-LNK
007550        GO TO FIN-GRABAR-PGL
007560     END-IF.
007570     PERFORM ABRIR-PREGLOSA.
007580     PERFORM BUSCAR-ULTIMA-PGL.
007590     IF SECU-SIG-W > 98
007600        CLOSE ARCHIVO-PREGLOSA
007610        GO TO FIN-GRABAR-PGL
007620     END-IF.
007630     ADD 1 TO SECU-SIG-W.
007640     INITIALIZE REG-PGL.
007650     MOVE LLAVE-FSER        TO LLAVE-FSER-PGL.
007660     MOVE SECU-SIG-W        TO SECU-PGL.
007670     MOVE "P"               TO ESTADO-PGL.
007680     MOVE FECHA-HOY-W       TO FECHA-PGL.
007690     MOVE PACI-FSER         TO PACI-PGL.
007700     MOVE ENTIDAD-FSER      TO ENTIDAD-PGL.
007710     MOVE COD-MOTIVO-LNK    TO COD-MOTIVO-PGL.
007720     MOVE VALOR-LNK         TO VALOR-PGL.
007730     MOVE TIPO-AUDITOR-LNK  TO TIPO-AUDITOR-PGL.
007740     MOVE OPER-LNK          TO AUDITOR-PGL.
007750     MOVE SERVHO-LNK        TO SERVHO-PGL.
007760     MOVE TEXTO-LNK         TO OBSERV-PGL.
007770     WRITE REG-PGL
007780           INVALID KEY
007790               CLOSE ARCHIVO-PREGLOSA
007800               GO TO FIN-GRABAR-PGL
007810     END-WRITE.
007820     CLOSE ARCHIVO-PREGLOSA.
007830     MOVE SECU-SIG-W TO SECU-PGL-LNK.
007840     MOVE "S" TO RESULT-LNK.

007850 FIN-GRABAR-PGL.
007860     EXIT.

007870 BUSCAR-ULTIMA-PGL.
007880     MOVE 0 TO SECU-SIG-W SW-FIN-PGL-W.
007890     MOVE LLAVE-FSER TO LLAVE-FSER-PGL.
007900     MOVE 99         TO SECU-PGL.
007910     START ARCHIVO-PREGLOSA KEY IS <= LLAVE-PGL
007920           INVALID KEY MOVE 1 TO SW-FIN-PGL-W
007930     END-START.
007940     IF SW-FIN-PGL-W = 0
007950        READ ARCHIVO-PREGLOSA PREVIOUS
007960             AT END CONTINUE
007970             NOT AT END
007980                IF LLAVE-FSER-PGL = LLAVE-FSER
007990                   MOVE SECU-PGL TO SECU-SIG-W
008000                END-IF
008010        END-READ
008020     END-IF.

      *=================================================================
      * MODO "S" - RESPUESTA DEL SERVICIO
      *=================================================================
008030 RESPONDER-PGL.
008040     IF TEXTO-LNK = SPACES OR OPER-LNK = SPACES
008050        MOVE "I" TO RESULT-LNK
008060        GO TO FIN-RESPONDER-PGL
008070     END-IF.
008080     PERFORM LEER-PGL-LNK THRU FIN-LEER-PGL-LNK.
008090     IF NOT PGL-OK
008100        GO TO FIN-RESPONDER-PGL
008110     END-IF.
008120     MOVE "N" TO RESULT-LNK.
008130     IF NOT PGL-PENDIENTE
008140        MOVE "I" TO RESULT-LNK
008150        CLOSE ARCHIVO-PREGLOSA
008160        GO TO FIN-RESPONDER-PGL
008170     END-IF.
008180     MOVE "R"         TO ESTADO-PGL.
008190     MOVE FECHA-HOY-W TO FECHA-RESP-PGL.
008200     MOVE OPER-LNK    TO OPER-RESP-PGL.
008210     MOVE TEXTO-LNK   TO RESPUESTA-PGL.
008220     REWRITE REG-PGL
008230             INVALID KEY
008240                 CLOSE ARCHIVO-PREGLOSA
008250                 GO TO FIN-RESPONDER-PGL
008260     END-REWRITE.
008270     CLOSE ARCHIVO-PREGLOSA.
008280     MOVE "S" TO RESULT-LNK.

008290 FIN-RESPONDER-PGL.
008300     EXIT.

      *=================================================================
      * MODO "D" - DECISION DEL AUDITOR
      *=================================================================
008310 DECIDIR-PGL.
008320     IF NOT DECISION-VALIDA OR OPER-LNK = SPACES
008330        MOVE "I" TO RESULT-LNK
008340        GO TO FIN-DECIDIR-PGL
008350     END-IF.
008360     OPEN INPUT FACTURA-SERVICIOS.
008370     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-FSER.
008380     MOVE SECU-FSER-LNK TO SECU-FSER.
008390     READ FACTURA-SERVICIOS
008400          INVALID KEY MOVE SPACE TO ESTADO-FSER
008410     END-READ.
008420     CLOSE FACTURA-SERVICIOS.
008430     IF CARGO-FACTURADO
008440        MOVE "F" TO RESULT-LNK
008450        GO TO FIN-DECIDIR-PGL
008460     END-IF.
008470     PERFORM LEER-PGL-LNK THRU FIN-LEER-PGL-LNK.
008480     IF NOT PGL-OK
008490        GO TO FIN-DECIDIR-PGL
008500     END-IF.
008510     MOVE "N" TO RESULT-LNK.
008520     IF NOT PGL-PENDIENTE AND NOT PGL-RESPONDIDA
008530        MOVE "I" TO RESULT-LNK
008540        CLOSE ARCHIVO-PREGLOSA
008550        GO TO FIN-DECIDIR-PGL
008560     END-IF.
008570     MOVE DECISION-LNK TO ESTADO-PGL.
008580     MOVE FECHA-HOY-W  TO FECHA-DECIS-PGL.
008590     MOVE OPER-LNK     TO OPER-DECIS-PGL.
008600     IF TEXTO-LNK NOT = SPACES
008610        MOVE TEXTO-LNK TO OBSERV-PGL
008620     END-IF.
008630     REWRITE REG-PGL
008640             INVALID KEY
008650                 CLOSE ARCHIVO-PREGLOSA
008660                 GO TO FIN-DECIDIR-PGL
008670     END-REWRITE.
008680     CLOSE ARCHIVO-PREGLOSA.
008690     MOVE "S" TO RESULT-LNK.

008700 FIN-DECIDIR-PGL.
008710     EXIT.

      *    DEJA EL ARCHIVO ABIERTO SI LA ENCUENTRA ("S")
008720 LEER-PGL-LNK.
008730     PERFORM ABRIR-PREGLOSA.
008740     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-PGL.
008750     MOVE SECU-FSER-LNK TO SECU-FSER-PGL.
008760     MOVE SECU-PGL-LNK  TO SECU-PGL.
008770     READ ARCHIVO-PREGLOSA
008780          INVALID KEY
008790              MOVE "E" TO RESULT-LNK
008800              CLOSE ARCHIVO-PREGLOSA
008810              GO TO FIN-LEER-PGL-LNK
008820     END-READ.
008830     MOVE "S" TO RESULT-LNK.

008840 FIN-LEER-PGL-LNK.
008850     EXIT.
