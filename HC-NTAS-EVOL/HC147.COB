      *=================================================================
      * HISTORIA CLINICA - RESUMEN DIGITAL DE ATENCION (RDA) FHIR
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA LEY 2015 DE 2020 OBLIGA A REPORTAR A LA PLATAFORMA DE
      * INTEROPERABILIDAD EL RESUMEN DE CADA ATENCION CERRADA. ESTE
      * LOTE CORRE EN LA CADENA NOCTURNA COMO JOB "RDAENV  " Y HACE,
      * EN ESTE ORDEN:
      * 1. CARGA LAS RESPUESTAS QUE EL CONECTOR DE LA PLATAFORMA
      *    DEJA EN SC-RDARESP.TXT (UNA LINEA POR BUNDLE:
      *    ID-BUNDLE|ESTADO|CODIGO|MOTIVO, ESTADO "A" ACEPTADO, "R"
      *    RECHAZADO POR CONTENIDO, "T" FALLA TRANSITORIA DE LA
      *    PLATAFORMA) Y LAS APLICA A ARCHIVO-RDA Y A LA BITACORA
      *    ARCHIVO-RDA-LOG (UN REGISTRO POR INTENTO DE ENVIO).
      * 2. ENCOLA EN ARCHIVO-RDA CADA HISTORIA FIRMADA POR HC116
      *    (ARCHIVO-FIRMA-HC) QUE AUN NO ESTE EN LA COLA. EL TIPO DE
      *    ATENCION SE DEDUCE: CON EPICRISIS (HC122) ES
      *    HOSPITALIZACION, CON FLUJO DE URGENCIAS (HC135) ES
      *    URGENCIAS, SI NO ES CONSULTA.
      * 3. ARMA EL BUNDLE FHIR (PATIENT, ENCOUNTER, CONDITION,
      *    ALLERGYINTOLERANCE, MEDICATIONREQUEST Y PROCEDURE) DE CADA
      *    ATENCION PENDIENTE O EN REINTENTO Y LO DEJA EN LA BANDEJA
      *    SC-RDAOUT.TXT QUE EL CONECTOR ENVIA. CADA BUNDLE EMPIEZA
      *    EN LA LINEA DEL RECURSO "BUNDLE" Y TERMINA EN LA LINEA
      *    "]}". LOS DIAGNOSTICOS SON LOS PROBLEMAS (HC130)
      *    CONFIRMADOS DENTRO DE LA ATENCION, LOS MEDICAMENTOS LAS
      *    ORDENES DE ARCHIVO-FORMULA-ORD INICIADAS EN ELLA Y LOS
      *    PROCEDIMIENTOS LOS ESTUDIOS DE ARCHIVO-ESTUDIO-RX.
      * UN ENVIO SIN RESPUESTA EN DIAS-SIN-RESP-W DIAS Y LA FALLA
      * TRANSITORIA SON LA COLA DE REINTENTOS: SE REENVIAN CADA NOCHE
      * HASTA MAX-INTENTOS-W INTENTOS Y LUEGO QUEDAN EN ESTADO "X".
      * EL RECHAZO POR CONTENIDO NO SE REENVIA SOLO: SE CORRIGE EL
      * DATO Y SE REACTIVA CON HC147-02. LOS RECHAZOS DEL DIA LOS
      * LISTA HC147-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC147.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-RDA LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-RDA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-RDA
000140         ALTERNATE RECORD KEY IS ESTADO-RDA WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-RDA-LOG LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-RDALOG-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-RDAL
000210         ALTERNATE RECORD KEY IS FECHA-RESP-RDAL WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-FIRMA-HC LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-FIRMHC-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-FIRMHC
000280         ALTERNATE RECORD KEY IS ID-FIRMHC WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-PACIE-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS COD-PACI
000350         FILE STATUS IS OTR-STAT.

000360     SELECT EVOLUCION-HISTORIA LOCK MODE IS AUTOMATIC
000370         ASSIGN NOM-HCEVO-W
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS LLAVE-EVO
000410         ALTERNATE RECORD KEY IS FECHA-EVO WITH DUPLICATES
000420         FILE STATUS IS OTR-STAT.

000430     SELECT ARCHIVO-EPICRISIS LOCK MODE IS AUTOMATIC
000440         ASSIGN NOM-EPICRIS-W
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LLAVE-EPIC
000480         FILE STATUS IS OTR-STAT.

000490     SELECT ARCHIVO-FLUJO-URG LOCK MODE IS AUTOMATIC
000500         ASSIGN NOM-FLUJOURG-W
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LLAVE-FURG
000540         ALTERNATE RECORD KEY IS ESTADO-FURG WITH DUPLICATES
000550         FILE STATUS IS OTR-STAT.

000560     SELECT ARCHIVO-PROBLEMAS LOCK MODE IS AUTOMATIC
000570         ASSIGN NOM-PROBLEMAS-W
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LLAVE-PROB
000610         FILE STATUS IS OTR-STAT.

000620     SELECT ARCHIVO-ALERGIAS LOCK MODE IS AUTOMATIC
000630         ASSIGN NOM-ALERGIAS-W
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LLAVE-ALERG
000670         FILE STATUS IS OTR-STAT.

000680     SELECT ARCHIVO-FORMULA-ORD LOCK MODE IS AUTOMATIC
000690         ASSIGN NOM-FORMORD-W
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS LLAVE-ORD
000730         ALTERNATE RECORD KEY IS DESCRIP-ORD WITH DUPLICATES
000740         FILE STATUS IS OTR-STAT.

000750     SELECT ARCHIVO-ESTUDIO-RX LOCK MODE IS AUTOMATIC
000760         ASSIGN NOM-ESTUDRX-W
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LLAVE-EST
000800         ALTERNATE RECORD KEY IS ACCESION-EST
000810         ALTERNATE RECORD KEY IS FECHA-ORDEN-EST WITH DUPLICATES
000820         FILE STATUS IS OTR-STAT.

000830     SELECT PLANO-RDA-RESP
000840         ASSIGN NOM-RDARESP-W
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS OTR-STAT.

000870     SELECT PLANO-RDA-OUT
000880         ASSIGN NOM-RDAOUT-W
000890         ORGANIZATION IS LINE SEQUENTIAL.

000900 DATA DIVISION.
000910 FILE SECTION.

000920 FD  ARCHIVO-RDA
000930     LABEL RECORD STANDARD.
000940 01  REG-RDA.
000950     02 LLAVE-RDA.
000960        03 ID-RDA               PIC X(15).
000970        03 FOLIO-RDA.
000980           04 FOLIO-SUC-RDA     PIC XX.
000990           04 FOLIO-NRO-RDA     PIC 9(6).
001000     02 TIPO-ATEN-RDA           PIC X.
001010        88 RDA-CONSULTA         VALUE "C".
001020        88 RDA-URGENCIAS        VALUE "U".
001030        88 RDA-HOSPITALIZA      VALUE "H".
001040     02 FECHA-CIERRE-RDA        PIC 9(8).
001050     02 HORA-CIERRE-RDA         PIC 9(6).
001060     02 ESTADO-RDA              PIC X.
001070        88 RDA-PENDIENTE        VALUE "P".
001080        88 RDA-ENVIADO          VALUE "E".
001090        88 RDA-ACEPTADO         VALUE "A".
001100        88 RDA-RECHAZADO        VALUE "R".
001110        88 RDA-REINTENTO        VALUE "T".
001120        88 RDA-AGOTADO          VALUE "X".
001130     02 INTENTOS-RDA            PIC 99.
001140     02 FECHA-ENVIO-RDA         PIC 9(8).
001150     02 HORA-ENVIO-RDA          PIC 9(6).
001160     02 FECHA-RESP-RDA          PIC 9(8).
001170     02 COD-RESP-RDA            PIC X(10).
001180     02 MOTIVO-RESP-RDA         PIC X(80).
001190     02 ID-BUNDLE-RDA           PIC X(27).
001200     02 FECHA-ENCOLA-RDA        PIC 9(8).

001210 FD  ARCHIVO-RDA-LOG
001220     LABEL RECORD STANDARD.
001230 01  REG-RDAL.
001240     02 LLAVE-RDAL.
001250        03 ID-RDAL              PIC X(15).
001260        03 FOLIO-RDAL           PIC X(8).
001270        03 INTENTO-RDAL         PIC 99.
001280     02 ID-BUNDLE-RDAL          PIC X(27).
001290     02 FECHA-ENVIO-RDAL        PIC 9(8).
001300     02 HORA-ENVIO-RDAL         PIC 9(6).
001310     02 ESTADO-RDAL             PIC X.
001320     02 FECHA-RESP-RDAL         PIC 9(8).
001330     02 COD-RESP-RDAL           PIC X(10).
001340     02 MOTIVO-RESP-RDAL        PIC X(80).

001350 FD  ARCHIVO-FIRMA-HC
001360     LABEL RECORD STANDARD.
001370 01  REG-FIRMHC.
001380     02 LLAVE-FIRMHC.
001390        03 ID-FIRMHC            PIC X(15).
001400        03 FOLIO-FIRMHC.
001410           04 FOLIO-SUC-FIRMHC  PIC XX.
001420           04 FOLIO-NRO-FIRMHC  PIC 9(6).
001430     02 FECHA-FIRMA-FIRMHC      PIC 9(8).
001440     02 HORA-FIRMA-FIRMHC       PIC 9(6).
001450     02 MEDICO-FIRMA-FIRMHC     PIC 9(10).

001460 FD  ARCHIVO-PACIENTES
001470     LABEL RECORD STANDARD.
001480 01  REG-PACI.
001490     02 COD-PACI                PIC X(15).
001500     02 DESCRIP-PACI            PIC X(40).
001510     02 EPS-PACI                PIC X(6).
001520     02 ID-COTIZ-PACI           PIC X(15).
001530     02 ESTADO-PACI             PIC X.
001540     02 FUSIONADO-EN-PACI       PIC X(15).
001550     02 FECHA-FUSION-PACI       PIC 9(8).
001560     02 TELEFONO-PACI           PIC X(15).
001570     02 FECHA-NAC-PACI          PIC 9(8).
001580     02 SEXO-PACI               PIC X.
001590     02 PLAN-PACI               PIC XX.
001600     02 NIVEL-INGRESO-PACI      PIC 9.
001610     02 FILLER                  PIC X(9).

001620 FD  EVOLUCION-HISTORIA
001630     LABEL RECORD STANDARD.
001640 01  REG-EVO.
001650     02 LLAVE-EVO.
001660        03 ID-EVO               PIC X(15).
001670        03 FOLIO-EVO            PIC X(8).
001680     02 FECHA-EVO               PIC 9(8).
001690     02 HORA-EVO                PIC 9(4).
001700     02 MED-EVO                 PIC 9(10).
001710     02 FILLER                  PIC X(28).

001720 FD  ARCHIVO-EPICRISIS
001730     LABEL RECORD STANDARD.
001740 01  REG-EPIC.
001750     02 LLAVE-EPIC.
001760        03 ID-EPIC              PIC X(15).
001770        03 FOLIO-EPIC           PIC X(8).
001780     02 ESTADO-EPIC             PIC X.
001790     02 RESUMEN-INGRESO-EPIC    PIC X(200).
001800     02 RESUMEN-EVOL-EPIC       PIC X(200).
001810     02 PLAN-EGRESO-EPIC        PIC X(200).
001820     02 FECHA-GENERA-EPIC       PIC 9(8).
001830     02 MEDICO-FIRMA-EPIC       PIC 9(10).
001840     02 FECHA-FIRMA-EPIC        PIC 9(8).
001850     02 HORA-FIRMA-EPIC         PIC 9(6).

001860 FD  ARCHIVO-FLUJO-URG
001870     LABEL RECORD STANDARD.
001880 01  REG-FURG.
001890     02 LLAVE-FURG.
001900        03 ID-FURG              PIC X(15).
001910        03 FOLIO-FURG           PIC X(8).
001920     02 NIVEL-FURG              PIC 9.
001930     02 FECHA-LLEGADA-FURG      PIC 9(8).
001940     02 HORA-LLEGADA-FURG       PIC 9(6).
001950     02 HORA-TRIAGE-FURG        PIC 9(6).
001960     02 HORA-LLAMADO-FURG       PIC 9(6).
001970     02 HORA-MEDICO-FURG        PIC 9(6).
001980     02 HORA-DECISION-FURG      PIC 9(6).
001990     02 HORA-SALIDA-FURG        PIC 9(6).
002000     02 DESTINO-FURG            PIC X.
002010     02 ESTADO-FURG             PIC X.

002020 FD  ARCHIVO-PROBLEMAS
002030     LABEL RECORD STANDARD.
002040 01  REG-PROB.
002050     02 LLAVE-PROB.
002060        03 PACI-PROB            PIC X(15).
002070        03 CIE-PROB             PIC X(4).
002080     02 FECHA-PRIMERA-PROB      PIC 9(8).
002090     02 FECHA-ULTIMA-PROB       PIC 9(8).
002100     02 ESTADO-PROB             PIC X.
002110        88 PROBLEMA-ACTIVO      VALUE "A".
002120        88 PROBLEMA-RESUELTO    VALUE "R".
002130     02 MEDICO-RESUELVE-PROB    PIC X(6).
002140     02 FECHA-RESUELVE-PROB     PIC 9(8).

002150 FD  ARCHIVO-ALERGIAS
002160     LABEL RECORD STANDARD.
002170 01  REG-ALERG.
002180     02 LLAVE-ALERG.
002190        03 PACI-ALERG           PIC X(15).
002200        03 SECUEN-ALERG         PIC 9(3).
002210     02 SUSTANCIA-ALERG         PIC X(8).
002220     02 GRUPO-ALERG             PIC X(4).
002230     02 SEVERIDAD-ALERG         PIC X.
002240        88 SEVERIDAD-LEVE       VALUE "L".
002250        88 SEVERIDAD-MODERADA   VALUE "M".
002260        88 SEVERIDAD-SEVERA     VALUE "S".
002270     02 REACCION-ALERG          PIC X(40).
002280     02 MEDICO-ALERG            PIC X(6).
002290     02 FECHA-ALERG             PIC 9(8).
002300     02 ESTADO-ALERG            PIC X.
002310        88 ALERGIA-ACTIVA       VALUE "A".
002320        88 ALERGIA-INACTIVA     VALUE "I".

002330 FD  ARCHIVO-FORMULA-ORD
002340     LABEL RECORD STANDARD.
002350 01  REG-ORD.
002360     02 LLAVE-ORD               PIC X(12).
002370     02 DESCRIP-ORD             PIC X(40).
002380     02 PACI-ORD                PIC X(15).
002390     02 MEDICO-ORD              PIC X(4).
002400     02 FECHA-INI-ORD           PIC 9(8).
002410     02 FECHA-VENCE-ORD         PIC 9(8).
002420     02 TIPO-ORD                PIC X.
002430     02 RENOVADA-ORD            PIC X.
002440     02 COD-ART-ORD             PIC X(8).
002450     02 NRO-MIPRES-ORD          PIC X(20).
002460     02 FRECUENCIA-HORAS-ORD    PIC 99.
002470     02 SERVICIO-ORD            PIC X(4).
002480     02 DIAS-TRAT-ORD           PIC 9(3).
002490     02 FECHA-STOP-ORD          PIC 9(8).
002500     02 REVISADA-ATB-ORD        PIC X.

002510 FD  ARCHIVO-ESTUDIO-RX
002520     LABEL RECORD STANDARD.
002530 01  REG-EST.
002540     02 LLAVE-EST               PIC X(20).
002550     02 ACCESION-EST            PIC 9(10).
002560     02 PACI-EST                PIC X(15).
002570     02 CUPS-EST                PIC X(12).
002580     02 FECHA-ORDEN-EST         PIC 9(8).
002590     02 HORA-ORDEN-EST          PIC 9(6).
002600     02 ESTADO-EST              PIC X.
002610        88 EST-PUBLICADO        VALUE "W".
002620     02 FECHA-ESTUDIO-EST       PIC 9(8).
002630     02 HORA-ESTUDIO-EST        PIC 9(6).
002640     02 UID-ESTUDIO-EST         PIC X(64).
002650     02 URL-VISOR-EST           PIC X(100).
002660     02 FECHA-INFORME-EST       PIC 9(8).
002670     02 HORA-INFORME-EST        PIC 9(6).
002680     02 MEDICO-INFORME-EST      PIC X(20).
002690     02 OPERADOR-EST            PIC X(4).

002700 FD  PLANO-RDA-RESP
002710     LABEL RECORD STANDARD.
002720 01  LIN-RESP                   PIC X(150).

002730 FD  PLANO-RDA-OUT
002740     LABEL RECORD STANDARD.
002750 01  LIN-RDA                    PIC X(500).

002760 WORKING-STORAGE SECTION.

002770 77  NOM-RDA-W                  PIC X(60)
002780     VALUE "D:\progelect\DATOS\SC-RDA.DAT".
002790 77  NOM-RDALOG-W               PIC X(60)
002800     VALUE "D:\progelect\DATOS\SC-RDALOG.DAT".
002810 77  NOM-FIRMHC-W               PIC X(60)
002820     VALUE "D:\progelect\DATOS\SC-FIRMAHC.DAT".
002830 77  NOM-PACIE-W                PIC X(60)
002840     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002850 77  NOM-HCEVO-W                PIC X(60)
002860     VALUE "D:\progelect\DATOS\SC-HCEVOLUC.DAT".
002870 77  NOM-EPICRIS-W              PIC X(60)
002880     VALUE "D:\progelect\DATOS\SC-EPICRIS.DAT".
002890 77  NOM-FLUJOURG-W             PIC X(60)
002900     VALUE "D:\progelect\DATOS\SC-FLUJOURG.DAT".
002910 77  NOM-PROBLEMAS-W            PIC X(60)
002920     VALUE "D:\progelect\DATOS\SC-PROBLEMAS.DAT".
002930 77  NOM-ALERGIAS-W             PIC X(60)
002940     VALUE "D:\progelect\DATOS\SC-ALERGIAS.DAT".
002950 77  NOM-FORMORD-W              PIC X(60)
002960     VALUE "D:\progelect\DATOS\SC-FORMORD.DAT".
002970 77  NOM-ESTUDRX-W              PIC X(60)
002980     VALUE "D:\progelect\DATOS\SC-ESTUDRX.DAT".
002990 77  NOM-RDARESP-W              PIC X(60)
003000     VALUE "D:\progelect\DATOS\SC-RDARESP.TXT".
003010 77  NOM-RDAOUT-W               PIC X(60)
003020     VALUE "D:\progelect\DATOS\SC-RDAOUT.TXT".
003030 77  OTR-STAT                   PIC XX.
003040 77  SW-FIN-W                   PIC 9 VALUE 0.
003050 77  SW-FIN-DET-W               PIC 9 VALUE 0.
003060 77  SW-FIN-RESP-W              PIC 9 VALUE 0.
003070 77  SW-EPICRIS-W               PIC 9 VALUE 0.
003080 77  SW-FLUJOURG-W              PIC 9 VALUE 0.
003090 77  SW-PROBLEMAS-W             PIC 9 VALUE 0.
003100 77  SW-ALERGIAS-W              PIC 9 VALUE 0.
003110 77  SW-FORMORD-W               PIC 9 VALUE 0.
003120 77  SW-ESTUDRX-W               PIC 9 VALUE 0.
003130 77  MAX-INTENTOS-W             PIC 99 VALUE 5.
003140 77  DIAS-SIN-RESP-W            PIC 9(3) VALUE 3.
003150 77  DIAS-ESPERA-W              PIC S9(7).
003160 77  FECHA-HOY-W                PIC 9(8).
003170 77  HORA-HOY-W                 PIC 9(6).
003180 77  FECHA-INI-ATEN-W           PIC 9(8).
003190 77  HORA-INI-ATEN-W            PIC 9(6).
003200 77  TOT-RESPUESTAS-W           PIC 9(5) VALUE 0.
003210 77  TOT-ENCOLADAS-W            PIC 9(5) VALUE 0.
003220 77  TOT-ENVIADAS-W             PIC 9(5) VALUE 0.
003230 77  TOT-RECHAZO-LOCAL-W        PIC 9(5) VALUE 0.
003240 77  TOT-AGOTADAS-W             PIC 9(5) VALUE 0.

003250 77  BUNDLE-RESP-W              PIC X(27).
003260 77  ESTADO-RESP-W              PIC X.
003270 77  COD-RESP-W                 PIC X(10).
003280 77  MOTIVO-RESP-W              PIC X(80).
003290 77  INTENTO-RESP-W             PIC 99.

003300 77  PUNTERO-W                  PIC 9(3).
003310 77  CLASE-ATEN-W               PIC X(5).
003320 77  GENERO-W                   PIC X(7).
003330 77  ESTADO-FHIR-W              PIC X(11).
003340 77  FRECUENCIA-ED-W            PIC Z9.
003350 77  INICIO-ISO-W               PIC X(19).
003360 77  FIN-ISO-W                  PIC X(19).
003370 77  AHORA-ISO-W                PIC X(19).

003380 01  FECHA-CONV-W               PIC 9(8).
003390 01  FILLER REDEFINES FECHA-CONV-W.
003400     02 ANO-CONV-W              PIC 9(4).
003410     02 MES-CONV-W              PIC 99.
003420     02 DIA-CONV-W              PIC 99.
003430 01  HORA-CONV-W                PIC 9(6).
003440 01  FILLER REDEFINES HORA-CONV-W.
003450     02 HH-CONV-W               PIC 99.
003460     02 MM-CONV-W               PIC 99.
003470     02 SS-CONV-W               PIC 99.

003480 01  FECHA-HORA-ISO-W.
003490     02 FECHA-ISO-W.
003500        03 ANO-ISO-W            PIC 9(4).
003510        03 FILLER               PIC X VALUE "-".
003520        03 MES-ISO-W            PIC 99.
003530        03 FILLER               PIC X VALUE "-".
003540        03 DIA-ISO-W            PIC 99.
003550     02 FILLER                  PIC X VALUE "T".
003560     02 HH-ISO-W                PIC 99.
003570     02 FILLER                  PIC X VALUE ":".
003580     02 MM-ISO-W                PIC 99.
003590     02 FILLER                  PIC X VALUE ":".
003600     02 SS-ISO-W                PIC 99.

003610 01  ID-BUNDLE-W                PIC X(27).
003620 01  REF-PACIENTE-W             PIC X(23).
003630 01  REF-ENCUENTRO-W            PIC X(18).

      * PARAMETROS PARA WEBJSON (ESCAPE DE TEXTO LIBRE)
003640 77  TEXTO-JSON-ENT             PIC X(100).
003650 77  TEXTO-JSON-SAL             PIC X(200).
003660 77  LARGO-JSON-SAL             PIC 9(3).

      * PARAMETROS PARA INDEX04 (CONTROL DE LA CADENA NOCTURNA)
003670 77  MODO-JOB-W                 PIC X.
003680 77  COD-JOB-W                  PIC X(8) VALUE "RDAENV  ".
003690 77  DESCRIP-JOB-NULA-W         PIC X(30) VALUE SPACES.
003700 77  PROGRAMA-JOB-NULO-W        PIC X(8) VALUE SPACES.
003710 77  PREDECESOR-NULO-W          PIC X(8) VALUE SPACES.
003720 77  ORDEN-JOB-NULO-W           PIC 9(3) VALUE 0.
003730 77  ESTADO-FIN-JOB-W           PIC X.
003740 77  RESULT-JOB-W               PIC X.

003750 PROCEDURE DIVISION.

003760 MAINLINE.
003770     PERFORM REGISTRAR-INICIO-JOB.
003780     IF RESULT-JOB-W = "B"
003790        DISPLAY "RDAENV SALTADO: PREDECESOR SIN OK"
003800        STOP RUN
003810     END-IF.
003820     PERFORM ABRIR-ARCHIVOS.
003830     PERFORM CARGAR-RESPUESTAS.
003840     PERFORM ENCOLAR-CIERRES.
003850     PERFORM ENVIAR-PENDIENTES.
003860     PERFORM CERRAR-ARCHIVOS.
003870     PERFORM REGISTRAR-FIN-JOB.
003880     STOP RUN.

003890 REGISTRAR-INICIO-JOB.
003900     MOVE "V" TO MODO-JOB-W.
003910     PERFORM LLAMAR-INDEX04.
003920     IF RESULT-JOB-W NOT = "B"
003930        MOVE "I" TO MODO-JOB-W
003940        PERFORM LLAMAR-INDEX04
003950     END-IF.

003960 REGISTRAR-FIN-JOB.
003970     MOVE "F" TO MODO-JOB-W.
003980     MOVE "O" TO ESTADO-FIN-JOB-W.
003990     PERFORM LLAMAR-INDEX04.

004000 LLAMAR-INDEX04.
004010     CALL "INDEX04" USING MODO-JOB-W COD-JOB-W
004020                          DESCRIP-JOB-NULA-W PROGRAMA-JOB-NULO-W
004030                          PREDECESOR-NULO-W ORDEN-JOB-NULO-W
004040                          ESTADO-FIN-JOB-W RESULT-JOB-W.

      * LOS ARCHIVOS CLINICOS QUE NO EXISTAN AUN SOLO DEJAN SIN ESA
      * SECCION EL BUNDLE; LA COLA Y LA BITACORA SE CREAN SI FALTAN.
004050 ABRIR-ARCHIVOS.
004060     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
004070     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
004080     OPEN I-O ARCHIVO-RDA.
004090     IF OTR-STAT = "35"
004100        OPEN OUTPUT ARCHIVO-RDA
004110        CLOSE ARCHIVO-RDA
004120        OPEN I-O ARCHIVO-RDA
004130     END-IF.
004140     OPEN I-O ARCHIVO-RDA-LOG.
004150     IF OTR-STAT = "35"
004160        OPEN OUTPUT ARCHIVO-RDA-LOG
004170        CLOSE ARCHIVO-RDA-LOG
004180        OPEN I-O ARCHIVO-RDA-LOG
004190     END-IF.
004200     OPEN INPUT ARCHIVO-FIRMA-HC.
004210     IF OTR-STAT = "35"
004220        OPEN OUTPUT ARCHIVO-FIRMA-HC
004230        CLOSE ARCHIVO-FIRMA-HC
004240        OPEN INPUT ARCHIVO-FIRMA-HC
004250     END-IF.
004260     OPEN INPUT ARCHIVO-PACIENTES EVOLUCION-HISTORIA.
004270     OPEN INPUT ARCHIVO-EPICRISIS.
004280     IF OTR-STAT NOT = "00"
004290        MOVE 1 TO SW-EPICRIS-W
004300     END-IF.
004310     OPEN INPUT ARCHIVO-FLUJO-URG.
004320     IF OTR-STAT NOT = "00"
004330        MOVE 1 TO SW-FLUJOURG-W
004340     END-IF.
004350     OPEN INPUT ARCHIVO-PROBLEMAS.
004360     IF OTR-STAT NOT = "00"
004370        MOVE 1 TO SW-PROBLEMAS-W
004380     END-IF.
004390     OPEN INPUT ARCHIVO-ALERGIAS.
004400     IF OTR-STAT NOT = "00"
004410        MOVE 1 TO SW-ALERGIAS-W
004420     END-IF.
004430     OPEN INPUT ARCHIVO-FORMULA-ORD.
004440     IF OTR-STAT NOT = "00"
004450        MOVE 1 TO SW-FORMORD-W
004460     END-IF.
004470     OPEN INPUT ARCHIVO-ESTUDIO-RX.
004480     IF OTR-STAT NOT = "00"
004490        MOVE 1 TO SW-ESTUDRX-W
004500     END-IF.
004510     OPEN OUTPUT PLANO-RDA-OUT.
004520     MOVE FECHA-HOY-W TO FECHA-CONV-W.
004530     MOVE HORA-HOY-W  TO HORA-CONV-W.
004540     PERFORM FORMATEAR-FECHA-HORA.
004550     MOVE FECHA-HORA-ISO-W TO AHORA-ISO-W.

      *-----------------------------------------------------------------
      * 1. RESPUESTAS DE LA PLATAFORMA
      *-----------------------------------------------------------------
004560 CARGAR-RESPUESTAS.
004570     MOVE 0 TO SW-FIN-RESP-W.
004580     OPEN INPUT PLANO-RDA-RESP.
004590     IF OTR-STAT NOT = "00"
004600        MOVE 1 TO SW-FIN-RESP-W
004610     END-IF.
004620     PERFORM CARGAR-UNA-RESPUESTA UNTIL SW-FIN-RESP-W = 1.
004630     CLOSE PLANO-RDA-RESP.

004640 CARGAR-UNA-RESPUESTA.
004650     READ PLANO-RDA-RESP
004660          AT END MOVE 1 TO SW-FIN-RESP-W
004670     END-READ.
004680     IF SW-FIN-RESP-W = 0
004690        MOVE SPACES TO BUNDLE-RESP-W ESTADO-RESP-W
004700                       COD-RESP-W MOTIVO-RESP-W
004710        UNSTRING LIN-RESP DELIMITED BY "|"
004720           INTO BUNDLE-RESP-W ESTADO-RESP-W
004730                COD-RESP-W MOTIVO-RESP-W
004740        END-UNSTRING
004750        PERFORM APLICAR-RESPUESTA THRU FIN-APLICAR-RESPUESTA
004760     END-IF.

      * EL ID DEL BUNDLE ES FOLIO(8)-INTENTO(2)-DOCUMENTO: UNA
      * RESPUESTA DE UN INTENTO ANTERIOR O YA APLICADA SE IGNORA.
004770 APLICAR-RESPUESTA.
004780     IF BUNDLE-RESP-W (10: 2) NOT NUMERIC
004790        GO TO FIN-APLICAR-RESPUESTA
004800     END-IF.
004810     MOVE BUNDLE-RESP-W (13: 15) TO ID-RDA.
004820     MOVE BUNDLE-RESP-W (1: 8)   TO FOLIO-RDA.
004830     MOVE BUNDLE-RESP-W (10: 2)  TO INTENTO-RESP-W.
004840     READ ARCHIVO-RDA
004850          INVALID KEY GO TO FIN-APLICAR-RESPUESTA
004860     END-READ.
004870     IF INTENTO-RESP-W NOT = INTENTOS-RDA OR NOT RDA-ENVIADO
004880        GO TO FIN-APLICAR-RESPUESTA
004890     END-IF.
004900     EVALUATE ESTADO-RESP-W
004910        WHEN "A"
004920        WHEN "R"
004930        WHEN "T"
004940           MOVE ESTADO-RESP-W TO ESTADO-RDA
004950        WHEN OTHER
004960           MOVE "T" TO ESTADO-RDA
004970     END-EVALUATE.
004980     MOVE FECHA-HOY-W   TO FECHA-RESP-RDA.
004990     MOVE COD-RESP-W    TO COD-RESP-RDA.
005000     MOVE MOTIVO-RESP-W TO MOTIVO-RESP-RDA.
005010     REWRITE REG-RDA INVALID KEY CONTINUE END-REWRITE.
005020     PERFORM ACTUALIZAR-BITACORA.
005030     ADD 1 TO TOT-RESPUESTAS-W.

005040 FIN-APLICAR-RESPUESTA.
005050     EXIT.

005060 ACTUALIZAR-BITACORA.
005070     MOVE ID-RDA       TO ID-RDAL.
005080     MOVE FOLIO-RDA    TO FOLIO-RDAL.
005090     MOVE INTENTOS-RDA TO INTENTO-RDAL.
005100     READ ARCHIVO-RDA-LOG
005110          INVALID KEY
005120             MOVE ID-BUNDLE-RDA   TO ID-BUNDLE-RDAL
005130             MOVE FECHA-ENVIO-RDA TO FECHA-ENVIO-RDAL
005140             MOVE HORA-ENVIO-RDA  TO HORA-ENVIO-RDAL
005150     END-READ.
005160     MOVE ESTADO-RDA      TO ESTADO-RDAL.
005170     MOVE FECHA-RESP-RDA  TO FECHA-RESP-RDAL.
005180     MOVE COD-RESP-RDA    TO COD-RESP-RDAL.
005190     MOVE MOTIVO-RESP-RDA TO MOTIVO-RESP-RDAL.
005200     REWRITE REG-RDAL
005210             INVALID KEY WRITE REG-RDAL
005220                               INVALID KEY CONTINUE
005230                         END-WRITE
005240     END-REWRITE.

      *-----------------------------------------------------------------
      * 2. ATENCIONES CERRADAS QUE ENTRAN A LA COLA
      *-----------------------------------------------------------------
005250 ENCOLAR-CIERRES.
005260     MOVE 0 TO SW-FIN-W.
005270     MOVE LOW-VALUES TO LLAVE-FIRMHC.
005280     START ARCHIVO-FIRMA-HC KEY IS >= LLAVE-FIRMHC
005290           INVALID KEY MOVE 1 TO SW-FIN-W.
005300     PERFORM ENCOLAR-UN-CIERRE UNTIL SW-FIN-W = 1.

005310 ENCOLAR-UN-CIERRE.
005320     READ ARCHIVO-FIRMA-HC NEXT
005330          AT END MOVE 1 TO SW-FIN-W
005340     END-READ.
005350     IF SW-FIN-W = 0
005360        MOVE LLAVE-FIRMHC TO LLAVE-RDA
005370        READ ARCHIVO-RDA
005380             INVALID KEY PERFORM CREAR-RDA
005390        END-READ
005400     END-IF.

005410 CREAR-RDA.
005420     INITIALIZE REG-RDA.
005430     MOVE LLAVE-FIRMHC       TO LLAVE-RDA.
005440     MOVE FECHA-FIRMA-FIRMHC TO FECHA-CIERRE-RDA.
005450     MOVE HORA-FIRMA-FIRMHC  TO HORA-CIERRE-RDA.
005460     MOVE FECHA-HOY-W        TO FECHA-ENCOLA-RDA.
005470     MOVE "P"                TO ESTADO-RDA.
005480     MOVE "C"                TO TIPO-ATEN-RDA.
005490     IF SW-FLUJOURG-W = 0
005500        MOVE ID-FIRMHC    TO ID-FURG
005510        MOVE FOLIO-FIRMHC TO FOLIO-FURG
005520        READ ARCHIVO-FLUJO-URG
005530             NOT INVALID KEY MOVE "U" TO TIPO-ATEN-RDA
005540        END-READ
005550     END-IF.
005560     IF SW-EPICRIS-W = 0
005570        MOVE ID-FIRMHC    TO ID-EPIC
005580        MOVE FOLIO-FIRMHC TO FOLIO-EPIC
005590        READ ARCHIVO-EPICRISIS
005600             NOT INVALID KEY MOVE "H" TO TIPO-ATEN-RDA
005610        END-READ
005620     END-IF.
005630     WRITE REG-RDA INVALID KEY CONTINUE END-WRITE.
005640     ADD 1 TO TOT-ENCOLADAS-W.

      *-----------------------------------------------------------------
      * 3. ENVIO DE PENDIENTES Y REINTENTOS
      *-----------------------------------------------------------------
005650 ENVIAR-PENDIENTES.
005660     MOVE 0 TO SW-FIN-W.
005670     MOVE LOW-VALUES TO LLAVE-RDA.
005680     START ARCHIVO-RDA KEY IS >= LLAVE-RDA
005690           INVALID KEY MOVE 1 TO SW-FIN-W.
005700     PERFORM REVISAR-UNA-RDA UNTIL SW-FIN-W = 1.

005710 REVISAR-UNA-RDA.
005720     READ ARCHIVO-RDA NEXT
005730          AT END MOVE 1 TO SW-FIN-W
005740     END-READ.
005750     IF SW-FIN-W = 0
005760        IF RDA-ENVIADO
005770           PERFORM VERIFICAR-SIN-RESPUESTA
005780        END-IF
005790        IF RDA-REINTENTO AND INTENTOS-RDA >= MAX-INTENTOS-W
005800           PERFORM MARCAR-AGOTADA
005810        END-IF
005820        IF RDA-PENDIENTE OR RDA-REINTENTO
005830           PERFORM ARMAR-BUNDLE THRU FIN-ARMAR-BUNDLE
005840        END-IF
005850     END-IF.

005860 VERIFICAR-SIN-RESPUESTA.
005870     COMPUTE DIAS-ESPERA-W =
005880             FUNCTION INTEGER-OF-DATE (FECHA-HOY-W)
005890           - FUNCTION INTEGER-OF-DATE (FECHA-ENVIO-RDA).
005900     IF DIAS-ESPERA-W >= DIAS-SIN-RESP-W
005910        MOVE "T"            TO ESTADO-RDA
005920        MOVE FECHA-HOY-W    TO FECHA-RESP-RDA
005930        MOVE "SIN-RESP"     TO COD-RESP-RDA
005940        MOVE "SIN RESPUESTA DE LA PLATAFORMA" TO MOTIVO-RESP-RDA
005950        REWRITE REG-RDA INVALID KEY CONTINUE END-REWRITE
005960        PERFORM ACTUALIZAR-BITACORA
005970     END-IF.

005980 MARCAR-AGOTADA.
005990     MOVE "X" TO ESTADO-RDA.
006000     MOVE "REINTENTOS AGOTADOS - ULTIMO: " TO MOTIVO-RESP-W.
006010     MOVE MOTIVO-RESP-RDA TO MOTIVO-RESP-W (31: 50).
006020     MOVE MOTIVO-RESP-W   TO MOTIVO-RESP-RDA.
006030     MOVE FECHA-HOY-W     TO FECHA-RESP-RDA.
006040     REWRITE REG-RDA INVALID KEY CONTINUE END-REWRITE.
006050     PERFORM ACTUALIZAR-BITACORA.
006060     ADD 1 TO TOT-AGOTADAS-W.

      * SIN PACIENTE EN EL MAESTRO NO HAY BUNDLE POSIBLE: SE DEJA
      * RECHAZADA CON CODIGO "LOCAL" PARA QUE SALGA EN EL INFORME.
006070 ARMAR-BUNDLE.
006080     ADD 1 TO INTENTOS-RDA.
006090     MOVE FECHA-HOY-W TO FECHA-ENVIO-RDA.
006100     MOVE HORA-HOY-W  TO HORA-ENVIO-RDA.
006110     MOVE SPACES TO ID-BUNDLE-W.
006120     STRING FOLIO-RDA "-" INTENTOS-RDA "-" DELIMITED BY SIZE
006130            ID-RDA DELIMITED BY SPACE
006140            INTO ID-BUNDLE-W.
006150     MOVE ID-BUNDLE-W TO ID-BUNDLE-RDA.
006160     MOVE ID-RDA TO COD-PACI.
006170     READ ARCHIVO-PACIENTES
006180          INVALID KEY
006190             MOVE "R"          TO ESTADO-RDA
006200             MOVE FECHA-HOY-W  TO FECHA-RESP-RDA
006210             MOVE "LOCAL"      TO COD-RESP-RDA
006220             MOVE "PACIENTE NO EXISTE EN EL MAESTRO"
006230                               TO MOTIVO-RESP-RDA
006240             REWRITE REG-RDA INVALID KEY CONTINUE END-REWRITE
006250             PERFORM ACTUALIZAR-BITACORA
006260             ADD 1 TO TOT-RECHAZO-LOCAL-W
006270             GO TO FIN-ARMAR-BUNDLE
006280     END-READ.
006290     PERFORM UBICAR-INICIO-ATENCION.
006300     MOVE SPACES TO REF-PACIENTE-W REF-ENCUENTRO-W.
006310     STRING "Patient/" ID-RDA DELIMITED BY SPACE
006320            INTO REF-PACIENTE-W.
006330     STRING "Encounter/" FOLIO-RDA DELIMITED BY SIZE
006340            INTO REF-ENCUENTRO-W.
006350     PERFORM ESCRIBIR-CABECERA-BUNDLE.
006360     PERFORM ESCRIBIR-PATIENT.
006370     PERFORM ESCRIBIR-ENCOUNTER.
006380     IF SW-PROBLEMAS-W = 0
006390        PERFORM ESCRIBIR-CONDICIONES
006400     END-IF.
006410     IF SW-ALERGIAS-W = 0
006420        PERFORM ESCRIBIR-ALERGIAS
006430     END-IF.
006440     IF SW-FORMORD-W = 0
006450        PERFORM ESCRIBIR-MEDICAMENTOS
006460     END-IF.
006470     IF SW-ESTUDRX-W = 0
006480        PERFORM ESCRIBIR-PROCEDIMIENTOS
006490     END-IF.
006500     MOVE "]}" TO LIN-RDA.
006510     WRITE LIN-RDA.
006520     MOVE "E"    TO ESTADO-RDA.
006530     MOVE 0      TO FECHA-RESP-RDA.
006540     MOVE SPACES TO COD-RESP-RDA MOTIVO-RESP-RDA.
006550     REWRITE REG-RDA INVALID KEY CONTINUE END-REWRITE.
006560     PERFORM ACTUALIZAR-BITACORA.
006570     ADD 1 TO TOT-ENVIADAS-W.

006580 FIN-ARMAR-BUNDLE.
006590     EXIT.

      * LA ATENCION EMPIEZA EN LA EVOLUCION DEL FOLIO; SI NO LA HAY
      * SE TOMA EL DIA DEL CIERRE.
006600 UBICAR-INICIO-ATENCION.
006610     MOVE ID-RDA    TO ID-EVO.
006620     MOVE FOLIO-RDA TO FOLIO-EVO.
006630     READ EVOLUCION-HISTORIA
006640          INVALID KEY
006650             MOVE FECHA-CIERRE-RDA TO FECHA-INI-ATEN-W
006660             MOVE 0                TO HORA-INI-ATEN-W
006670          NOT INVALID KEY
006680             MOVE FECHA-EVO        TO FECHA-INI-ATEN-W
006690             COMPUTE HORA-INI-ATEN-W = HORA-EVO * 100
006700     END-READ.
006710     IF FECHA-INI-ATEN-W = 0
006720        OR FECHA-INI-ATEN-W > FECHA-CIERRE-RDA
006730        MOVE FECHA-CIERRE-RDA TO FECHA-INI-ATEN-W
006740     END-IF.
006750     MOVE FECHA-INI-ATEN-W TO FECHA-CONV-W.
006760     MOVE HORA-INI-ATEN-W  TO HORA-CONV-W.
006770     PERFORM FORMATEAR-FECHA-HORA.
006780     MOVE FECHA-HORA-ISO-W TO INICIO-ISO-W.
006790     MOVE FECHA-CIERRE-RDA TO FECHA-CONV-W.
006800     MOVE HORA-CIERRE-RDA  TO HORA-CONV-W.
006810     PERFORM FORMATEAR-FECHA-HORA.
006820     MOVE FECHA-HORA-ISO-W TO FIN-ISO-W.

006830 ESCRIBIR-CABECERA-BUNDLE.
006840     MOVE SPACES TO LIN-RDA.
006850     STRING '{"resourceType":"Bundle","id":"'
006860            DELIMITED BY SIZE
006870            ID-BUNDLE-W DELIMITED BY SPACE
006880            '","type":"document","timestamp":"' AHORA-ISO-W
006890            '-05:00","entry":[' DELIMITED BY SIZE
006900            INTO LIN-RDA.
006910     WRITE LIN-RDA.

006920 ESCRIBIR-PATIENT.
006930     MOVE DESCRIP-PACI TO TEXTO-JSON-ENT.
006940     PERFORM ESCAPAR-TEXTO.
006950     EVALUATE SEXO-PACI
006960        WHEN "M"   MOVE "male"    TO GENERO-W
006970        WHEN "F"   MOVE "female"  TO GENERO-W
006980        WHEN OTHER MOVE "unknown" TO GENERO-W
006990     END-EVALUATE.
007000     MOVE SPACES TO LIN-RDA.
007010     MOVE 1 TO PUNTERO-W.
007020     STRING '{"resource":{"resourceType":"Patient","id":"'
007030            DELIMITED BY SIZE
007040            ID-RDA DELIMITED BY SPACE
007050            '","identifier":[{"value":"' DELIMITED BY SIZE
007060            ID-RDA DELIMITED BY SPACE
007070            '"}],"name":[{"text":"' DELIMITED BY SIZE
007080            TEXTO-JSON-SAL (1: LARGO-JSON-SAL) DELIMITED BY SIZE
007090            '"}],"gender":"' DELIMITED BY SIZE
007100            GENERO-W DELIMITED BY SPACE
007110            '"' DELIMITED BY SIZE
007120            INTO LIN-RDA WITH POINTER PUNTERO-W.
007130     IF FECHA-NAC-PACI > 0
007140        MOVE FECHA-NAC-PACI TO FECHA-CONV-W
007150        MOVE 0              TO HORA-CONV-W
007160        PERFORM FORMATEAR-FECHA-HORA
007170        STRING ',"birthDate":"' FECHA-ISO-W '"'
007180               DELIMITED BY SIZE
007190               INTO LIN-RDA WITH POINTER PUNTERO-W
007200     END-IF.
007210     STRING '}}' DELIMITED BY SIZE
007220            INTO LIN-RDA WITH POINTER PUNTERO-W.
007230     WRITE LIN-RDA.

007240 ESCRIBIR-ENCOUNTER.
007250     EVALUATE TRUE
007260        WHEN RDA-HOSPITALIZA MOVE "IMP"  TO CLASE-ATEN-W
007270        WHEN RDA-URGENCIAS   MOVE "EMER" TO CLASE-ATEN-W
007280        WHEN OTHER           MOVE "AMB"  TO CLASE-ATEN-W
007290     END-EVALUATE.
007300     MOVE SPACES TO LIN-RDA.
007310     STRING ',{"resource":{"resourceType":"Encounter","id":"'
007320            FOLIO-RDA
007330            '","status":"finished","class":{"system":'
007340            '"http://terminology.hl7.org/CodeSystem/v3-ActCode"'
007350            ',"code":"' DELIMITED BY SIZE
007360            CLASE-ATEN-W DELIMITED BY SPACE
007370            '"},"subject":{"reference":"' DELIMITED BY SIZE
007380            REF-PACIENTE-W DELIMITED BY SPACE
007390            '"},"period":{"start":"' INICIO-ISO-W
007400            '-05:00","end":"' FIN-ISO-W '-05:00"}}}'
007410            DELIMITED BY SIZE
007420            INTO LIN-RDA.
007430     WRITE LIN-RDA.

      * DIAGNOSTICOS: PROBLEMAS DEL PACIENTE CONFIRMADOS ENTRE EL
      * INICIO Y EL CIERRE DE LA ATENCION.
007440 ESCRIBIR-CONDICIONES.
007450     MOVE 0 TO SW-FIN-DET-W.
007460     MOVE ID-RDA     TO PACI-PROB.
007470     MOVE LOW-VALUES TO CIE-PROB.
007480     START ARCHIVO-PROBLEMAS KEY IS >= LLAVE-PROB
007490           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
007500     PERFORM ESCRIBIR-UNA-CONDICION UNTIL SW-FIN-DET-W = 1.

007510 ESCRIBIR-UNA-CONDICION.
007520     READ ARCHIVO-PROBLEMAS NEXT
007530          AT END MOVE 1 TO SW-FIN-DET-W
007540     END-READ.
007550     IF SW-FIN-DET-W = 0
007560        IF PACI-PROB NOT = ID-RDA
007570           MOVE 1 TO SW-FIN-DET-W
007580        ELSE
007590           IF FECHA-ULTIMA-PROB >= FECHA-INI-ATEN-W
007600              AND FECHA-PRIMERA-PROB <= FECHA-CIERRE-RDA
007610              PERFORM ESCRIBIR-CONDITION
007620           END-IF
007630        END-IF
007640     END-IF.

007650 ESCRIBIR-CONDITION.
007660     IF PROBLEMA-RESUELTO
007670        MOVE "resolved" TO ESTADO-FHIR-W
007680     ELSE
007690        MOVE "active"   TO ESTADO-FHIR-W
007700     END-IF.
007710     MOVE FECHA-PRIMERA-PROB TO FECHA-CONV-W.
007720     MOVE 0                  TO HORA-CONV-W.
007730     PERFORM FORMATEAR-FECHA-HORA.
007740     MOVE SPACES TO LIN-RDA.
007750     STRING ',{"resource":{"resourceType":"Condition",'
007760            '"clinicalStatus":{"coding":[{"code":"'
007770            DELIMITED BY SIZE
007780            ESTADO-FHIR-W DELIMITED BY SPACE
007790            '"}]},"code":{"coding":[{"system":'
007800            '"http://hl7.org/fhir/sid/icd-10","code":"'
007810            DELIMITED BY SIZE
007820            CIE-PROB DELIMITED BY SPACE
007830            '"}]},"subject":{"reference":"' DELIMITED BY SIZE
007840            REF-PACIENTE-W DELIMITED BY SPACE
007850            '"},"encounter":{"reference":"' REF-ENCUENTRO-W
007860            '"},"onsetDateTime":"' FECHA-ISO-W '"}}'
007870            DELIMITED BY SIZE
007880            INTO LIN-RDA.
007890     WRITE LIN-RDA.

      * ALERGIAS: LAS ACTIVAS DEL PACIENTE AL MOMENTO DEL ENVIO.
007900 ESCRIBIR-ALERGIAS.
007910     MOVE 0 TO SW-FIN-DET-W.
007920     MOVE ID-RDA TO PACI-ALERG.
007930     MOVE 0      TO SECUEN-ALERG.
007940     START ARCHIVO-ALERGIAS KEY IS >= LLAVE-ALERG
007950           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
007960     PERFORM ESCRIBIR-UNA-ALERGIA UNTIL SW-FIN-DET-W = 1.

007970 ESCRIBIR-UNA-ALERGIA.
007980     READ ARCHIVO-ALERGIAS NEXT
007990          AT END MOVE 1 TO SW-FIN-DET-W
008000     END-READ.
008010     IF SW-FIN-DET-W = 0
008020        IF PACI-ALERG NOT = ID-RDA
008030           MOVE 1 TO SW-FIN-DET-W
008040        ELSE
008050           IF ALERGIA-ACTIVA
008060              PERFORM ESCRIBIR-ALLERGY
008070           END-IF
008080        END-IF
008090     END-IF.

008100 ESCRIBIR-ALLERGY.
008110     EVALUATE TRUE
008120        WHEN SEVERIDAD-SEVERA   MOVE "severe"   TO ESTADO-FHIR-W
008130        WHEN SEVERIDAD-MODERADA MOVE "moderate" TO ESTADO-FHIR-W
008140        WHEN OTHER              MOVE "mild"     TO ESTADO-FHIR-W
008150     END-EVALUATE.
008160     MOVE REACCION-ALERG TO TEXTO-JSON-ENT.
008170     PERFORM ESCAPAR-TEXTO.
008180     MOVE SPACES TO LIN-RDA.
008190     STRING ',{"resource":{"resourceType":"AllergyIntolerance",'
008200            '"clinicalStatus":{"coding":[{"code":"active"}]},'
008210            '"code":{"coding":[{"code":"' DELIMITED BY SIZE
008220            SUSTANCIA-ALERG DELIMITED BY SPACE
008230            '"}],"text":"' DELIMITED BY SIZE
008240            GRUPO-ALERG DELIMITED BY SPACE
008250            '"},"patient":{"reference":"' DELIMITED BY SIZE
008260            REF-PACIENTE-W DELIMITED BY SPACE
008270            '"},"reaction":[{"description":"' DELIMITED BY SIZE
008280            TEXTO-JSON-SAL (1: LARGO-JSON-SAL) DELIMITED BY SIZE
008290            '","severity":"' DELIMITED BY SIZE
008300            ESTADO-FHIR-W DELIMITED BY SPACE
008310            '"}]}}' DELIMITED BY SIZE
008320            INTO LIN-RDA.
008330     WRITE LIN-RDA.

      * MEDICAMENTOS: ORDENES DEL PACIENTE INICIADAS DENTRO DE LA
      * ATENCION (EL ARCHIVO NO TIENE LLAVE POR PACIENTE; SE RECORRE
      * COMPLETO IGUAL QUE EN LA EPICRISIS DE HC122).
008340 ESCRIBIR-MEDICAMENTOS.
008350     MOVE 0 TO SW-FIN-DET-W.
008360     MOVE LOW-VALUES TO LLAVE-ORD.
008370     START ARCHIVO-FORMULA-ORD KEY IS >= LLAVE-ORD
008380           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
008390     PERFORM ESCRIBIR-UN-MEDICAMENTO UNTIL SW-FIN-DET-W = 1.

008400 ESCRIBIR-UN-MEDICAMENTO.
008410     READ ARCHIVO-FORMULA-ORD NEXT
008420          AT END MOVE 1 TO SW-FIN-DET-W
008430     END-READ.
008440     IF SW-FIN-DET-W = 0
008450        IF PACI-ORD = ID-RDA
008460           AND FECHA-INI-ORD >= FECHA-INI-ATEN-W
008470           AND FECHA-INI-ORD <= FECHA-CIERRE-RDA
008480           PERFORM ESCRIBIR-MEDICATION
008490        END-IF
008500     END-IF.

008510 ESCRIBIR-MEDICATION.
008520     IF FECHA-STOP-ORD > 0
008530        MOVE "stopped"   TO ESTADO-FHIR-W
008540     ELSE
008550        MOVE "completed" TO ESTADO-FHIR-W
008560     END-IF.
008570     MOVE DESCRIP-ORD TO TEXTO-JSON-ENT.
008580     PERFORM ESCAPAR-TEXTO.
008590     MOVE FECHA-INI-ORD TO FECHA-CONV-W.
008600     MOVE 0             TO HORA-CONV-W.
008610     PERFORM FORMATEAR-FECHA-HORA.
008620     MOVE SPACES TO LIN-RDA.
008630     MOVE 1 TO PUNTERO-W.
008640     STRING ',{"resource":{"resourceType":"MedicationRequest",'
008650            '"status":"' DELIMITED BY SIZE
008660            ESTADO-FHIR-W DELIMITED BY SPACE
008670            '","intent":"order","medicationCodeableConcept":'
008680            '{"coding":[{"code":"' DELIMITED BY SIZE
008690            COD-ART-ORD DELIMITED BY SPACE
008700            '"}],"text":"' DELIMITED BY SIZE
008710            TEXTO-JSON-SAL (1: LARGO-JSON-SAL) DELIMITED BY SIZE
008720            '"},"subject":{"reference":"' DELIMITED BY SIZE
008730            REF-PACIENTE-W DELIMITED BY SPACE
008740            '"},"encounter":{"reference":"' REF-ENCUENTRO-W
008750            '"},"authoredOn":"' FECHA-ISO-W '"'
008760            DELIMITED BY SIZE
008770            INTO LIN-RDA WITH POINTER PUNTERO-W.
008780     IF FRECUENCIA-HORAS-ORD > 0
008790        MOVE FRECUENCIA-HORAS-ORD TO FRECUENCIA-ED-W
008800        STRING ',"dosageInstruction":[{"timing":{"repeat":'
008810               '{"frequency":1,"period":' FRECUENCIA-ED-W
008820               ',"periodUnit":"h"}}}]'
008830               DELIMITED BY SIZE
008840               INTO LIN-RDA WITH POINTER PUNTERO-W
008850     END-IF.
008860     STRING '}}' DELIMITED BY SIZE
008870            INTO LIN-RDA WITH POINTER PUNTERO-W.
008880     WRITE LIN-RDA.

      * PROCEDIMIENTOS: ESTUDIOS ORDENADOS AL PACIENTE DURANTE LA
      * ATENCION (LLAVE ALTERNA FECHA-ORDEN-EST).
008890 ESCRIBIR-PROCEDIMIENTOS.
008900     MOVE 0 TO SW-FIN-DET-W.
008910     MOVE FECHA-INI-ATEN-W TO FECHA-ORDEN-EST.
008920     START ARCHIVO-ESTUDIO-RX KEY IS >= FECHA-ORDEN-EST
008930           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
008940     PERFORM ESCRIBIR-UN-PROCEDIMIENTO UNTIL SW-FIN-DET-W = 1.

008950 ESCRIBIR-UN-PROCEDIMIENTO.
008960     READ ARCHIVO-ESTUDIO-RX NEXT
008970          AT END MOVE 1 TO SW-FIN-DET-W
008980     END-READ.
008990     IF SW-FIN-DET-W = 0
009000        IF FECHA-ORDEN-EST > FECHA-CIERRE-RDA
009010           MOVE 1 TO SW-FIN-DET-W
009020        ELSE
009030           IF PACI-EST = ID-RDA
009040              PERFORM ESCRIBIR-PROCEDURE
009050           END-IF
009060        END-IF
009070     END-IF.

009080 ESCRIBIR-PROCEDURE.
009090     IF EST-PUBLICADO
009100        MOVE "preparation" TO ESTADO-FHIR-W
009110        MOVE FECHA-ORDEN-EST   TO FECHA-CONV-W
009120        MOVE HORA-ORDEN-EST    TO HORA-CONV-W
009130     ELSE
009140        MOVE "completed"   TO ESTADO-FHIR-W
009150        MOVE FECHA-ESTUDIO-EST TO FECHA-CONV-W
009160        MOVE HORA-ESTUDIO-EST  TO HORA-CONV-W
009170     END-IF.
009180     PERFORM FORMATEAR-FECHA-HORA.
009190     MOVE SPACES TO LIN-RDA.
009200     STRING ',{"resource":{"resourceType":"Procedure","status":"'
009210            DELIMITED BY SIZE
009220            ESTADO-FHIR-W DELIMITED BY SPACE
009230            '","code":{"coding":[{"system":"CUPS","code":"'
009240            DELIMITED BY SIZE
009250            CUPS-EST DELIMITED BY SPACE
009260            '"}]},"subject":{"reference":"' DELIMITED BY SIZE
009270            REF-PACIENTE-W DELIMITED BY SPACE
009280            '"},"encounter":{"reference":"' REF-ENCUENTRO-W
009290            '"},"performedDateTime":"' FECHA-HORA-ISO-W
009300            '-05:00"}}' DELIMITED BY SIZE
009310            INTO LIN-RDA.
009320     WRITE LIN-RDA.

009330 FORMATEAR-FECHA-HORA.
009340     MOVE ANO-CONV-W TO ANO-ISO-W.
009350     MOVE MES-CONV-W TO MES-ISO-W.
009360     MOVE DIA-CONV-W TO DIA-ISO-W.
009370     MOVE HH-CONV-W  TO HH-ISO-W.
009380     MOVE MM-CONV-W  TO MM-ISO-W.
009390     MOVE SS-CONV-W  TO SS-ISO-W.

009400 ESCAPAR-TEXTO.
009410     MOVE 100 TO LARGO-JSON-SAL.
009420     CALL "WEBJSON" USING TEXTO-JSON-ENT TEXTO-JSON-SAL
009430                          LARGO-JSON-SAL.
009440     CANCEL "WEBJSON".
009450     IF LARGO-JSON-SAL = 0
009460        MOVE 1 TO LARGO-JSON-SAL
009470     END-IF.

009480 CERRAR-ARCHIVOS.
009490     CLOSE ARCHIVO-RDA ARCHIVO-RDA-LOG ARCHIVO-FIRMA-HC
009500           ARCHIVO-PACIENTES EVOLUCION-HISTORIA PLANO-RDA-OUT.
009510     IF SW-EPICRIS-W = 0
009520        CLOSE ARCHIVO-EPICRISIS
009530     END-IF.
009540     IF SW-FLUJOURG-W = 0
009550        CLOSE ARCHIVO-FLUJO-URG
009560     END-IF.
009570     IF SW-PROBLEMAS-W = 0
009580        CLOSE ARCHIVO-PROBLEMAS
009590     END-IF.
009600     IF SW-ALERGIAS-W = 0
009610        CLOSE ARCHIVO-ALERGIAS
009620     END-IF.
009630     IF SW-FORMORD-W = 0
009640        CLOSE ARCHIVO-FORMULA-ORD
009650     END-IF.
009660     IF SW-ESTUDRX-W = 0
009670        CLOSE ARCHIVO-ESTUDIO-RX
009680     END-IF.
009690     DISPLAY "RESPUESTAS APLICADAS:  " TOT-RESPUESTAS-W.
009700     DISPLAY "ATENCIONES ENCOLADAS:  " TOT-ENCOLADAS-W.
009710     DISPLAY "BUNDLES ENVIADOS:      " TOT-ENVIADAS-W.
009720     DISPLAY "RECHAZOS LOCALES:      " TOT-RECHAZO-LOCAL-W.
009730     DISPLAY "REINTENTOS AGOTADOS:   " TOT-AGOTADAS-W.
