      *=================================================================
      * HISTORIA CLINICA - SORTEO DE LA MUESTRA DE AUDITORIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * SORTEA, PARA EL MES PEDIDO (AAAAMM), LAS HISTORIAS QUE LA
      * OFICINA DE CALIDAD VA A AUDITAR CON HC148: POR CADA
      * PROFESIONAL ACTIVO DE ARCHIVO-AUD-PROF, TANTAS ATENCIONES
      * CERRADAS (ESTADO-HC = 2) DEL MES COMO DIGA LA MUESTRA DE SU
      * ESPECIALIDAD EN ARCHIVO-AUD-ESPEC (SI TUVO MENOS, TODAS).
      * LAS ATENCIONES SALEN DE EVOLUCION-HISTORIA POR SU FECHA
      * (MED-EVO ES EL PROFESIONAL). EL SORTEO ES DE UNA SOLA PASADA
      * DE SELECCION SECUENCIAL: PRIMERO SE CUENTAN LAS CANDIDATAS DE
      * CADA PROFESIONAL Y LUEGO CADA UNA ENTRA CON PROBABILIDAD
      * (FALTAN POR ESCOGER / FALTAN POR VER), ASI CADA HISTORIA
      * TIENE LA MISMA OPORTUNIDAD Y SALE EXACTAMENTE LA MUESTRA.
      * POR CADA HISTORIA ESCOGIDA SE CREAN LAS FILAS DE LA LISTA DE
      * CHEQUEO (ARCHIVO-AUD-CALIF) Y SE PRECALIFICAN LOS CRITERIOS
      * CON REGLA: "F" FIRMA (ARCHIVO-FIRMA-HC), "C" CONSENTIMIENTO
      * (ARCHIVO-CONSENT), "D" DIAGNOSTICO (ARCHIVO-PROBLEMAS), "E"
      * EPICRISIS FIRMADA (SIN EPICRISIS NO APLICA). LO QUE LA REGLA
      * NO PUEDE AFIRMAR QUEDA PENDIENTE PARA EL AUDITOR. UN
      * PROFESIONAL QUE YA TIENE MUESTRA EN EL MES NO SE RESORTEA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC148-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-AUD-CRIT LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-AUDCRIT-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-AUDK
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-AUD-PROF LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-AUDPROF-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS MED-AUDP
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-AUD-ESPEC LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-AUDESP-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS ESPEC-AUDE
000260         FILE STATUS IS OTR-STAT.

000270     SELECT ARCHIVO-AUD-MUESTRA LOCK MODE IS AUTOMATIC
000280         ASSIGN NOM-AUDMUES-W
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS LLAVE-AUDM
000320         ALTERNATE RECORD KEY IS MED-AUDM WITH DUPLICATES
000330         FILE STATUS IS OTR-STAT.

000340     SELECT ARCHIVO-AUD-CALIF LOCK MODE IS AUTOMATIC
000350         ASSIGN NOM-AUDCALIF-W
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LLAVE-AUDC
000390         FILE STATUS IS OTR-STAT.

000400     SELECT HISTORIA-CLINICA LOCK MODE IS AUTOMATIC
000410         ASSIGN NOM-HCAPE-W
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LLAVE-HC
000450         FILE STATUS IS OTR-STAT.

000460     SELECT EVOLUCION-HISTORIA LOCK MODE IS AUTOMATIC
000470         ASSIGN NOM-HCEVO-W
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LLAVE-EVO
000510         ALTERNATE RECORD KEY IS FECHA-EVO WITH DUPLICATES
000520         FILE STATUS IS OTR-STAT.

000530     SELECT ARCHIVO-FIRMA-HC LOCK MODE IS AUTOMATIC
000540         ASSIGN NOM-FIRMHC-W
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LLAVE-FIRMHC
000580         ALTERNATE RECORD KEY IS ID-FIRMHC WITH DUPLICATES
000590         FILE STATUS IS OTR-STAT.

000600     SELECT ARCHIVO-CONSENT LOCK MODE IS AUTOMATIC
000610         ASSIGN NOM-CONSENT-W
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LLAVE-CONS
000650         ALTERNATE RECORD KEY IS FECHA-FIRMA-CONS
000660            WITH DUPLICATES
000670         FILE STATUS IS OTR-STAT.

000680     SELECT ARCHIVO-PROBLEMAS LOCK MODE IS AUTOMATIC
000690         ASSIGN NOM-PROBLEMAS-W
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS LLAVE-PROB
000730         FILE STATUS IS OTR-STAT.

000740     SELECT ARCHIVO-EPICRISIS LOCK MODE IS AUTOMATIC
000750         ASSIGN NOM-EPICRIS-W
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS LLAVE-EPIC
000790         FILE STATUS IS OTR-STAT.

000800 DATA DIVISION.
000810 FILE SECTION.

000820 FD  ARCHIVO-AUD-CRIT
000830     LABEL RECORD STANDARD.
000840 01  REG-AUDK.
000850     02 COD-AUDK                PIC 99.
000860     02 DESCRIP-AUDK            PIC X(50).
000870     02 PESO-AUDK               PIC 9(3).
000880     02 REGLA-AUDK              PIC X.
000890     02 ESTADO-AUDK             PIC X.
000900        88 AUDK-ACTIVO          VALUE "A".

000910 FD  ARCHIVO-AUD-PROF
000920     LABEL RECORD STANDARD.
000930 01  REG-AUDP.
000940     02 MED-AUDP                PIC 9(10).
000950     02 NOMBRE-AUDP             PIC X(40).
000960     02 ESPEC-AUDP              PIC X(3).
000970     02 SERVICIO-AUDP           PIC X(4).
000980     02 ESTADO-AUDP             PIC X.
000990        88 AUDP-ACTIVO          VALUE "A".

001000 FD  ARCHIVO-AUD-ESPEC
001010     LABEL RECORD STANDARD.
001020 01  REG-AUDE.
001030     02 ESPEC-AUDE              PIC X(3).
001040     02 DESCRIP-AUDE            PIC X(30).
001050     02 MUESTRA-AUDE            PIC 99.

001060 FD  ARCHIVO-AUD-MUESTRA
001070     LABEL RECORD STANDARD.
001080 01  REG-AUDM.
001090     02 LLAVE-AUDM.
001100        03 PERIODO-AUDM         PIC 9(6).
001110        03 MED-AUDM             PIC 9(10).
001120        03 ID-AUDM              PIC X(15).
001130        03 FOLIO-AUDM           PIC X(8).
001140     02 FECHA-EVO-AUDM          PIC 9(8).
001150     02 ESPEC-AUDM              PIC X(3).
001160     02 SERVICIO-AUDM           PIC X(4).
001170     02 ESTADO-AUDM             PIC X.
001180     02 PUNTAJE-AUDM            PIC 9(3)V9.
001190     02 AUDITOR-AUDM            PIC X(4).
001200     02 FECHA-AUD-AUDM          PIC 9(8).

001210 FD  ARCHIVO-AUD-CALIF
001220     LABEL RECORD STANDARD.
001230 01  REG-AUDC.
001240     02 LLAVE-AUDC.
001250        03 MUESTRA-AUDC         PIC X(39).
001260        03 CRIT-AUDC            PIC 99.
001270     02 RESP-AUDC               PIC X.
001280     02 ORIGEN-AUDC             PIC X.
001290     02 PESO-AUDC               PIC 9(3).
001300     02 OBSERV-AUDC             PIC X(60).

001310 FD  HISTORIA-CLINICA
001320     LABEL RECORD STANDARD.
001330 01  REG-HC.
001340     02 LLAVE-HC.
001350        03 ID-HC                PIC X(15).
001360        03 FOLIO-HC             PIC X(8).
001370     02 EDAD-HC                 PIC 9(3).
001380     02 ESTADO-HC               PIC 9.
001390        88 HC-CERRADA           VALUE 2.
001400     02 FILLER                  PIC X(60).

001410 FD  EVOLUCION-HISTORIA
001420     LABEL RECORD STANDARD.
001430 01  REG-EVO.
001440     02 LLAVE-EVO.
001450        03 ID-EVO               PIC X(15).
001460        03 FOLIO-EVO            PIC X(8).
001470     02 FECHA-EVO               PIC 9(8).
001480     02 HORA-EVO                PIC 9(4).
001490     02 MED-EVO                 PIC 9(10).
001500     02 FILLER                  PIC X(28).

001510 FD  ARCHIVO-FIRMA-HC
001520     LABEL RECORD STANDARD.
001530 01  REG-FIRMHC.
001540     02 LLAVE-FIRMHC.
001550        03 ID-FIRMHC            PIC X(15).
001560        03 FOLIO-FIRMHC         PIC X(8).
001570     02 FECHA-FIRMA-FIRMHC      PIC 9(8).
001580     02 HORA-FIRMA-FIRMHC       PIC 9(6).
001590     02 MEDICO-FIRMA-FIRMHC     PIC 9(10).

001600 FD  ARCHIVO-CONSENT
001610     LABEL RECORD STANDARD.
001620 01  REG-CONS.
001630     02 LLAVE-CONS.
001640        03 ID-CONS              PIC X(15).
001650        03 FOLIO-CONS           PIC X(8).
001660        03 CUP-CONS             PIC X(12).
001670     02 FECHA-FIRMA-CONS        PIC 9(8).
001680     02 HORA-FIRMA-CONS         PIC 9(6).
001690     02 FIRMANTE-CONS           PIC X(40).
001700     02 PARENTESCO-CONS         PIC X(15).
001710     02 REF-ESCANEADO-CONS      PIC X(40).
001720     02 USUARIO-CONS            PIC X(4).

001730 FD  ARCHIVO-PROBLEMAS
001740     LABEL RECORD STANDARD.
001750 01  REG-PROB.
001760     02 LLAVE-PROB.
001770        03 PACI-PROB            PIC X(15).
001780        03 CIE-PROB             PIC X(4).
001790     02 FECHA-PRIMERA-PROB      PIC 9(8).
001800     02 FECHA-ULTIMA-PROB       PIC 9(8).
001810     02 ESTADO-PROB             PIC X.
001820     02 MEDICO-RESUELVE-PROB    PIC X(6).
001830     02 FECHA-RESUELVE-PROB     PIC 9(8).

001840 FD  ARCHIVO-EPICRISIS
001850     LABEL RECORD STANDARD.
001860 01  REG-EPIC.
001870     02 LLAVE-EPIC.
001880        03 ID-EPIC              PIC X(15).
001890        03 FOLIO-EPIC           PIC X(8).
001900     02 ESTADO-EPIC             PIC X.
001910        88 EPIC-FIRMADA         VALUE "F".
001920     02 RESUMEN-INGRESO-EPIC    PIC X(200).
001930     02 RESUMEN-EVOL-EPIC       PIC X(200).
001940     02 PLAN-EGRESO-EPIC        PIC X(200).
001950     02 FECHA-GENERA-EPIC       PIC 9(8).
001960     02 MEDICO-FIRMA-EPIC       PIC 9(10).
001970     02 FECHA-FIRMA-EPIC        PIC 9(8).
001980     02 HORA-FIRMA-EPIC         PIC 9(6).

001990 WORKING-STORAGE SECTION.

002000 77  NOM-AUDCRIT-W              PIC X(60)
002010     VALUE "D:\progelect\DATOS\SC-AUDCRIT.DAT".
002020 77  NOM-AUDPROF-W              PIC X(60)
002030     VALUE "D:\progelect\DATOS\SC-AUDPROF.DAT".
002040 77  NOM-AUDESP-W               PIC X(60)
002050     VALUE "D:\progelect\DATOS\SC-AUDESP.DAT".
002060 77  NOM-AUDMUES-W              PIC X(60)
002070     VALUE "D:\progelect\DATOS\SC-AUDMUES.DAT".
002080 77  NOM-AUDCALIF-W             PIC X(60)
002090     VALUE "D:\progelect\DATOS\SC-AUDCALIF.DAT".
002100 77  NOM-HCAPE-W                PIC X(60)
002110     VALUE "D:\progelect\DATOS\SC-HISTCLIN.DAT".
002120 77  NOM-HCEVO-W                PIC X(60)
002130     VALUE "D:\progelect\DATOS\SC-HCEVOLUC.DAT".
002140 77  NOM-FIRMHC-W               PIC X(60)
002150     VALUE "D:\progelect\DATOS\SC-FIRMAHC.DAT".
002160 77  NOM-CONSENT-W              PIC X(60)
002170     VALUE "D:\progelect\DATOS\SC-CONSENT.DAT".
002180 77  NOM-PROBLEMAS-W            PIC X(60)
002190     VALUE "D:\progelect\DATOS\SC-PROBLEMAS.DAT".
002200 77  NOM-EPICRIS-W              PIC X(60)
002210     VALUE "D:\progelect\DATOS\SC-EPICRIS.DAT".
002220 77  OTR-STAT                   PIC XX.
002230 77  SW-FIN-W                   PIC 9 VALUE 0.
002240 77  SW-FIN-DET-W               PIC 9 VALUE 0.
002250 77  SW-CANDIDATA-W             PIC 9 VALUE 0.
002260 77  PASADA-W                   PIC 9 VALUE 0.
002270     88 PASADA-CONTEO           VALUE 1.
002280 77  SW-FIRMAS-W                PIC 9 VALUE 0.
002290 77  SW-CONSENT-W               PIC 9 VALUE 0.
002300 77  SW-PROBLEMAS-W             PIC 9 VALUE 0.
002310 77  SW-EPICRIS-W               PIC 9 VALUE 0.
002320 77  FECHA-INI-W                PIC 9(8).
002330 77  FECHA-FIN-W                PIC 9(8).
002340 77  NRO-PROF-W                 PIC 9(3) VALUE 0.
002350 77  IX-PROF-W                  PIC 9(3).
002360 77  NRO-CRIT-W                 PIC 99 VALUE 0.
002370 77  IX-CRIT-W                  PIC 99.
002380 77  SEMILLA-W                  PIC 9(8).
002390 77  AZAR-W                     PIC V9(9).
002400 77  RESP-REGLA-W               PIC X.
002410 77  TOT-MUESTRA-W              PIC 9(5) VALUE 0.

002420 01  TABLA-PROF-W.
002430     02 PROF-TAB-W              OCCURS 500.
002440        03 MED-TAB-W            PIC 9(10).
002450        03 ESPEC-TAB-W          PIC X(3).
002460        03 SERVICIO-TAB-W       PIC X(4).
002470        03 META-TAB-W           PIC 99.
002480        03 CANDIDATAS-TAB-W     PIC 9(5).
002490        03 VISTAS-TAB-W         PIC 9(5).
002500        03 ESCOGIDAS-TAB-W      PIC 9(5).

002510 01  TABLA-CRIT-W.
002520     02 CRIT-TAB-W              OCCURS 20.
002530        03 COD-CRIT-TAB-W       PIC 99.
002540        03 PESO-CRIT-TAB-W      PIC 9(3).
002550        03 REGLA-CRIT-TAB-W     PIC X.

002560 LINKAGE SECTION.
002570 01  PERIODO-LNK                PIC 9(6).

002580 PROCEDURE DIVISION USING PERIODO-LNK.

002590 MAINLINE.
002600     COMPUTE FECHA-INI-W = PERIODO-LNK * 100 + 1.
002610     COMPUTE FECHA-FIN-W = PERIODO-LNK * 100 + 31.
002620     PERFORM ABRIR-ARCHIVOS.
002630     PERFORM CARGAR-CRITERIOS.
002640     PERFORM CARGAR-PROFESIONALES.
002650     IF NRO-PROF-W > 0 AND NRO-CRIT-W > 0
002660        MOVE FUNCTION CURRENT-DATE (9: 8) TO SEMILLA-W
002670        COMPUTE AZAR-W = FUNCTION RANDOM (SEMILLA-W)
002680        MOVE 1 TO PASADA-W
002690        PERFORM RECORRER-MES
002700        MOVE 2 TO PASADA-W
002710        PERFORM RECORRER-MES
002720     END-IF.
002730     PERFORM CERRAR-ARCHIVOS.
002740     DISPLAY "HISTORIAS SORTEADAS: " TOT-MUESTRA-W.
002750     EXIT PROGRAM.

002760 ABRIR-ARCHIVOS.
002770     OPEN INPUT ARCHIVO-AUD-CRIT ARCHIVO-AUD-PROF
002780                ARCHIVO-AUD-ESPEC HISTORIA-CLINICA
002790                EVOLUCION-HISTORIA.
002800     OPEN I-O ARCHIVO-AUD-MUESTRA.
002810     IF OTR-STAT = "35"
002820        OPEN OUTPUT ARCHIVO-AUD-MUESTRA
002830        CLOSE ARCHIVO-AUD-MUESTRA
002840        OPEN I-O ARCHIVO-AUD-MUESTRA
002850     END-IF.
002860     OPEN I-O ARCHIVO-AUD-CALIF.
002870     IF OTR-STAT = "35"
002880        OPEN OUTPUT ARCHIVO-AUD-CALIF
002890        CLOSE ARCHIVO-AUD-CALIF
002900        OPEN I-O ARCHIVO-AUD-CALIF
002910     END-IF.
002920     OPEN INPUT ARCHIVO-FIRMA-HC.
002930     IF OTR-STAT NOT = "00"
002940        MOVE 1 TO SW-FIRMAS-W
002950     END-IF.
002960     OPEN INPUT ARCHIVO-CONSENT.
002970     IF OTR-STAT NOT = "00"
002980        MOVE 1 TO SW-CONSENT-W
002990     END-IF.
003000     OPEN INPUT ARCHIVO-PROBLEMAS.
003010     IF OTR-STAT NOT = "00"
003020        MOVE 1 TO SW-PROBLEMAS-W
003030     END-IF.
003040     OPEN INPUT ARCHIVO-EPICRISIS.
003050     IF OTR-STAT NOT = "00"
003060        MOVE 1 TO SW-EPICRIS-W
003070     END-IF.

003080 CARGAR-CRITERIOS.
003090     MOVE 0 TO SW-FIN-W.
003100     MOVE 0 TO COD-AUDK.
003110     START ARCHIVO-AUD-CRIT KEY IS >= COD-AUDK
003120           INVALID KEY MOVE 1 TO SW-FIN-W.
003130     PERFORM CARGAR-UN-CRITERIO UNTIL SW-FIN-W = 1.

003140 CARGAR-UN-CRITERIO.
003150     READ ARCHIVO-AUD-CRIT NEXT
003160          AT END MOVE 1 TO SW-FIN-W
003170     END-READ.
003180     IF SW-FIN-W = 0 AND AUDK-ACTIVO AND NRO-CRIT-W < 20
003190        ADD 1 TO NRO-CRIT-W
003200        MOVE COD-AUDK   TO COD-CRIT-TAB-W (NRO-CRIT-W)
003210        MOVE PESO-AUDK  TO PESO-CRIT-TAB-W (NRO-CRIT-W)
003220        MOVE REGLA-AUDK TO REGLA-CRIT-TAB-W (NRO-CRIT-W)
003230     END-IF.

      * SOLO ENTRAN LOS PROFESIONALES ACTIVOS CON MUESTRA DEFINIDA
      * PARA SU ESPECIALIDAD Y SIN MUESTRA SORTEADA EN EL MES.
003240 CARGAR-PROFESIONALES.
003250     MOVE 0 TO SW-FIN-W.
003260     MOVE 0 TO MED-AUDP.
003270     START ARCHIVO-AUD-PROF KEY IS >= MED-AUDP
003280           INVALID KEY MOVE 1 TO SW-FIN-W.
003290     PERFORM CARGAR-UN-PROFESIONAL UNTIL SW-FIN-W = 1.

003300 CARGAR-UN-PROFESIONAL.
003310     READ ARCHIVO-AUD-PROF NEXT
003320          AT END MOVE 1 TO SW-FIN-W
003330     END-READ.
003340     IF SW-FIN-W = 0 AND AUDP-ACTIVO AND NRO-PROF-W < 500
003350        MOVE ESPEC-AUDP TO ESPEC-AUDE
003360        READ ARCHIVO-AUD-ESPEC
003370             INVALID KEY MOVE 0 TO MUESTRA-AUDE
003380        END-READ
003390        IF MUESTRA-AUDE > 0
003400           PERFORM VERIFICAR-YA-SORTEADO
003410           IF SW-FIN-DET-W = 1
003420              ADD 1 TO NRO-PROF-W
003430              INITIALIZE PROF-TAB-W (NRO-PROF-W)
003440              MOVE MED-AUDP      TO MED-TAB-W (NRO-PROF-W)
003450              MOVE ESPEC-AUDP    TO ESPEC-TAB-W (NRO-PROF-W)
003460              MOVE SERVICIO-AUDP TO SERVICIO-TAB-W (NRO-PROF-W)
003470              MOVE MUESTRA-AUDE  TO META-TAB-W (NRO-PROF-W)
003480           END-IF
003490        END-IF
003500     END-IF.

      * DEVUELVE SW-FIN-DET-W = 1 SI EL PROFESIONAL NO TIENE MUESTRA.
003510 VERIFICAR-YA-SORTEADO.
003520     MOVE 0 TO SW-FIN-DET-W.
003530     MOVE PERIODO-LNK TO PERIODO-AUDM.
003540     MOVE MED-AUDP    TO MED-AUDM.
003550     MOVE LOW-VALUES  TO ID-AUDM FOLIO-AUDM.
003560     START ARCHIVO-AUD-MUESTRA KEY IS >= LLAVE-AUDM
003570           INVALID KEY MOVE 1 TO SW-FIN-DET-W.
003580     IF SW-FIN-DET-W = 0
003590        READ ARCHIVO-AUD-MUESTRA NEXT
003600             AT END MOVE 1 TO SW-FIN-DET-W
003610        END-READ
003620        IF SW-FIN-DET-W = 0
003630           IF PERIODO-AUDM NOT = PERIODO-LNK
003640              OR MED-AUDM NOT = MED-AUDP
003650              MOVE 1 TO SW-FIN-DET-W
003660           END-IF
003670        END-IF
003680     END-IF.

      * SE PASA DOS VECES POR EL MES: LA PRIMERA CUENTA CANDIDATAS Y
      * LA SEGUNDA ESCOGE (EL ORDEN DE LECTURA ES EL MISMO).
003690 RECORRER-MES.
003700     MOVE 0 TO SW-FIN-W.
003710     MOVE FECHA-INI-W TO FECHA-EVO.
003720     START EVOLUCION-HISTORIA KEY IS >= FECHA-EVO
003730           INVALID KEY MOVE 1 TO SW-FIN-W.
003740     PERFORM REVISAR-EVOLUCION UNTIL SW-FIN-W = 1.

003750 REVISAR-EVOLUCION.
003760     READ EVOLUCION-HISTORIA NEXT
003770          AT END MOVE 1 TO SW-FIN-W
003780     END-READ.
003790     IF SW-FIN-W = 0
003800        IF FECHA-EVO > FECHA-FIN-W
003810           MOVE 1 TO SW-FIN-W
003820        ELSE
003830           PERFORM EVALUAR-CANDIDATA
003840        END-IF
003850     END-IF.

003860 EVALUAR-CANDIDATA.
003870     MOVE 0 TO SW-CANDIDATA-W.
003880     PERFORM BUSCAR-PROFESIONAL VARYING IX-PROF-W FROM 1 BY 1
003890             UNTIL IX-PROF-W > NRO-PROF-W
003900                OR SW-CANDIDATA-W = 1.
003910     IF SW-CANDIDATA-W = 1
003920        SUBTRACT 1 FROM IX-PROF-W
003930        MOVE LLAVE-EVO TO LLAVE-HC
003940        READ HISTORIA-CLINICA
003950             INVALID KEY MOVE 0 TO SW-CANDIDATA-W
003960        END-READ
003970     END-IF.
003980     IF SW-CANDIDATA-W = 1 AND HC-CERRADA
003990        IF PASADA-CONTEO
004000           ADD 1 TO CANDIDATAS-TAB-W (IX-PROF-W)
004010        ELSE
004020           PERFORM ESCOGER-CANDIDATA
004030        END-IF
004040     END-IF.

004050 BUSCAR-PROFESIONAL.
004060     IF MED-TAB-W (IX-PROF-W) = MED-EVO
004070        MOVE 1 TO SW-CANDIDATA-W
004080     END-IF.

      * ENTRA CON PROBABILIDAD (FALTAN POR ESCOGER / FALTAN POR VER).
004090 ESCOGER-CANDIDATA.
004100     COMPUTE AZAR-W = FUNCTION RANDOM.
004110     IF AZAR-W * (CANDIDATAS-TAB-W (IX-PROF-W)
004120                  - VISTAS-TAB-W (IX-PROF-W))
004130        < META-TAB-W (IX-PROF-W) - ESCOGIDAS-TAB-W (IX-PROF-W)
004140        PERFORM GRABAR-MUESTRA
004150        ADD 1 TO ESCOGIDAS-TAB-W (IX-PROF-W)
004160     END-IF.
004170     ADD 1 TO VISTAS-TAB-W (IX-PROF-W).

004180 GRABAR-MUESTRA.
004190     INITIALIZE REG-AUDM.
004200     MOVE PERIODO-LNK TO PERIODO-AUDM.
004210     MOVE MED-EVO     TO MED-AUDM.
004220     MOVE ID-EVO      TO ID-AUDM.
004230     MOVE FOLIO-EVO   TO FOLIO-AUDM.
004240     MOVE FECHA-EVO   TO FECHA-EVO-AUDM.
004250     MOVE ESPEC-TAB-W (IX-PROF-W)    TO ESPEC-AUDM.
004260     MOVE SERVICIO-TAB-W (IX-PROF-W) TO SERVICIO-AUDM.
004270     MOVE "P" TO ESTADO-AUDM.
004280     WRITE REG-AUDM INVALID KEY CONTINUE END-WRITE.
004290     PERFORM GRABAR-FILA-CRITERIO VARYING IX-CRIT-W FROM 1 BY 1
004300             UNTIL IX-CRIT-W > NRO-CRIT-W.
004310     ADD 1 TO TOT-MUESTRA-W.

004320 GRABAR-FILA-CRITERIO.
004330     INITIALIZE REG-AUDC.
004340     MOVE LLAVE-AUDM TO MUESTRA-AUDC.
004350     MOVE COD-CRIT-TAB-W (IX-CRIT-W)  TO CRIT-AUDC.
004360     MOVE PESO-CRIT-TAB-W (IX-CRIT-W) TO PESO-AUDC.
004370     MOVE SPACE TO RESP-REGLA-W.
004380     EVALUATE REGLA-CRIT-TAB-W (IX-CRIT-W)
004390        WHEN "F" PERFORM REGLA-FIRMA
004400        WHEN "C" PERFORM REGLA-CONSENTIMIENTO
004410        WHEN "D" PERFORM REGLA-DIAGNOSTICO
004420        WHEN "E" PERFORM REGLA-EPICRISIS
004430     END-EVALUATE.
004440     MOVE RESP-REGLA-W TO RESP-AUDC.
004450     IF RESP-REGLA-W NOT = SPACE
004460        MOVE "A" TO ORIGEN-AUDC
004470     END-IF.
004480     WRITE REG-AUDC INVALID KEY CONTINUE END-WRITE.

004490 REGLA-FIRMA.
004500     MOVE "N" TO RESP-REGLA-W.
004510     IF SW-FIRMAS-W = 0
004520        MOVE LLAVE-EVO TO LLAVE-FIRMHC
004530        READ ARCHIVO-FIRMA-HC
004540             NOT INVALID KEY MOVE "S" TO RESP-REGLA-W
004550        END-READ
004560     END-IF.

004570 REGLA-CONSENTIMIENTO.
004580     IF SW-CONSENT-W = 0
004590        MOVE ID-EVO     TO ID-CONS
004600        MOVE FOLIO-EVO  TO FOLIO-CONS
004610        MOVE LOW-VALUES TO CUP-CONS
004620        START ARCHIVO-CONSENT KEY IS >= LLAVE-CONS
004630              INVALID KEY MOVE HIGH-VALUES TO ID-CONS
004640              NOT INVALID KEY
004650                 READ ARCHIVO-CONSENT NEXT
004660                      AT END MOVE HIGH-VALUES TO ID-CONS
004670                 END-READ
004680        END-START
004690        IF ID-CONS = ID-EVO AND FOLIO-CONS = FOLIO-EVO
004700           MOVE "S" TO RESP-REGLA-W
004710        END-IF
004720     END-IF.

004730 REGLA-DIAGNOSTICO.
004740     IF SW-PROBLEMAS-W = 0
004750        MOVE 0 TO SW-FIN-DET-W
004760        MOVE ID-EVO     TO PACI-PROB
004770        MOVE LOW-VALUES TO CIE-PROB
004780        START ARCHIVO-PROBLEMAS KEY IS >= LLAVE-PROB
004790              INVALID KEY MOVE 1 TO SW-FIN-DET-W
004800        END-START
004810        PERFORM REVISAR-UN-PROBLEMA UNTIL SW-FIN-DET-W = 1
004820     END-IF.

004830 REVISAR-UN-PROBLEMA.
004840     READ ARCHIVO-PROBLEMAS NEXT
004850          AT END MOVE 1 TO SW-FIN-DET-W
004860     END-READ.
004870     IF SW-FIN-DET-W = 0
004880        IF PACI-PROB NOT = ID-EVO
004890           MOVE 1 TO SW-FIN-DET-W
004900        ELSE
004910           IF FECHA-PRIMERA-PROB <= FECHA-EVO
004920              AND FECHA-ULTIMA-PROB >= FECHA-EVO
004930              MOVE "S" TO RESP-REGLA-W
004940              MOVE 1 TO SW-FIN-DET-W
004950           END-IF
004960        END-IF
004970     END-IF.

004980 REGLA-EPICRISIS.
004990     MOVE "A" TO RESP-REGLA-W.
005000     IF SW-EPICRIS-W = 0
005010        MOVE LLAVE-EVO TO LLAVE-EPIC
005020        READ ARCHIVO-EPICRISIS
005030             NOT INVALID KEY
005040                IF EPIC-FIRMADA
005050                   MOVE "S" TO RESP-REGLA-W
005060                ELSE
005070                   MOVE "N" TO RESP-REGLA-W
005080                END-IF
005090        END-READ
005100     END-IF.

005110 CERRAR-ARCHIVOS.
005120     CLOSE ARCHIVO-AUD-CRIT ARCHIVO-AUD-PROF ARCHIVO-AUD-ESPEC
005130           ARCHIVO-AUD-MUESTRA ARCHIVO-AUD-CALIF
005140           HISTORIA-CLINICA EVOLUCION-HISTORIA.
005150     IF SW-FIRMAS-W = 0
005160        CLOSE ARCHIVO-FIRMA-HC
005170     END-IF.
005180     IF SW-CONSENT-W = 0
005190        CLOSE ARCHIVO-CONSENT
005200     END-IF.
005210     IF SW-PROBLEMAS-W = 0
005220        CLOSE ARCHIVO-PROBLEMAS
005230     END-IF.
005240     IF SW-EPICRIS-W = 0
005250        CLOSE ARCHIVO-EPICRISIS
005260     END-IF.
