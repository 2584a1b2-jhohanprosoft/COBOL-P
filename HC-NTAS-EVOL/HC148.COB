      *=================================================================
      * HISTORIA CLINICA - AUDITORIA DE CALIDAD DE LA HISTORIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA OFICINA DE CALIDAD AUDITABA CARPETAS SACADAS AL AZAR CON
      * LISTAS DE CHEQUEO EN PAPEL. ESTE COMPONENTE GUARDA LOS
      * PARAMETROS DE LA AUDITORIA Y LA CALIFICACION DE CADA HISTORIA
      * DE LA MUESTRA QUE SORTEA HC148-01:
      * MODO "K" - GRABA UN CRITERIO DE LA LISTA DE CHEQUEO
      *            (ARCHIVO-AUD-CRIT): DESCRIPCION, PESO Y REGLA.
      *            REGLA EN BLANCO = LO CALIFICA EL AUDITOR; "F"
      *            HISTORIA FIRMADA (HC116), "C" CONSENTIMIENTO
      *            PRESENTE (HC123), "D" DIAGNOSTICO REGISTRADO EN LA
      *            LISTA DE PROBLEMAS (HC130), "E" EPICRISIS FIRMADA
      *            (HC122) LAS PRECALIFICA HC148-01.
      * MODO "P" - GRABA UN PROFESIONAL AUDITADO (ARCHIVO-AUD-PROF)
      *            CON SU ESPECIALIDAD Y SERVICIO.
      * MODO "E" - GRABA EL TAMANO DE MUESTRA MENSUAL POR
      *            PROFESIONAL DE UNA ESPECIALIDAD (ARCHIVO-AUD-ESPEC).
      * MODO "L" - DEVUELVE LA CALIFICACION DE UNA HISTORIA DE LA
      *            MUESTRA (UNA FILA POR CRITERIO).
      * MODO "Q" - EL AUDITOR CALIFICA: "S" CUMPLE, "N" NO CUMPLE,
      *            "A" NO APLICA (UNA RESPUESTA EN BLANCO CONSERVA LA
      *            QUE YA TENIA). CUANDO NO QUEDAN CRITERIOS
      *            PENDIENTES SE CALCULA EL PUNTAJE DE ADHERENCIA
      *            (PESO CUMPLIDO SOBRE PESO APLICABLE) Y LA HISTORIA
      *            QUEDA CALIFICADA.
      * RESULT-LNK: "S" OK, "P" CALIFICACION INCOMPLETA, "N" ERROR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC148.
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

000400 DATA DIVISION.
000410 FILE SECTION.

000420 FD  ARCHIVO-AUD-CRIT
000430     LABEL RECORD STANDARD.
000440 01  REG-AUDK.
000450     02 COD-AUDK                PIC 99.
000460     02 DESCRIP-AUDK            PIC X(50).
000470     02 PESO-AUDK               PIC 9(3).
000480     02 REGLA-AUDK              PIC X.
000490     02 ESTADO-AUDK             PIC X.
000500        88 AUDK-ACTIVO          VALUE "A".
000510        88 AUDK-INACTIVO        VALUE "I".

000520 FD  ARCHIVO-AUD-PROF
000530     LABEL RECORD STANDARD.
000540 01  REG-AUDP.
000550     02 MED-AUDP                PIC 9(10).
000560     02 NOMBRE-AUDP             PIC X(40).
000570     02 ESPEC-AUDP              PIC X(3).
000580     02 SERVICIO-AUDP           PIC X(4).
000590     02 ESTADO-AUDP             PIC X.

000600 FD  ARCHIVO-AUD-ESPEC
000610     LABEL RECORD STANDARD.
000620 01  REG-AUDE.
000630     02 ESPEC-AUDE              PIC X(3).
000640     02 DESCRIP-AUDE            PIC X(30).
000650     02 MUESTRA-AUDE            PIC 99.

000660 FD  ARCHIVO-AUD-MUESTRA
000670     LABEL RECORD STANDARD.
000680 01  REG-AUDM.
000690     02 LLAVE-AUDM.
000700        03 PERIODO-AUDM         PIC 9(6).
000710        03 MED-AUDM             PIC 9(10).
000720        03 ID-AUDM              PIC X(15).
000730        03 FOLIO-AUDM           PIC X(8).
000740     02 FECHA-EVO-AUDM          PIC 9(8).
000750     02 ESPEC-AUDM              PIC X(3).
000760     02 SERVICIO-AUDM           PIC X(4).
000770     02 ESTADO-AUDM             PIC X.
000780        88 AUDM-PENDIENTE       VALUE "P".
000790        88 AUDM-CALIFICADA      VALUE "C".
000800     02 PUNTAJE-AUDM            PIC 9(3)V9.
000810     02 AUDITOR-AUDM            PIC X(4).
000820     02 FECHA-AUD-AUDM          PIC 9(8).

000830 FD  ARCHIVO-AUD-CALIF
000840     LABEL RECORD STANDARD.
000850 01  REG-AUDC.
000860     02 LLAVE-AUDC.
000870        03 MUESTRA-AUDC         PIC X(39).
000880        03 CRIT-AUDC            PIC 99.
000890     02 RESP-AUDC               PIC X.
000900        88 AUDC-CUMPLE          VALUE "S".
000910        88 AUDC-NO-CUMPLE       VALUE "N".
000920        88 AUDC-NO-APLICA       VALUE "A".
000930        88 AUDC-PENDIENTE       VALUE " ".
000940     02 ORIGEN-AUDC             PIC X.
000950     02 PESO-AUDC               PIC 9(3).
000960     02 OBSERV-AUDC             PIC X(60).

000970 WORKING-STORAGE SECTION.

000980 77  NOM-AUDCRIT-W              PIC X(60)
000990     VALUE "D:\progelect\DATOS\SC-AUDCRIT.DAT".
001000 77  NOM-AUDPROF-W              PIC X(60)
001010     VALUE "D:\progelect\DATOS\SC-AUDPROF.DAT".
001020 77  NOM-AUDESP-W               PIC X(60)
001030     VALUE "D:\progelect\DATOS\SC-AUDESP.DAT".
001040 77  NOM-AUDMUES-W              PIC X(60)
001050     VALUE "D:\progelect\DATOS\SC-AUDMUES.DAT".
001060 77  NOM-AUDCALIF-W             PIC X(60)
001070     VALUE "D:\progelect\DATOS\SC-AUDCALIF.DAT".
001080 77  OTR-STAT                   PIC XX.
001090 77  SW-FIN-W                   PIC 9 VALUE 0.
001100 77  IX-CALIF-W                 PIC 99.
001110 77  PESO-APLICA-W              PIC 9(5).
001120 77  PESO-CUMPLE-W              PIC 9(5).
001130 77  PENDIENTES-W               PIC 99.

001140 LINKAGE SECTION.
001150 01  MODO-LNK                   PIC X.
001160     88 MODO-CRITERIO           VALUE "K".
001170     88 MODO-PROFESIONAL        VALUE "P".
001180     88 MODO-ESPECIALIDAD       VALUE "E".
001190     88 MODO-LEER               VALUE "L".
001200     88 MODO-CALIFICAR          VALUE "Q".
001210 01  DATOS-PARAM-LNK.
001220     02 COD-LNK                 PIC X(10).
001230     02 DESCRIP-LNK             PIC X(50).
001240     02 ESPEC-LNK               PIC X(3).
001250     02 SERVICIO-LNK            PIC X(4).
001260     02 MUESTRA-LNK             PIC 99.
001270     02 PESO-LNK                PIC 9(3).
001280     02 REGLA-LNK               PIC X.
001290     02 ESTADO-LNK              PIC X.
001300 01  LLAVE-MUESTRA-LNK          PIC X(39).
001310 01  AUDITOR-LNK                PIC X(4).
001320 01  TABLA-CALIF-LNK.
001330     02 NRO-CALIF-LNK           PIC 99.
001340     02 CALIF-LNK               OCCURS 20.
001350        03 CRIT-CALIF-LNK       PIC 99.
001360        03 RESP-CALIF-LNK       PIC X.
001370        03 OBSERV-CALIF-LNK     PIC X(60).
001380 01  PUNTAJE-LNK                PIC 9(3)V9.
001390 01  RESULT-LNK                 PIC X.

001400 PROCEDURE DIVISION USING MODO-LNK DATOS-PARAM-LNK
001410                          LLAVE-MUESTRA-LNK AUDITOR-LNK
001420                          TABLA-CALIF-LNK PUNTAJE-LNK
001430                          RESULT-LNK.

001440 MAINLINE.
001450     MOVE "N" TO RESULT-LNK.
001460     EVALUATE TRUE
001470        WHEN MODO-CRITERIO
001480           PERFORM GRABAR-CRITERIO THRU FIN-GRABAR-CRITERIO
001490        WHEN MODO-PROFESIONAL
001500           PERFORM GRABAR-PROFESIONAL THRU FIN-GRABAR-PROFESIONAL
001510        WHEN MODO-ESPECIALIDAD
001520           PERFORM GRABAR-ESPECIALIDAD
001530              THRU FIN-GRABAR-ESPECIALIDAD
001540        WHEN MODO-LEER
001550           PERFORM LEER-CALIFICACION THRU FIN-LEER-CALIFICACION
001560        WHEN MODO-CALIFICAR
001570           PERFORM CALIFICAR THRU FIN-CALIFICAR
001580     END-EVALUATE.
001590     EXIT PROGRAM.

001600 GRABAR-CRITERIO.
001610     IF COD-LNK (1: 2) NOT NUMERIC OR COD-LNK (1: 2) = "00"
001620        OR DESCRIP-LNK = SPACES OR PESO-LNK = 0
001630        GO TO FIN-GRABAR-CRITERIO
001640     END-IF.
001650     IF REGLA-LNK NOT = SPACE AND NOT = "F" AND NOT = "C"
001660        AND NOT = "D" AND NOT = "E"
001670        GO TO FIN-GRABAR-CRITERIO
001680     END-IF.
001690     OPEN I-O ARCHIVO-AUD-CRIT.
001700     IF OTR-STAT = "35"
001710        OPEN OUTPUT ARCHIVO-AUD-CRIT
001720        CLOSE ARCHIVO-AUD-CRIT
001730        OPEN I-O ARCHIVO-AUD-CRIT
001740     END-IF.
001750     MOVE COD-LNK (1: 2) TO COD-AUDK.
001760     MOVE DESCRIP-LNK    TO DESCRIP-AUDK.
001770     MOVE PESO-LNK       TO PESO-AUDK.
001780     MOVE REGLA-LNK      TO REGLA-AUDK.
001790     IF ESTADO-LNK = "I"
001800        MOVE "I" TO ESTADO-AUDK
001810     ELSE
001820        MOVE "A" TO ESTADO-AUDK
001830     END-IF.
001840     WRITE REG-AUDK
001850           INVALID KEY REWRITE REG-AUDK
001860                               INVALID KEY CONTINUE
001870                       END-REWRITE
001880     END-WRITE.
001890     CLOSE ARCHIVO-AUD-CRIT.
001900     MOVE "S" TO RESULT-LNK.

001910 FIN-GRABAR-CRITERIO.
001920     EXIT.

001930 GRABAR-PROFESIONAL.
001940     IF COD-LNK NOT NUMERIC OR ESPEC-LNK = SPACES
001950        GO TO FIN-GRABAR-PROFESIONAL
001960     END-IF.
001970     OPEN I-O ARCHIVO-AUD-PROF.
001980     IF OTR-STAT = "35"
001990        OPEN OUTPUT ARCHIVO-AUD-PROF
002000        CLOSE ARCHIVO-AUD-PROF
002010        OPEN I-O ARCHIVO-AUD-PROF
002020     END-IF.
002030     MOVE COD-LNK       TO MED-AUDP.
002040     MOVE DESCRIP-LNK   TO NOMBRE-AUDP.
002050     MOVE ESPEC-LNK     TO ESPEC-AUDP.
002060     MOVE SERVICIO-LNK  TO SERVICIO-AUDP.
002070     IF ESTADO-LNK = "I"
002080        MOVE "I" TO ESTADO-AUDP
002090     ELSE
002100        MOVE "A" TO ESTADO-AUDP
002110     END-IF.
002120     WRITE REG-AUDP
002130           INVALID KEY REWRITE REG-AUDP
002140                               INVALID KEY CONTINUE
002150                       END-REWRITE
002160     END-WRITE.
002170     CLOSE ARCHIVO-AUD-PROF.
002180     MOVE "S" TO RESULT-LNK.

002190 FIN-GRABAR-PROFESIONAL.
002200     EXIT.

002210 GRABAR-ESPECIALIDAD.
002220     IF ESPEC-LNK = SPACES
002230        GO TO FIN-GRABAR-ESPECIALIDAD
002240     END-IF.
002250     OPEN I-O ARCHIVO-AUD-ESPEC.
002260     IF OTR-STAT = "35"
002270        OPEN OUTPUT ARCHIVO-AUD-ESPEC
002280        CLOSE ARCHIVO-AUD-ESPEC
002290        OPEN I-O ARCHIVO-AUD-ESPEC
002300     END-IF.
002310     MOVE ESPEC-LNK     TO ESPEC-AUDE.
002320     MOVE DESCRIP-LNK   TO DESCRIP-AUDE.
002330     MOVE MUESTRA-LNK   TO MUESTRA-AUDE.
002340     WRITE REG-AUDE
002350           INVALID KEY REWRITE REG-AUDE
002360                               INVALID KEY CONTINUE
002370                       END-REWRITE
002380     END-WRITE.
002390     CLOSE ARCHIVO-AUD-ESPEC.
002400     MOVE "S" TO RESULT-LNK.

002410 FIN-GRABAR-ESPECIALIDAD.
002420     EXIT.

002430 LEER-CALIFICACION.
002440     MOVE 0 TO NRO-CALIF-LNK.
002450     OPEN INPUT ARCHIVO-AUD-MUESTRA.
002460     IF OTR-STAT NOT = "00"
002470        GO TO FIN-LEER-CALIFICACION
002480     END-IF.
002490     MOVE LLAVE-MUESTRA-LNK TO LLAVE-AUDM.
002500     READ ARCHIVO-AUD-MUESTRA
002510          INVALID KEY
002520             CLOSE ARCHIVO-AUD-MUESTRA
002530             GO TO FIN-LEER-CALIFICACION
002540     END-READ.
002550     MOVE PUNTAJE-AUDM TO PUNTAJE-LNK.
002560     CLOSE ARCHIVO-AUD-MUESTRA.
002570     OPEN INPUT ARCHIVO-AUD-CALIF.
002580     MOVE 0 TO SW-FIN-W.
002590     MOVE LLAVE-MUESTRA-LNK TO MUESTRA-AUDC.
002600     MOVE 0                 TO CRIT-AUDC.
002610     START ARCHIVO-AUD-CALIF KEY IS >= LLAVE-AUDC
002620           INVALID KEY MOVE 1 TO SW-FIN-W.
002630     PERFORM LEER-UN-CRITERIO UNTIL SW-FIN-W = 1.
002640     CLOSE ARCHIVO-AUD-CALIF.
002650     MOVE "S" TO RESULT-LNK.

002660 FIN-LEER-CALIFICACION.
002670     EXIT.

002680 LEER-UN-CRITERIO.
002690     READ ARCHIVO-AUD-CALIF NEXT
002700          AT END MOVE 1 TO SW-FIN-W
002710     END-READ.
002720     IF SW-FIN-W = 0
002730        IF MUESTRA-AUDC NOT = LLAVE-MUESTRA-LNK
002740           OR NRO-CALIF-LNK = 20
002750           MOVE 1 TO SW-FIN-W
002760        ELSE
002770           ADD 1 TO NRO-CALIF-LNK
002780           MOVE CRIT-AUDC   TO CRIT-CALIF-LNK (NRO-CALIF-LNK)
002790           MOVE RESP-AUDC   TO RESP-CALIF-LNK (NRO-CALIF-LNK)
002800           MOVE OBSERV-AUDC TO OBSERV-CALIF-LNK (NRO-CALIF-LNK)
002810        END-IF
002820     END-IF.

      * LAS RESPUESTAS DEL AUDITOR SE APLICAN SOBRE LAS FILAS QUE
      * HC148-01 CREO AL SORTEAR; LUEGO SE RECALCULA EL PUNTAJE.
002830 CALIFICAR.
002840     IF NRO-CALIF-LNK > 20
002850        GO TO FIN-CALIFICAR
002860     END-IF.
002870     OPEN I-O ARCHIVO-AUD-MUESTRA.
002880     IF OTR-STAT NOT = "00"
002890        GO TO FIN-CALIFICAR
002900     END-IF.
002910     MOVE LLAVE-MUESTRA-LNK TO LLAVE-AUDM.
002920     READ ARCHIVO-AUD-MUESTRA
002930          INVALID KEY
002940             CLOSE ARCHIVO-AUD-MUESTRA
002950             GO TO FIN-CALIFICAR
002960     END-READ.
002970     OPEN I-O ARCHIVO-AUD-CALIF.
002980     PERFORM APLICAR-RESPUESTA VARYING IX-CALIF-W FROM 1 BY 1
002990             UNTIL IX-CALIF-W > NRO-CALIF-LNK.
003000     PERFORM CALCULAR-PUNTAJE.
003010     CLOSE ARCHIVO-AUD-CALIF.
003020     MOVE AUDITOR-LNK TO AUDITOR-AUDM.
003030     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-AUD-AUDM.
003040     IF PENDIENTES-W = 0
003050        MOVE "C" TO ESTADO-AUDM
003060        MOVE "S" TO RESULT-LNK
003070     ELSE
003080        MOVE "P" TO ESTADO-AUDM
003090        MOVE "P" TO RESULT-LNK
003100     END-IF.
003110     MOVE PUNTAJE-AUDM TO PUNTAJE-LNK.
003120     REWRITE REG-AUDM INVALID KEY MOVE "N" TO RESULT-LNK
003130     END-REWRITE.
003140     CLOSE ARCHIVO-AUD-MUESTRA.

003150 FIN-CALIFICAR.
003160     EXIT.

003170 APLICAR-RESPUESTA.
003180     MOVE LLAVE-MUESTRA-LNK TO MUESTRA-AUDC.
003190     MOVE CRIT-CALIF-LNK (IX-CALIF-W) TO CRIT-AUDC.
003200     READ ARCHIVO-AUD-CALIF
003210          INVALID KEY MOVE 1 TO SW-FIN-W
003220          NOT INVALID KEY MOVE 0 TO SW-FIN-W
003230     END-READ.
003240     IF SW-FIN-W = 0
003250        IF RESP-CALIF-LNK (IX-CALIF-W) = "S" OR "N" OR "A"
003260           MOVE RESP-CALIF-LNK (IX-CALIF-W) TO RESP-AUDC
003270           MOVE "M" TO ORIGEN-AUDC
003280        END-IF
003290        IF OBSERV-CALIF-LNK (IX-CALIF-W) NOT = SPACES
003300           MOVE OBSERV-CALIF-LNK (IX-CALIF-W) TO OBSERV-AUDC
003310        END-IF
003320        REWRITE REG-AUDC INVALID KEY CONTINUE END-REWRITE
003330     END-IF.

003340 CALCULAR-PUNTAJE.
003350     MOVE 0 TO PESO-APLICA-W PESO-CUMPLE-W PENDIENTES-W.
003360     MOVE 0 TO SW-FIN-W.
003370     MOVE LLAVE-MUESTRA-LNK TO MUESTRA-AUDC.
003380     MOVE 0                 TO CRIT-AUDC.
003390     START ARCHIVO-AUD-CALIF KEY IS >= LLAVE-AUDC
003400           INVALID KEY MOVE 1 TO SW-FIN-W.
003410     PERFORM SUMAR-UN-CRITERIO UNTIL SW-FIN-W = 1.
003420     IF PESO-APLICA-W = 0
003430        MOVE 100 TO PUNTAJE-AUDM
003440     ELSE
003450        COMPUTE PUNTAJE-AUDM ROUNDED =
003460                PESO-CUMPLE-W * 100 / PESO-APLICA-W
003470     END-IF.

003480 SUMAR-UN-CRITERIO.
003490     READ ARCHIVO-AUD-CALIF NEXT
003500          AT END MOVE 1 TO SW-FIN-W
003510     END-READ.
003520     IF SW-FIN-W = 0
003530        IF MUESTRA-AUDC NOT = LLAVE-MUESTRA-LNK
003540           MOVE 1 TO SW-FIN-W
003550        ELSE
003560           EVALUATE TRUE
003570              WHEN AUDC-CUMPLE
003580                 ADD PESO-AUDC TO PESO-APLICA-W PESO-CUMPLE-W
003590              WHEN AUDC-NO-CUMPLE
003600                 ADD PESO-AUDC TO PESO-APLICA-W
003610              WHEN AUDC-PENDIENTE
003620                 ADD 1 TO PENDIENTES-W
003630           END-EVALUATE
003640        END-IF
003650     END-IF.
