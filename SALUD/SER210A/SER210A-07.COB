      *=================================================================
      * SERVICIOS - RESULTADOS ESTRUCTURADOS DE MICROBIOLOGIA
      * (AISLAMIENTO, SENSIBILIDAD S/I/R CON CMI, INFORME PRELIMINAR Y
      * FINAL, ALERTA DE AISLAMIENTO POR GERMEN MULTIRRESISTENTE)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS CULTIVOS SE DIGITABAN COMO TEXTO LIBRE EN EL PROTOCOLO Y
      * NADIE PODIA ANALIZAR RESISTENCIA. LA CAPTURA DE PROTOCOLOS
      * (SER210A) LLAMA ESTE COMPONENTE PARA LOS PROTOCOLOS DE
      * MICROBIOLOGIA. CADA GERMEN AISLADO QUEDA EN ARCHIVO-MICRO-RES
      * (PROTOCOLO + PACIENTE + FECHA + NUMERO DE AISLAMIENTO 1-9) Y
      * CADA ANTIBIOTICO PROBADO EN ARCHIVO-MICRO-SENS. LOS CODIGOS DE
      * GERMEN Y ANTIBIOTICO SON LOS DEL EQUIPO DE MICROBIOLOGIA
      * (WHONET: "SAU" S. AUREUS, "OXA" OXACILINA, "FOX" CEFOXITINA).
      * MODO "A" - AISLAMIENTO: GRABA O CORRIGE MUESTRA, GERMEN Y LAS
      *            PRUEBAS FENOTIPICAS DE BLEE Y CARBAPENEMASA (S/N).
      *            EL SERVICIO Y LA CAMA SE TOMAN DE LA CAMA OCUPADA
      *            DEL PACIENTE EN ARCHIVO-CAMAS-HOSP.
      * MODO "S" - SENSIBILIDAD: GRABA O CORRIGE S/I/R Y CMI DE UN
      *            ANTIBIOTICO DEL AISLAMIENTO.
      * MODO "P" - INFORME PRELIMINAR / MODO "F" - INFORME FINAL:
      *            DEJA EL INFORME EN SC-INFMICRO.TXT, EVALUA
      *            MULTIRRESISTENCIA Y AVANZA LA ORDEN EN EL TABLERO
      *            (SER210A-05: "R" CON EL PRELIMINAR, "F" CON EL
      *            FINAL). UN AISLAMIENTO EN FINAL YA NO SE MODIFICA
      *            (DEVUELVE "F").
      * MODO "C" - CONSULTA: DEVUELVE EN MULTIR-LNK Y CAMA-LNK EL
      *            AISLAMIENTO VIGENTE DEL PACIENTE (ESPACIO SI NO
      *            TIENE). LO USA EL CENSO DE CAMAS (HC132-01).
      * MODO "L" - LEVANTA EL AISLAMIENTO VIGENTE DEL TIPO RECIBIDO.
      * MULTIRRESISTENCIA: "M" MRSA (S. AUREUS RESISTENTE A OXACILINA
      * O CEFOXITINA), "C" CARBAPENEMASA POSITIVA, "B" BLEE POSITIVA.
      * AL DETECTARLA SE ABRE LA ALERTA EN ARCHIVO-AISLAMIENTO
      * (PACIENTE + TIPO + FECHA, CON LA CAMA COMO CLAVE ALTERNA)
      * SI EL PACIENTE NO TIENE YA UNA VIGENTE DEL MISMO TIPO.
      * EL ANTIBIOGRAMA ACUMULADO LO PRODUCE SER210A-08.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER210A-07.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-MICRO-RES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-MICRORES-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-MIC
000140         ALTERNATE RECORD KEY IS FECHA-MIC WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS PACI-MIC WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-MICRO-SENS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-MICROSEN-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-MSE
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-AISLAMIENTO LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-AISLA-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-AIS
000280         ALTERNATE RECORD KEY IS CAMA-AIS WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-CAMAS-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS COD-CAM
000350         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000370         FILE STATUS IS OTR-STAT.

000380     SELECT INFORME-MICRO
000390         ASSIGN NOM-INFMICRO-W
000400         ORGANIZATION IS LINE SEQUENTIAL.

000410 DATA DIVISION.
000420 FILE SECTION.

000430 FD  ARCHIVO-MICRO-RES
000440     LABEL RECORD STANDARD.
000450 01  REG-MIC.
000460     02 LLAVE-MIC.
000470        03 MACRO-MIC            PIC X(7).
000480        03 PACI-MIC             PIC X(15).
000490        03 FECHA-MIC            PIC 9(8).
000500        03 AISLADO-MIC          PIC 9.
000510     02 MUESTRA-MIC             PIC XX.
000520        88 MUESTRA-VALIDA       VALUE "HE" "UR" "SE" "LC"
000530                                      "RE" "LI" "OT".
000540     02 ORGANISMO-MIC           PIC X(6).
000550     02 BLEE-MIC                PIC X.
000560     02 CARBAPEN-MIC            PIC X.
000570     02 SERVHO-MIC              PIC X(4).
000580     02 CAMA-MIC                PIC X(6).
000590     02 ESTADO-MIC              PIC X.
000600        88 MICRO-PRELIMINAR     VALUE "P".
000610        88 MICRO-FINAL          VALUE "F".
000620     02 MULTIR-MIC              PIC X.
000630     02 FECHA-PRE-MIC           PIC 9(8).
000640     02 FECHA-FIN-MIC           PIC 9(8).
000650     02 OPERADOR-MIC            PIC X(4).

000660 FD  ARCHIVO-MICRO-SENS
000670     LABEL RECORD STANDARD.
000680 01  REG-MSE.
000690     02 LLAVE-MSE.
000700        03 MACRO-MSE            PIC X(7).
000710        03 PACI-MSE             PIC X(15).
000720        03 FECHA-MSE            PIC 9(8).
000730        03 AISLADO-MSE          PIC 9.
000740        03 ANTIB-MSE            PIC X(6).
000750     02 INTERP-MSE              PIC X.
000760        88 INTERP-VALIDA        VALUE "S" "I" "R".
000770     02 CMI-MSE                 PIC 9(4)V999.
000780     02 OPERADOR-MSE            PIC X(4).

000790 FD  ARCHIVO-AISLAMIENTO
000800     LABEL RECORD STANDARD.
000810 01  REG-AIS.
000820     02 LLAVE-AIS.
000830        03 PACI-AIS             PIC X(15).
000840        03 TIPO-AIS             PIC X.
000850        03 FECHA-AIS            PIC 9(8).
000860     02 CAMA-AIS                PIC X(6).
000870     02 SERVHO-AIS              PIC X(4).
000880     02 ORGANISMO-AIS           PIC X(6).
000890     02 MACRO-AIS               PIC X(7).
000900     02 FECHA-CULT-AIS          PIC 9(8).
000910     02 ESTADO-AIS              PIC X.
000920        88 AISLAMIENTO-VIGENTE  VALUE "A".
000930        88 AISLAMIENTO-LEVANTADO VALUE "L".
000940     02 FECHA-LEV-AIS           PIC 9(8).
000950     02 USUARIO-LEV-AIS         PIC X(4).

000960 FD  ARCHIVO-CAMAS-HOSP
000970     LABEL RECORD STANDARD.
000980 01  REG-CAM.
000990     02 COD-CAM                 PIC X(6).
001000     02 SERVHO-CAM              PIC X(4).
001010     02 ESTADO-CAM              PIC X.
001020        88 CAMA-OCUPADA         VALUE "O".
001030     02 PACI-CAM                PIC X(15).
001040     02 FOLIO-CAM               PIC X(8).
001050     02 FECHA-INGRESO-CAM       PIC 9(8).

001060 FD  INFORME-MICRO
001070     LABEL RECORD STANDARD.
001080 01  LIN-INFMICRO               PIC X(80).

001090 WORKING-STORAGE SECTION.

001100 77  NOM-MICRORES-W             PIC X(60)
001110     VALUE "D:\progelect\DATOS\SC-MICRORES.DAT".
001120 77  NOM-MICROSEN-W             PIC X(60)
001130     VALUE "D:\progelect\DATOS\SC-MICROSEN.DAT".
001140 77  NOM-AISLA-W                PIC X(60)
001150     VALUE "D:\progelect\DATOS\SC-AISLAMI.DAT".
001160 77  NOM-CAMAS-W                PIC X(60)
001170     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001180 77  NOM-INFMICRO-W             PIC X(60)
001190     VALUE "D:\progelect\DATOS\SC-INFMICRO.TXT".
001200 77  OTR-STAT                   PIC XX.
001210 77  FECHA-HOY-W                PIC 9(8).
001220 77  SW-FIN-W                   PIC 9 VALUE 0.
001230 77  SW-EXISTE-W                PIC 9 VALUE 0.
001240 77  SW-MRSA-W                  PIC 9 VALUE 0.
001250 77  TOT-ANTIB-W                PIC 9(3) VALUE 0.

      * PARAMETROS PARA SER210A-05 MODO "A" (ESTADO DE LA ORDEN)
001260 77  MODO-ESTEX-W               PIC X VALUE "A".
001270 77  ESTADO-ORDEN-W             PIC X.
001280 77  SERVICIO-NULO-W            PIC X(4) VALUE SPACES.
001290 77  TAT-NULO-W                 PIC 9(3) VALUE 0.
001300 77  RESULT-ESTEX-W             PIC X.

001310 01  LIN-SENS-REP.
001320     02 FILLER                  PIC X(4) VALUE SPACES.
001330     02 ANTIB-REP               PIC X(6).
001340     02 FILLER                  PIC X(4) VALUE SPACES.
001350     02 CMI-REP                 PIC ZZZ9.999.
001360     02 FILLER                  PIC X(4) VALUE SPACES.
001370     02 INTERP-REP              PIC X.

001380 LINKAGE SECTION.
001390 01  MODO-LNK                   PIC X.
001400     88 MODO-AISLAMIENTO        VALUE "A".
001410     88 MODO-SENSIBILIDAD       VALUE "S".
001420     88 MODO-PRELIMINAR         VALUE "P".
001430     88 MODO-FINAL              VALUE "F".
001440     88 MODO-CONSULTAR          VALUE "C".
001450     88 MODO-LEVANTAR           VALUE "L".
001460 01  DATOS-MICRO-LNK.
001470     02 MACRO-LNK               PIC X(7).
001480     02 PACI-LNK                PIC X(15).
001490     02 FECHA-LNK               PIC 9(8).
001500     02 AISLADO-LNK             PIC 9.
001510     02 MUESTRA-LNK             PIC XX.
001520     02 ORGANISMO-LNK           PIC X(6).
001530     02 BLEE-LNK                PIC X.
001540     02 CARBAPEN-LNK            PIC X.
001550     02 ANTIB-LNK               PIC X(6).
001560     02 INTERP-LNK              PIC X.
001570     02 CMI-LNK                 PIC 9(4)V999.
001580     02 OPERADOR-LNK            PIC X(4).
001590     02 MULTIR-LNK              PIC X.
001600     02 CAMA-LNK                PIC X(6).
001610 01  RESULT-LNK                 PIC X.
001620     88 MICRO-OK                VALUE "S".
001630     88 MICRO-YA-FINAL          VALUE "F".
001640     88 MICRO-NO-EXISTE         VALUE "X".
001650     88 MICRO-INVALIDO          VALUE "I".
001660     88 MICRO-NO-OK             VALUE "N".

001670 PROCEDURE DIVISION USING MODO-LNK DATOS-MICRO-LNK RESULT-LNK.

001680 MAINLINE.
001690     MOVE "N" TO RESULT-LNK.
001700     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001710     PERFORM ABRIR-ARCHIVOS.
001720     EVALUATE TRUE
001730        WHEN MODO-AISLAMIENTO
001740           PERFORM GRABAR-AISLAMIENTO THRU FIN-AISLAMIENTO
001750        WHEN MODO-SENSIBILIDAD
001760           PERFORM GRABAR-SENSIBILIDAD THRU FIN-SENSIBILIDAD
001770        WHEN MODO-PRELIMINAR
001780        WHEN MODO-FINAL
001790           PERFORM EMITIR-INFORME THRU FIN-INFORME
001800        WHEN MODO-CONSULTAR
001810           PERFORM CONSULTAR-AISLAMIENTO
001820        WHEN MODO-LEVANTAR
001830           PERFORM LEVANTAR-AISLAMIENTO THRU FIN-LEVANTAR
001840     END-EVALUATE.
001850     PERFORM CERRAR-ARCHIVOS.
001860     EXIT PROGRAM.

001870 ABRIR-ARCHIVOS.
001880     OPEN I-O ARCHIVO-MICRO-RES.
001890     IF OTR-STAT = "35"
001900        OPEN OUTPUT ARCHIVO-MICRO-RES
001910        CLOSE ARCHIVO-MICRO-RES
001920        OPEN I-O ARCHIVO-MICRO-RES
001930     END-IF.
001940     OPEN I-O ARCHIVO-MICRO-SENS.
001950     IF OTR-STAT = "35"
001960        OPEN OUTPUT ARCHIVO-MICRO-SENS
001970        CLOSE ARCHIVO-MICRO-SENS
001980        OPEN I-O ARCHIVO-MICRO-SENS
001990     END-IF.
002000     OPEN I-O ARCHIVO-AISLAMIENTO.
002010     IF OTR-STAT = "35"
002020        OPEN OUTPUT ARCHIVO-AISLAMIENTO
002030        CLOSE ARCHIVO-AISLAMIENTO
002040        OPEN I-O ARCHIVO-AISLAMIENTO
002050     END-IF.
002060     OPEN INPUT ARCHIVO-CAMAS-HOSP.

002070 LEER-AISLADO.
002080     MOVE 1 TO SW-EXISTE-W.
002090     MOVE MACRO-LNK   TO MACRO-MIC.
002100     MOVE PACI-LNK    TO PACI-MIC.
002110     MOVE FECHA-LNK   TO FECHA-MIC.
002120     MOVE AISLADO-LNK TO AISLADO-MIC.
002130     READ ARCHIVO-MICRO-RES
002140          INVALID KEY MOVE 0 TO SW-EXISTE-W
002150     END-READ.

002160 GRABAR-AISLAMIENTO.
002170     MOVE MUESTRA-LNK TO MUESTRA-MIC.
002180     IF NOT MUESTRA-VALIDA OR ORGANISMO-LNK = SPACES
002190        OR AISLADO-LNK = 0 OR PACI-LNK = SPACES
002200        OR (BLEE-LNK NOT = "S" AND NOT = "N")
002210        OR (CARBAPEN-LNK NOT = "S" AND NOT = "N")
002220        MOVE "I" TO RESULT-LNK
002230        GO TO FIN-AISLAMIENTO
002240     END-IF.
002250     PERFORM LEER-AISLADO.
002260     IF SW-EXISTE-W = 1 AND MICRO-FINAL
002270        MOVE "F" TO RESULT-LNK
002280        GO TO FIN-AISLAMIENTO
002290     END-IF.
002300     IF SW-EXISTE-W = 0
002310        INITIALIZE REG-MIC
002320        MOVE MACRO-LNK   TO MACRO-MIC
002330        MOVE PACI-LNK    TO PACI-MIC
002340        MOVE FECHA-LNK   TO FECHA-MIC
002350        MOVE AISLADO-LNK TO AISLADO-MIC
002360        MOVE "P"         TO ESTADO-MIC
002370        PERFORM UBICAR-CAMA-PACIENTE
002380     END-IF.
002390     MOVE MUESTRA-LNK   TO MUESTRA-MIC.
002400     MOVE ORGANISMO-LNK TO ORGANISMO-MIC.
002410     MOVE BLEE-LNK      TO BLEE-MIC.
002420     MOVE CARBAPEN-LNK  TO CARBAPEN-MIC.
002430     MOVE OPERADOR-LNK  TO OPERADOR-MIC.
002440     IF SW-EXISTE-W = 1
002450        REWRITE REG-MIC
002460            INVALID KEY GO TO FIN-AISLAMIENTO
002470        END-REWRITE
002480     ELSE
002490        WRITE REG-MIC
002500            INVALID KEY GO TO FIN-AISLAMIENTO
002510        END-WRITE
002520     END-IF.
002530     MOVE "S" TO RESULT-LNK.

002540 FIN-AISLAMIENTO.
002550     EXIT.

002560 UBICAR-CAMA-PACIENTE.
002570     MOVE 0 TO SW-FIN-W.
002580     MOVE PACI-LNK TO PACI-CAM.
002590     START ARCHIVO-CAMAS-HOSP KEY IS = PACI-CAM
002600           INVALID KEY MOVE 1 TO SW-FIN-W
002610     END-START.
002620     PERFORM LEER-CAMA-PACIENTE UNTIL SW-FIN-W = 1.

002630 LEER-CAMA-PACIENTE.
002640     READ ARCHIVO-CAMAS-HOSP NEXT
002650          AT END MOVE 1 TO SW-FIN-W
002660     END-READ.
002670     IF SW-FIN-W = 0
002680        IF PACI-CAM NOT = PACI-LNK
002690           MOVE 1 TO SW-FIN-W
002700        ELSE
002710           IF CAMA-OCUPADA
002720              MOVE COD-CAM    TO CAMA-MIC
002730              MOVE SERVHO-CAM TO SERVHO-MIC
002740              MOVE 1 TO SW-FIN-W
002750           END-IF
002760        END-IF
002770     END-IF.

002780 GRABAR-SENSIBILIDAD.
002790     MOVE INTERP-LNK TO INTERP-MSE.
002800     IF NOT INTERP-VALIDA OR ANTIB-LNK = SPACES
002810        MOVE "I" TO RESULT-LNK
002820        GO TO FIN-SENSIBILIDAD
002830     END-IF.
002840     PERFORM LEER-AISLADO.
002850     IF SW-EXISTE-W = 0
002860        MOVE "X" TO RESULT-LNK
002870        GO TO FIN-SENSIBILIDAD
002880     END-IF.
002890     IF MICRO-FINAL
002900        MOVE "F" TO RESULT-LNK
002910        GO TO FIN-SENSIBILIDAD
002920     END-IF.
002930     MOVE MACRO-LNK    TO MACRO-MSE.
002940     MOVE PACI-LNK     TO PACI-MSE.
002950     MOVE FECHA-LNK    TO FECHA-MSE.
002960     MOVE AISLADO-LNK  TO AISLADO-MSE.
002970     MOVE ANTIB-LNK    TO ANTIB-MSE.
002980     MOVE INTERP-LNK   TO INTERP-MSE.
002990     MOVE CMI-LNK      TO CMI-MSE.
003000     MOVE OPERADOR-LNK TO OPERADOR-MSE.
003010     REWRITE REG-MSE
003020             INVALID KEY WRITE REG-MSE
003030                 INVALID KEY GO TO FIN-SENSIBILIDAD
003040             END-WRITE
003050     END-REWRITE.
003060     MOVE "S" TO RESULT-LNK.

003070 FIN-SENSIBILIDAD.
003080     EXIT.

003090 EMITIR-INFORME.
003100     PERFORM LEER-AISLADO.
003110     IF SW-EXISTE-W = 0
003120        MOVE "X" TO RESULT-LNK
003130        GO TO FIN-INFORME
003140     END-IF.
003150     IF MICRO-FINAL
003160        MOVE "F" TO RESULT-LNK
003170        GO TO FIN-INFORME
003180     END-IF.
003190     OPEN OUTPUT INFORME-MICRO.
003200     MOVE SPACES TO LIN-INFMICRO.
003210     IF MODO-FINAL
003220        STRING "INFORME DE MICROBIOLOGIA - FINAL"
003230               DELIMITED BY SIZE INTO LIN-INFMICRO
003240     ELSE
003250        STRING "INFORME DE MICROBIOLOGIA - PRELIMINAR"
003260               DELIMITED BY SIZE INTO LIN-INFMICRO
003270     END-IF.
003280     WRITE LIN-INFMICRO.
003290     MOVE SPACES TO LIN-INFMICRO.
003300     STRING "PACIENTE " PACI-MIC " PROTOCOLO " MACRO-MIC
003310            " FECHA " FECHA-MIC " CAMA " CAMA-MIC
003320            DELIMITED BY SIZE INTO LIN-INFMICRO.
003330     WRITE LIN-INFMICRO.
003340     MOVE SPACES TO LIN-INFMICRO.
003350     STRING "MUESTRA " MUESTRA-MIC " AISLAMIENTO " AISLADO-MIC
003360            " GERMEN " ORGANISMO-MIC " BLEE " BLEE-MIC
003370            " CARBAPENEMASA " CARBAPEN-MIC
003380            DELIMITED BY SIZE INTO LIN-INFMICRO.
003390     WRITE LIN-INFMICRO.
003400     MOVE SPACES TO LIN-INFMICRO.
003410     STRING "    ANTIB.          CMI    S/I/R"
003420            DELIMITED BY SIZE INTO LIN-INFMICRO.
003430     WRITE LIN-INFMICRO.
003440     MOVE 0 TO SW-MRSA-W TOT-ANTIB-W SW-FIN-W.
003450     MOVE LLAVE-MIC  TO LLAVE-MSE (1:31).
003460     MOVE LOW-VALUES TO ANTIB-MSE.
003470     START ARCHIVO-MICRO-SENS KEY IS >= LLAVE-MSE
003480           INVALID KEY MOVE 1 TO SW-FIN-W
003490     END-START.
003500     PERFORM LISTAR-SENSIBILIDAD UNTIL SW-FIN-W = 1.
003510     PERFORM EVALUAR-MULTIRRESISTENCIA.
003520     IF MULTIR-MIC NOT = SPACE
003530        MOVE SPACES TO LIN-INFMICRO
003540        EVALUATE MULTIR-MIC
003550           WHEN "M"
003560              STRING "*** MRSA - AISLAMIENTO DE CONTACTO ***"
003570                     DELIMITED BY SIZE INTO LIN-INFMICRO
003580           WHEN "C"
003590              STRING "*** CARBAPENEMASA - AISLAMIENTO DE "
003600                     "CONTACTO ***"
003610                     DELIMITED BY SIZE INTO LIN-INFMICRO
003620           WHEN "B"
003630              STRING "*** BLEE - AISLAMIENTO DE CONTACTO ***"
003640                     DELIMITED BY SIZE INTO LIN-INFMICRO
003650        END-EVALUATE
003660        WRITE LIN-INFMICRO
003670        PERFORM ABRIR-ALERTA-AISLAMIENTO
003680     END-IF.
003690     CLOSE INFORME-MICRO.
003700     IF MODO-FINAL
003710        MOVE "F"         TO ESTADO-MIC ESTADO-ORDEN-W
003720        MOVE FECHA-HOY-W TO FECHA-FIN-MIC
003730     ELSE
003740        MOVE "R"         TO ESTADO-ORDEN-W
003750        MOVE FECHA-HOY-W TO FECHA-PRE-MIC
003760     END-IF.
003770     MOVE OPERADOR-LNK TO OPERADOR-MIC.
003780     REWRITE REG-MIC
003790         INVALID KEY GO TO FIN-INFORME
003800     END-REWRITE.
003810     CALL "SER210A-05" USING MODO-ESTEX-W PACI-MIC MACRO-MIC
003820                             FECHA-MIC ESTADO-ORDEN-W
003830                             SERVICIO-NULO-W TAT-NULO-W
003840                             OPERADOR-LNK RESULT-ESTEX-W.
003850     CANCEL "SER210A-05".
003860     MOVE MULTIR-MIC TO MULTIR-LNK.
003870     MOVE CAMA-MIC   TO CAMA-LNK.
003880     MOVE "S" TO RESULT-LNK.

003890 FIN-INFORME.
003900     EXIT.

003910 LISTAR-SENSIBILIDAD.
003920     READ ARCHIVO-MICRO-SENS NEXT
003930          AT END MOVE 1 TO SW-FIN-W
003940     END-READ.
003950     IF SW-FIN-W = 0
003960        IF LLAVE-MSE (1:31) NOT = LLAVE-MIC
003970           MOVE 1 TO SW-FIN-W
003980        ELSE
003990           ADD 1 TO TOT-ANTIB-W
004000           MOVE ANTIB-MSE  TO ANTIB-REP
004010           MOVE CMI-MSE    TO CMI-REP
004020           MOVE INTERP-MSE TO INTERP-REP
004030           MOVE LIN-SENS-REP TO LIN-INFMICRO
004040           WRITE LIN-INFMICRO
004050           IF ORGANISMO-MIC = "SAU" AND INTERP-MSE = "R"
004060              AND (ANTIB-MSE = "OXA" OR ANTIB-MSE = "FOX")
004070              MOVE 1 TO SW-MRSA-W
004080           END-IF
004090        END-IF
004100     END-IF.

004110 EVALUAR-MULTIRRESISTENCIA.
004120     MOVE SPACE TO MULTIR-MIC.
004130     EVALUATE TRUE
004140        WHEN SW-MRSA-W = 1
004150           MOVE "M" TO MULTIR-MIC
004160        WHEN CARBAPEN-MIC = "S"
004170           MOVE "C" TO MULTIR-MIC
004180        WHEN BLEE-MIC = "S"
004190           MOVE "B" TO MULTIR-MIC
004200     END-EVALUATE.

      * UNA SOLA ALERTA VIGENTE POR PACIENTE Y TIPO; EL PRELIMINAR
      * YA LA ABRE PARA NO ESPERAR EL INFORME FINAL.
004210 ABRIR-ALERTA-AISLAMIENTO.
004220     MOVE 0 TO SW-EXISTE-W SW-FIN-W.
004230     MOVE PACI-MIC   TO PACI-AIS.
004240     MOVE MULTIR-MIC TO TIPO-AIS.
004250     MOVE 0          TO FECHA-AIS.
004260     START ARCHIVO-AISLAMIENTO KEY IS >= LLAVE-AIS
004270           INVALID KEY MOVE 1 TO SW-FIN-W
004280     END-START.
004290     PERFORM BUSCAR-ALERTA-TIPO UNTIL SW-FIN-W = 1.
004300     IF SW-EXISTE-W = 0
004310        INITIALIZE REG-AIS
004320        MOVE PACI-MIC      TO PACI-AIS
004330        MOVE MULTIR-MIC    TO TIPO-AIS
004340        MOVE FECHA-HOY-W   TO FECHA-AIS
004350        MOVE CAMA-MIC      TO CAMA-AIS
004360        MOVE SERVHO-MIC    TO SERVHO-AIS
004370        MOVE ORGANISMO-MIC TO ORGANISMO-AIS
004380        MOVE MACRO-MIC     TO MACRO-AIS
004390        MOVE FECHA-MIC     TO FECHA-CULT-AIS
004400        MOVE "A"           TO ESTADO-AIS
004410        WRITE REG-AIS INVALID KEY CONTINUE END-WRITE
004420     END-IF.

004430 BUSCAR-ALERTA-TIPO.
004440     READ ARCHIVO-AISLAMIENTO NEXT
004450          AT END MOVE 1 TO SW-FIN-W
004460     END-READ.
004470     IF SW-FIN-W = 0
004480        IF PACI-AIS NOT = PACI-MIC OR TIPO-AIS NOT = MULTIR-MIC
004490           MOVE 1 TO SW-FIN-W
004500        ELSE
004510           IF AISLAMIENTO-VIGENTE
004520              MOVE 1 TO SW-EXISTE-W SW-FIN-W
004530           END-IF
004540        END-IF
004550     END-IF.

004560 CONSULTAR-AISLAMIENTO.
004570     MOVE SPACE  TO MULTIR-LNK.
004580     MOVE SPACES TO CAMA-LNK.
004590     MOVE 0 TO SW-FIN-W.
004600     MOVE PACI-LNK   TO PACI-AIS.
004610     MOVE LOW-VALUES TO TIPO-AIS.
004620     MOVE 0          TO FECHA-AIS.
004630     START ARCHIVO-AISLAMIENTO KEY IS >= LLAVE-AIS
004640           INVALID KEY MOVE 1 TO SW-FIN-W
004650     END-START.
004660     PERFORM BUSCAR-ALERTA-PACIENTE UNTIL SW-FIN-W = 1.
004670     MOVE "S" TO RESULT-LNK.

004680 BUSCAR-ALERTA-PACIENTE.
004690     READ ARCHIVO-AISLAMIENTO NEXT
004700          AT END MOVE 1 TO SW-FIN-W
004710     END-READ.
004720     IF SW-FIN-W = 0
004730        IF PACI-AIS NOT = PACI-LNK
004740           MOVE 1 TO SW-FIN-W
004750        ELSE
004760           IF AISLAMIENTO-VIGENTE
004770              MOVE TIPO-AIS TO MULTIR-LNK
004780              MOVE CAMA-AIS TO CAMA-LNK
004790              MOVE 1 TO SW-FIN-W
004800           END-IF
004810        END-IF
004820     END-IF.

004830 LEVANTAR-AISLAMIENTO.
004840     MOVE 0 TO SW-EXISTE-W SW-FIN-W.
004850     MOVE PACI-LNK   TO PACI-AIS PACI-MIC.
004860     MOVE MULTIR-LNK TO TIPO-AIS MULTIR-MIC.
004870     MOVE 0          TO FECHA-AIS.
004880     START ARCHIVO-AISLAMIENTO KEY IS >= LLAVE-AIS
004890           INVALID KEY MOVE 1 TO SW-FIN-W
004900     END-START.
004910     PERFORM BUSCAR-ALERTA-TIPO UNTIL SW-FIN-W = 1.
004920     IF SW-EXISTE-W = 0
004930        MOVE "X" TO RESULT-LNK
004940        GO TO FIN-LEVANTAR
004950     END-IF.
004960     MOVE "L"          TO ESTADO-AIS.
004970     MOVE FECHA-HOY-W  TO FECHA-LEV-AIS.
004980     MOVE OPERADOR-LNK TO USUARIO-LEV-AIS.
004990     REWRITE REG-AIS
005000         INVALID KEY GO TO FIN-LEVANTAR
005010     END-REWRITE.
005020     MOVE "S" TO RESULT-LNK.

005030 FIN-LEVANTAR.
005040     EXIT.

005050 CERRAR-ARCHIVOS.
005060     CLOSE ARCHIVO-MICRO-RES ARCHIVO-MICRO-SENS
005070           ARCHIVO-AISLAMIENTO ARCHIVO-CAMAS-HOSP.
