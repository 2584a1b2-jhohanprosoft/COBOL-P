      *=================================================================
      * HISTORIA CLINICA - BANCO DE SANGRE: TRAZABILIDAD DE LA UNIDAD
      * DE HEMOCOMPONENTE Y HEMOVIGILANCIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CADA UNIDAD (BOLSA) QUEDA EN ARCHIVO-HEMOCOMP CON TODO SU
      * CAMINO: RECEPCION DEL BANCO PROVEEDOR, PRUEBA CRUZADA CONTRA
      * EL PACIENTE, ADMINISTRACION EN LA CAMA CON HORA DE INICIO Y
      * FIN Y SIGNOS VITALES ANTES Y DESPUES, REACCION TRANSFUSIONAL
      * Y DESCARTE. LA PRUEBA CRUZADA LIGA LA UNIDAD AL FOLIO DE
      * HISTORIA-CLINICA Y A LA CUENTA DEL INGRESO (ARCHIVO-
      * NUMERACION); AL TERMINAR LA TRANSFUSION LA UNIDAD SE CARGA
      * A ESA CUENTA POR SER108-30 (ORIGEN "BSAN" + NRO DE UNIDAD,
      * SIN DOBLE COBRO). LEEN ESTE ARCHIVO EL INFORME MENSUAL DE
      * HEMOVIGILANCIA (HC142-01) Y LA TRAZA DE LOOK-BACK (HC142-02).
      * COMPONENTES: GR GLOBULOS ROJOS, PF PLASMA FRESCO,
      *              PQ PLAQUETAS, CR CRIOPRECIPITADO, ST SANGRE TOTAL.
      * MODO "R" - RECIBE LA UNIDAD (NO SE ACEPTA VENCIDA).
      * MODO "C" - PRUEBA CRUZADA: FOLIO ABIERTO, CUENTA EXISTENTE Y
      *            COMPATIBILIDAD ABO/RH SEGUN EL COMPONENTE.
      * MODO "I" - INICIA LA ADMINISTRACION (SIGNOS PRE).
      * MODO "F" - TERMINA LA ADMINISTRACION (SIGNOS POST) Y CARGA.
      * MODO "X" - REGISTRA LA REACCION TRANSFUSIONAL.
      * MODO "D" - DESCARTA LA UNIDAD NO TRANSFUNDIDA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC142.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-HEMOCOMP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-HEMOCOMP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS NRO-UNIDAD-HEM
000140         ALTERNATE RECORD KEY IS PACI-HEM WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS FECHA-RECIBE-HEM
000160            WITH DUPLICATES
000170         FILE STATUS IS OTR-STAT.

000180     SELECT HISTORIA-CLINICA LOCK MODE IS AUTOMATIC
000190         ASSIGN NOM-HCAPE-W
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS LLAVE-HC
000230         FILE STATUS IS OTR-STAT.

000240     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000250         ASSIGN NOM-NUMER-W
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS LLAVE-NUM
000290         FILE STATUS IS OTR-STAT.

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  ARCHIVO-HEMOCOMP
000330     LABEL RECORD STANDARD.
000340 01  REG-HEM.
000350     02 NRO-UNIDAD-HEM          PIC X(15).
000360     02 TIPO-COMP-HEM           PIC XX.
000370        88 COMP-VALIDO          VALUE "GR" "PF" "PQ" "CR" "ST".
000380     02 ABO-HEM                 PIC XX.
000390        88 ABO-VALIDO           VALUE "O " "A " "B " "AB".
000400     02 RH-HEM                  PIC X.
000410        88 RH-VALIDO            VALUE "+" "-".
000420     02 FECHA-VENCE-HEM         PIC 9(8).
000430     02 VOLUMEN-HEM             PIC 9(4).
000440     02 BANCO-ORIGEN-HEM        PIC X(30).
000450     02 FECHA-RECIBE-HEM        PIC 9(8).
000460     02 HORA-RECIBE-HEM         PIC 9(4).
000470     02 USUARIO-RECIBE-HEM      PIC X(4).
000480     02 ESTADO-HEM              PIC X.
000490        88 UNIDAD-RECIBIDA      VALUE "R".
000500        88 UNIDAD-CRUZADA       VALUE "C".
000510        88 UNIDAD-EN-CURSO      VALUE "E".
000520        88 UNIDAD-TRANSFUNDIDA  VALUE "T".
000530        88 UNIDAD-DESCARTADA    VALUE "D".
000540     02 CRUCE-HEM.
000550        03 PACI-HEM             PIC X(15).
000560        03 FOLIO-HEM            PIC X(8).
000570        03 LLAVE-NUM-HEM        PIC X(7).
000580        03 ABO-PACI-HEM         PIC XX.
000590        03 RH-PACI-HEM          PIC X.
000600        03 FECHA-CRUCE-HEM      PIC 9(8).
000610        03 HORA-CRUCE-HEM       PIC 9(4).
000620        03 RESULT-CRUCE-HEM     PIC X.
000630           88 CRUCE-COMPATIBLE  VALUE "C".
000640           88 CRUCE-INCOMPATIBLE VALUE "I".
000650        03 USUARIO-CRUCE-HEM    PIC X(4).
000660     02 ADMINISTRA-HEM.
000670        03 FECHA-INI-ADM-HEM    PIC 9(8).
000680        03 HORA-INI-ADM-HEM     PIC 9(4).
000690        03 SIGNOS-PRE-HEM.
000700           05 TA-SIS-PRE-HEM    PIC 9(3).
000710           05 TA-DIA-PRE-HEM    PIC 9(3).
000720           05 FC-PRE-HEM        PIC 9(3).
000730           05 TEMP-PRE-HEM      PIC 99V9.
000740        03 USUARIO-INI-ADM-HEM  PIC X(4).
000750        03 FECHA-FIN-ADM-HEM    PIC 9(8).
000760        03 HORA-FIN-ADM-HEM     PIC 9(4).
000770        03 SIGNOS-POST-HEM.
000780           05 TA-SIS-POST-HEM   PIC 9(3).
000790           05 TA-DIA-POST-HEM   PIC 9(3).
000800           05 FC-POST-HEM       PIC 9(3).
000810           05 TEMP-POST-HEM     PIC 99V9.
000820        03 VOLUMEN-ADM-HEM      PIC 9(4).
000830        03 USUARIO-FIN-ADM-HEM  PIC X(4).
000840     02 REACCION-HEM.
000850        03 SW-REACCION-HEM      PIC X.
000860           88 HUBO-REACCION     VALUE "S".
000870        03 TIPO-REAC-HEM        PIC XX.
000880           88 REACCION-VALIDA   VALUE "FE" "AL" "HE" "TR"
000890                                      "SC" "OT".
000900        03 SEVERIDAD-REAC-HEM   PIC 9.
000910           88 SEVERIDAD-VALIDA  VALUE 1 THRU 4.
000920        03 FECHA-REAC-HEM       PIC 9(8).
000930        03 HORA-REAC-HEM        PIC 9(4).
000940        03 DESCRIP-REAC-HEM     PIC X(60).
000950        03 USUARIO-REAC-HEM     PIC X(4).
000960     02 DESCARTE-HEM.
000970        03 FECHA-DESC-HEM       PIC 9(8).
000980        03 MOTIVO-DESC-HEM      PIC XX.
000990           88 MOTIVO-VALIDO     VALUE "VE" "RO" "HE" "TE"
001000                                      "DV" "OT".
001010        03 USUARIO-DESC-HEM     PIC X(4).
001020     02 SW-CARGADO-HEM          PIC X.
001030        88 UNIDAD-CARGADA       VALUE "S".

001040 FD  HISTORIA-CLINICA
001050     LABEL RECORD STANDARD.
001060 01  REG-HC.
001070     02 LLAVE-HC.
001080        03 ID-HC                PIC X(15).
001090        03 FOLIO-HC             PIC X(8).
001100     02 EDAD-HC                 PIC 9(3).
001110     02 ESTADO-HC               PIC 9.
001120        88 HC-ABIERTA           VALUE 1.
001130     02 FILLER                  PIC X(60).

001140 FD  ARCHIVO-NUMERACION
001150     LABEL RECORD STANDARD.
001160 01  REG-NUM.
001170     02 LLAVE-NUM               PIC X(7).
001180     02 NIT-NUM                 PIC 9(10).
001190     02 ESTADO-NUM              PIC X.
001200     02 FECHA-ING-NUM           PIC 9(8).

001210 WORKING-STORAGE SECTION.

001220 77  NOM-HEMOCOMP-W             PIC X(60)
001230     VALUE "D:\progelect\DATOS\SC-HEMOCOMP.DAT".
001240 77  NOM-HCAPE-W                PIC X(60)
001250     VALUE "D:\progelect\DATOS\SC-HISTCLIN.DAT".
001260 77  NOM-NUMER-W                PIC X(60)
001270     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
001280 77  OTR-STAT                   PIC XX.
001290 77  FECHA-HOY-W                PIC 9(8).
001300 77  SW-COMPATIBLE-W            PIC 9 VALUE 0.
001310 77  SW-VALIDO-W                PIC 9 VALUE 0.

      * CARGO DE LA UNIDAD A LA CUENTA DEL INGRESO (SER108-30).
      * EL CODIGO DE FACTURACION ES "HEMO" + TIPO DE COMPONENTE.
001320 01  CARGO-W.
001330     02 MODO-CARGO-W            PIC X VALUE "G".
001340     02 ENTIDAD-CARGO-W         PIC X(6) VALUE SPACES.
001350     02 TIPO-CARGO-W            PIC X VALUE "C".
001360     02 COD-CARGO-W.
001370        03 FILLER               PIC X(4) VALUE "HEMO".
001380        03 COMP-CARGO-W         PIC XX.
001390        03 FILLER               PIC X(6) VALUE SPACES.
001400     02 CANT-CARGO-W            PIC 9(4) VALUE 1.
001410     02 VALOR-CARGO-W           PIC 9(9)V99 VALUE 0.
001420     02 ORIGEN-CARGO-W          PIC X(4) VALUE "BSAN".
001430     02 REFER-CARGO-W           PIC X(20).
001440     02 RESULT-CARGO-W          PIC X.

001450 LINKAGE SECTION.
001460 01  MODO-LNK                   PIC X.
001470     88 MODO-RECIBIR            VALUE "R".
001480     88 MODO-CRUZAR             VALUE "C".
001490     88 MODO-INICIAR            VALUE "I".
001500     88 MODO-FINALIZAR          VALUE "F".
001510     88 MODO-REACCION           VALUE "X".
001520     88 MODO-DESCARTAR          VALUE "D".
001530 01  DATOS-HEMO-LNK.
001540     02 NRO-UNIDAD-LNK          PIC X(15).
001550     02 TIPO-COMP-LNK           PIC XX.
001560     02 ABO-LNK                 PIC XX.
001570     02 RH-LNK                  PIC X.
001580     02 FECHA-VENCE-LNK         PIC 9(8).
001590     02 VOLUMEN-LNK             PIC 9(4).
001600     02 BANCO-ORIGEN-LNK        PIC X(30).
001610     02 PACI-LNK                PIC X(15).
001620     02 FOLIO-LNK               PIC X(8).
001630     02 LLAVE-NUM-LNK           PIC X(7).
001640     02 ABO-PACI-LNK            PIC XX.
001650     02 RH-PACI-LNK             PIC X.
001660     02 RESULT-CRUCE-LNK        PIC X.
001670     02 FECHA-LNK               PIC 9(8).
001680     02 HORA-LNK                PIC 9(4).
001690     02 SIGNOS-LNK.
001700        03 TA-SIS-LNK           PIC 9(3).
001710        03 TA-DIA-LNK           PIC 9(3).
001720        03 FC-LNK               PIC 9(3).
001730        03 TEMP-LNK             PIC 99V9.
001740     02 VOLUMEN-ADM-LNK         PIC 9(4).
001750     02 TIPO-REAC-LNK           PIC XX.
001760     02 SEVERIDAD-REAC-LNK      PIC 9.
001770     02 DESCRIP-REAC-LNK        PIC X(60).
001780     02 MOTIVO-DESC-LNK         PIC XX.
001790     02 USUARIO-LNK             PIC X(4).
001800 01  RESULT-LNK                 PIC X.
001810     88 HEMO-OK                 VALUE "S".
001820     88 HEMO-INVALIDO           VALUE "I".
001830     88 HEMO-NO-EXISTE          VALUE "X".
001840     88 HEMO-ESTADO             VALUE "T".
001850     88 HEMO-VENCIDA            VALUE "V".
001860     88 HEMO-INCOMPATIBLE       VALUE "K".
001870     88 HEMO-NO-OK              VALUE "N".

001880 PROCEDURE DIVISION USING MODO-LNK DATOS-HEMO-LNK RESULT-LNK.

001890 MAINLINE.
001900     MOVE "N" TO RESULT-LNK.
001910     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001920     PERFORM ABRIR-ARCHIVO.
001930     EVALUATE TRUE
001940        WHEN MODO-RECIBIR
001950             PERFORM RECIBIR-UNIDAD THRU FIN-RECIBIR
001960        WHEN MODO-CRUZAR
001970             PERFORM CRUZAR-UNIDAD THRU FIN-CRUZAR
001980        WHEN MODO-INICIAR
001990             PERFORM INICIAR-ADMIN THRU FIN-INICIAR
002000        WHEN MODO-FINALIZAR
002010             PERFORM FINALIZAR-ADMIN THRU FIN-FINALIZAR
002020        WHEN MODO-REACCION
002030             PERFORM REGISTRAR-REACCION THRU FIN-REACCION
002040        WHEN MODO-DESCARTAR
002050             PERFORM DESCARTAR-UNIDAD THRU FIN-DESCARTAR
002060     END-EVALUATE.
002070     CLOSE ARCHIVO-HEMOCOMP.
002080     EXIT PROGRAM.

002090 ABRIR-ARCHIVO.
002100     OPEN I-O ARCHIVO-HEMOCOMP.
002110     IF OTR-STAT = "35"
002120        OPEN OUTPUT ARCHIVO-HEMOCOMP
002130        CLOSE ARCHIVO-HEMOCOMP
002140        OPEN I-O ARCHIVO-HEMOCOMP
002150     END-IF.

002160 LEER-UNIDAD.
002170     MOVE NRO-UNIDAD-LNK TO NRO-UNIDAD-HEM.
002180     READ ARCHIVO-HEMOCOMP
002190          INVALID KEY MOVE "X" TO RESULT-LNK
002200     END-READ.

002210 RECIBIR-UNIDAD.
002220     MOVE TIPO-COMP-LNK TO TIPO-COMP-HEM.
002230     MOVE ABO-LNK       TO ABO-HEM.
002240     MOVE RH-LNK        TO RH-HEM.
002250     IF NRO-UNIDAD-LNK = SPACES OR NOT COMP-VALIDO
002260        OR NOT ABO-VALIDO OR NOT RH-VALIDO
002270        MOVE "I" TO RESULT-LNK
002280        GO TO FIN-RECIBIR
002290     END-IF.
002300     IF FECHA-VENCE-LNK < FECHA-HOY-W
002310        MOVE "V" TO RESULT-LNK
002320        GO TO FIN-RECIBIR
002330     END-IF.
002340     INITIALIZE REG-HEM.
002350     MOVE NRO-UNIDAD-LNK   TO NRO-UNIDAD-HEM.
002360     MOVE TIPO-COMP-LNK    TO TIPO-COMP-HEM.
002370     MOVE ABO-LNK          TO ABO-HEM.
002380     MOVE RH-LNK           TO RH-HEM.
002390     MOVE FECHA-VENCE-LNK  TO FECHA-VENCE-HEM.
002400     MOVE VOLUMEN-LNK      TO VOLUMEN-HEM.
002410     MOVE BANCO-ORIGEN-LNK TO BANCO-ORIGEN-HEM.
002420     MOVE FECHA-LNK        TO FECHA-RECIBE-HEM.
002430     MOVE HORA-LNK         TO HORA-RECIBE-HEM.
002440     MOVE USUARIO-LNK      TO USUARIO-RECIBE-HEM.
002450     MOVE "R"              TO ESTADO-HEM.
002460     MOVE "N"              TO SW-REACCION-HEM SW-CARGADO-HEM.
002470     WRITE REG-HEM
002480         INVALID KEY
002490            MOVE "T" TO RESULT-LNK
002500            GO TO FIN-RECIBIR
002510     END-WRITE.
002520     MOVE "S" TO RESULT-LNK.

002530 FIN-RECIBIR.
002540     EXIT.

      * LA UNIDAD CRUZADA PARA OTRO PACIENTE Y NO USADA SE PUEDE
      * VOLVER A CRUZAR. EL CRUCE INCOMPATIBLE QUEDA ANOTADO PERO LA
      * UNIDAD SIGUE DISPONIBLE.
002550 CRUZAR-UNIDAD.
002560     PERFORM LEER-UNIDAD.
002570     IF RESULT-LNK = "X"
002580        GO TO FIN-CRUZAR
002590     END-IF.
002600     IF NOT UNIDAD-RECIBIDA AND NOT UNIDAD-CRUZADA
002610        MOVE "T" TO RESULT-LNK
002620        GO TO FIN-CRUZAR
002630     END-IF.
002640     IF FECHA-VENCE-HEM < FECHA-HOY-W
002650        MOVE "V" TO RESULT-LNK
002660        GO TO FIN-CRUZAR
002670     END-IF.
002680     PERFORM VALIDAR-INGRESO.
002690     IF SW-VALIDO-W = 0
002700        MOVE "I" TO RESULT-LNK
002710        GO TO FIN-CRUZAR
002720     END-IF.
002730     PERFORM VALIDAR-COMPATIBLE.
002740     MOVE PACI-LNK        TO PACI-HEM.
002750     MOVE FOLIO-LNK       TO FOLIO-HEM.
002760     MOVE LLAVE-NUM-LNK   TO LLAVE-NUM-HEM.
002770     MOVE ABO-PACI-LNK    TO ABO-PACI-HEM.
002780     MOVE RH-PACI-LNK     TO RH-PACI-HEM.
002790     MOVE FECHA-LNK       TO FECHA-CRUCE-HEM.
002800     MOVE HORA-LNK        TO HORA-CRUCE-HEM.
002810     MOVE USUARIO-LNK     TO USUARIO-CRUCE-HEM.
002820     IF SW-COMPATIBLE-W = 1 AND RESULT-CRUCE-LNK = "C"
002830        MOVE "C" TO RESULT-CRUCE-HEM ESTADO-HEM
002840     ELSE
002850        MOVE "I" TO RESULT-CRUCE-HEM
002860        MOVE "R" TO ESTADO-HEM
002870     END-IF.
002880     REWRITE REG-HEM
002890         INVALID KEY GO TO FIN-CRUZAR
002900     END-REWRITE.
002910     IF UNIDAD-CRUZADA
002920        MOVE "S" TO RESULT-LNK
002930     ELSE
002940        MOVE "K" TO RESULT-LNK
002950     END-IF.

002960 FIN-CRUZAR.
002970     EXIT.

      * EL FOLIO DEBE ESTAR ABIERTO Y LA CUENTA DEL INGRESO EXISTIR.
002980 VALIDAR-INGRESO.
002990     MOVE 1 TO SW-VALIDO-W.
003000     OPEN INPUT HISTORIA-CLINICA.
003010     MOVE PACI-LNK  TO ID-HC.
003020     MOVE FOLIO-LNK TO FOLIO-HC.
003030     READ HISTORIA-CLINICA
003040          INVALID KEY MOVE 0 TO SW-VALIDO-W
003050     END-READ.
003060     IF SW-VALIDO-W = 1 AND NOT HC-ABIERTA
003070        MOVE 0 TO SW-VALIDO-W
003080     END-IF.
003090     CLOSE HISTORIA-CLINICA.
003100     IF SW-VALIDO-W = 1
003110        OPEN INPUT ARCHIVO-NUMERACION
003120        MOVE LLAVE-NUM-LNK TO LLAVE-NUM
003130        READ ARCHIVO-NUMERACION
003140             INVALID KEY MOVE 0 TO SW-VALIDO-W
003150        END-READ
003160        CLOSE ARCHIVO-NUMERACION
003170     END-IF.

      * GLOBULOS ROJOS: DONANTE O A TODOS, RECEPTOR AB DE TODOS.
      * PLASMA Y CRIO: AL REVES, DONANTE AB A TODOS, RECEPTOR O DE
      * TODOS. SANGRE TOTAL: ABO IDENTICO. PLAQUETAS: SIN RESTRICCION
      * ABO. RH+ NO SE PASA A RH- EN GR, ST NI PLAQUETAS.
003180 VALIDAR-COMPATIBLE.
003190     MOVE 0 TO SW-COMPATIBLE-W.
003200     EVALUATE TIPO-COMP-HEM
003210        WHEN "GR"
003220           IF ABO-HEM = "O " OR ABO-HEM = ABO-PACI-LNK
003230              OR ABO-PACI-LNK = "AB"
003240              MOVE 1 TO SW-COMPATIBLE-W
003250           END-IF
003260        WHEN "PF"
003270        WHEN "CR"
003280           IF ABO-HEM = "AB" OR ABO-HEM = ABO-PACI-LNK
003290              OR ABO-PACI-LNK = "O "
003300              MOVE 1 TO SW-COMPATIBLE-W
003310           END-IF
003320        WHEN "ST"
003330           IF ABO-HEM = ABO-PACI-LNK
003340              MOVE 1 TO SW-COMPATIBLE-W
003350           END-IF
003360        WHEN OTHER
003370           MOVE 1 TO SW-COMPATIBLE-W
003380     END-EVALUATE.
003390     IF TIPO-COMP-HEM NOT = "PF" AND TIPO-COMP-HEM NOT = "CR"
003400        AND RH-HEM = "+" AND RH-PACI-LNK = "-"
003410        MOVE 0 TO SW-COMPATIBLE-W
003420     END-IF.

003430 INICIAR-ADMIN.
003440     PERFORM LEER-UNIDAD.
003450     IF RESULT-LNK = "X"
003460        GO TO FIN-INICIAR
003470     END-IF.
003480     IF NOT UNIDAD-CRUZADA
003490        MOVE "T" TO RESULT-LNK
003500        GO TO FIN-INICIAR
003510     END-IF.
003520     IF PACI-HEM NOT = PACI-LNK
003530        MOVE "K" TO RESULT-LNK
003540        GO TO FIN-INICIAR
003550     END-IF.
003560     IF FECHA-VENCE-HEM < FECHA-HOY-W
003570        MOVE "V" TO RESULT-LNK
003580        GO TO FIN-INICIAR
003590     END-IF.
003600     MOVE FECHA-LNK   TO FECHA-INI-ADM-HEM.
003610     MOVE HORA-LNK    TO HORA-INI-ADM-HEM.
003620     MOVE SIGNOS-LNK  TO SIGNOS-PRE-HEM.
003630     MOVE USUARIO-LNK TO USUARIO-INI-ADM-HEM.
003640     MOVE "E"         TO ESTADO-HEM.
003650     REWRITE REG-HEM
003660         INVALID KEY GO TO FIN-INICIAR
003670     END-REWRITE.
003680     MOVE "S" TO RESULT-LNK.

003690 FIN-INICIAR.
003700     EXIT.

003710 FINALIZAR-ADMIN.
003720     PERFORM LEER-UNIDAD.
003730     IF RESULT-LNK = "X"
003740        GO TO FIN-FINALIZAR
003750     END-IF.
003760     IF NOT UNIDAD-EN-CURSO
003770        MOVE "T" TO RESULT-LNK
003780        GO TO FIN-FINALIZAR
003790     END-IF.
003800     MOVE FECHA-LNK       TO FECHA-FIN-ADM-HEM.
003810     MOVE HORA-LNK        TO HORA-FIN-ADM-HEM.
003820     MOVE SIGNOS-LNK      TO SIGNOS-POST-HEM.
003830     MOVE VOLUMEN-ADM-LNK TO VOLUMEN-ADM-HEM.
003840     MOVE USUARIO-LNK     TO USUARIO-FIN-ADM-HEM.
003850     MOVE "T"             TO ESTADO-HEM.
003860     IF NOT UNIDAD-CARGADA
003870        PERFORM CARGAR-UNIDAD
003880     END-IF.
003890     REWRITE REG-HEM
003900         INVALID KEY GO TO FIN-FINALIZAR
003910     END-REWRITE.
003920     MOVE "S" TO RESULT-LNK.

003930 FIN-FINALIZAR.
003940     EXIT.

      * "D" ES QUE EL CARGO YA ESTABA (SE REPITIO LA LLAMADA) Y "T"
      * QUE QUEDO GRABADO SIN TARIFA; EN LOS DOS CASOS LA UNIDAD
      * QUEDA EN LA CUENTA.
003950 CARGAR-UNIDAD.
003960     MOVE TIPO-COMP-HEM  TO COMP-CARGO-W.
003970     MOVE NRO-UNIDAD-HEM TO REFER-CARGO-W.
003980     CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-HEM PACI-HEM
003990                            ENTIDAD-CARGO-W FECHA-FIN-ADM-HEM
004000                            TIPO-CARGO-W COD-CARGO-W
004010                            CANT-CARGO-W VALOR-CARGO-W
004020                            ORIGEN-CARGO-W REFER-CARGO-W
004030                            USUARIO-LNK RESULT-CARGO-W.
004040     IF RESULT-CARGO-W = "S" OR "D" OR "T"
004050        MOVE "S" TO SW-CARGADO-HEM
004060     END-IF.

      * LA REACCION SE ANOTA DURANTE LA TRANSFUSION O DESPUES (LAS
      * TARDIAS). LA ENFERMERA SUSPENDE Y CIERRA LA UNIDAD CON "F".
      * TIPOS: FE FEBRIL NO HEMOLITICA, AL ALERGICA, HE HEMOLITICA,
      * TR TRALI, SC SOBRECARGA CIRCULATORIA, OT OTRA.
      * SEVERIDAD: 1 LEVE, 2 MODERADA, 3 GRAVE, 4 MUERTE.
004070 REGISTRAR-REACCION.
004080     PERFORM LEER-UNIDAD.
004090     IF RESULT-LNK = "X"
004100        GO TO FIN-REACCION
004110     END-IF.
004120     IF NOT UNIDAD-EN-CURSO AND NOT UNIDAD-TRANSFUNDIDA
004130        MOVE "T" TO RESULT-LNK
004140        GO TO FIN-REACCION
004150     END-IF.
004160     MOVE TIPO-REAC-LNK      TO TIPO-REAC-HEM.
004170     MOVE SEVERIDAD-REAC-LNK TO SEVERIDAD-REAC-HEM.
004180     IF NOT REACCION-VALIDA OR NOT SEVERIDAD-VALIDA
004190        MOVE "I" TO RESULT-LNK
004200        GO TO FIN-REACCION
004210     END-IF.
004220     MOVE "S"                TO SW-REACCION-HEM.
004230     MOVE FECHA-LNK          TO FECHA-REAC-HEM.
004240     MOVE HORA-LNK           TO HORA-REAC-HEM.
004250     MOVE DESCRIP-REAC-LNK   TO DESCRIP-REAC-HEM.
004260     MOVE USUARIO-LNK        TO USUARIO-REAC-HEM.
004270     REWRITE REG-HEM
004280         INVALID KEY GO TO FIN-REACCION
004290     END-REWRITE.
004300     MOVE "S" TO RESULT-LNK.

004310 FIN-REACCION.
004320     EXIT.

      * MOTIVOS: VE VENCIDA, RO ROTURA DE LA BOLSA, HE HEMOLISIS,
      * TE CADENA DE FRIO, DV DEVUELTA FUERA DE TIEMPO, OT OTRO.
004330 DESCARTAR-UNIDAD.
004340     PERFORM LEER-UNIDAD.
004350     IF RESULT-LNK = "X"
004360        GO TO FIN-DESCARTAR
004370     END-IF.
004380     IF NOT UNIDAD-RECIBIDA AND NOT UNIDAD-CRUZADA
004390        MOVE "T" TO RESULT-LNK
004400        GO TO FIN-DESCARTAR
004410     END-IF.
004420     MOVE MOTIVO-DESC-LNK TO MOTIVO-DESC-HEM.
004430     IF NOT MOTIVO-VALIDO
004440        MOVE "I" TO RESULT-LNK
004450        GO TO FIN-DESCARTAR
004460     END-IF.
004470     MOVE FECHA-LNK   TO FECHA-DESC-HEM.
004480     MOVE USUARIO-LNK TO USUARIO-DESC-HEM.
004490     MOVE "D"         TO ESTADO-HEM.
004500     REWRITE REG-HEM
004510         INVALID KEY GO TO FIN-DESCARTAR
004520     END-REWRITE.
004530     MOVE "S" TO RESULT-LNK.

004540 FIN-DESCARTAR.
004550     EXIT.
