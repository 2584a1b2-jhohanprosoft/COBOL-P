      *=================================================================
      * HISTORIA CLINICA - VIGILANCIA DE INFECCIONES ASOCIADAS A LA
      * ATENCION EN SALUD (IAAS): DISPOSITIVOS, HERIDA QUIRURGICA Y
      * CASOS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA ENFERMERA DE INFECCIONES CONTABA LOS DIAS CATETER Y DIAS
      * VENTILADOR RECORRIENDO LOS PISOS. ESTE COMPONENTE LLEVA:
      * - ARCHIVO-DISP-IAAS: CADA DISPOSITIVO POR ESTANCIA (PACIENTE +
      *   FOLIO) CON SU FECHA DE INSERCION Y DE RETIRO:
      *   CV CATETER VENOSO CENTRAL, SV SONDA VESICAL,
      *   VM VENTILACION MECANICA.
      * - ARCHIVO-HERIDA-QX: CLASE DE HERIDA DE CADA CIRUGIA
      *   REALIZADA DE ARCHIVO-PROG-CIR (L LIMPIA, C LIMPIA-
      *   CONTAMINADA, K CONTAMINADA, S SUCIA).
      * - ARCHIVO-CULTIVO-IAAS: QUE CAMPO DE QUE PROTOCOLO DE
      *   ARCHIVO-RESULT-EXAMEN ES UN CULTIVO Y DE QUE MUESTRA
      *   (H HEMOCULTIVO, U UROCULTIVO, R SECRECION RESPIRATORIA,
      *   Q SECRECION DE HERIDA QUIRURGICA). EL CAMPO DEL CULTIVO
      *   SE DIGITA 0 = NEGATIVO, MAYOR QUE 0 = POSITIVO.
      * - ARCHIVO-CASO-IAAS: LOS CASOS CANDIDATOS QUE ARMA EL CENSO
      *   DIARIO HC145-01 AL PAREAR CULTIVOS POSITIVOS CON
      *   DISPOSITIVOS Y CIRUGIAS, PARA QUE INFECCIONES LOS CONFIRME
      *   O DESCARTE.
      * MODO "I" - INSERCION DE UN DISPOSITIVO ("D" SI YA HAY UNO
      *            ABIERTO DEL MISMO TIPO EN LA ESTANCIA).
      * MODO "R" - RETIRO DEL DISPOSITIVO ABIERTO.
      * MODO "H" - CLASE DE HERIDA DE UNA CIRUGIA REALIZADA.
      * MODO "M" - GRABA EL CAMPO DE CULTIVO (MUESTRA EN BLANCO LO
      *            RETIRA).
      * MODO "K" - CONFIRMA EL CASO, MODO "X" - LO DESCARTA.
      * EL INFORME MENSUAL DE TASAS ES HC145-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC145.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-DISP-IAAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-DISPIAAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-DSP
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-HERIDA-QX LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-HERIDAQX-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-HQX
000200         ALTERNATE RECORD KEY IS PACI-HQX WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-CULTIVO-IAAS LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-CULTIAAS-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-CUL
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-CASO-IAAS LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-CASOIAAS-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS LLAVE-IAA
000330         ALTERNATE RECORD KEY IS FECHA-CASO-IAA WITH DUPLICATES
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-PROG-CIR LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-PROGCIR-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LLAVE-PROGC
000400         ALTERNATE RECORD KEY IS FECHA-PROGC WITH DUPLICATES
000410         ALTERNATE RECORD KEY IS CIRUJANO-PROGC
000420            WITH DUPLICATES
000430         FILE STATUS IS OTR-STAT.

000440 DATA DIVISION.
000450 FILE SECTION.

000460 FD  ARCHIVO-DISP-IAAS
000470     LABEL RECORD STANDARD.
000480 01  REG-DSP.
000490     02 LLAVE-DSP.
000500        03 PACI-DSP             PIC X(15).
000510        03 FOLIO-DSP            PIC X(8).
000520        03 TIPO-DSP             PIC XX.
000530           88 DISP-CATETER-CV   VALUE "CV".
000540           88 DISP-SONDA-SV     VALUE "SV".
000550           88 DISP-VENTILADOR   VALUE "VM".
000560           88 TIPO-DISP-VALIDO  VALUE "CV" "SV" "VM".
000570        03 FECHA-INS-DSP        PIC 9(8).
000580     02 SERVHO-DSP              PIC X(4).
000590     02 CAMA-DSP                PIC X(6).
000600     02 FECHA-RET-DSP           PIC 9(8).
000610     02 USUARIO-INS-DSP         PIC X(4).
000620     02 USUARIO-RET-DSP         PIC X(4).

000630 FD  ARCHIVO-HERIDA-QX
000640     LABEL RECORD STANDARD.
000650 01  REG-HQX.
000660     02 LLAVE-HQX.
000670        03 SALA-HQX             PIC X(4).
000680        03 FECHA-CIR-HQX        PIC 9(8).
000690        03 HORA-HQX             PIC 9(4).
000700     02 PACI-HQX                PIC X(15).
000710     02 CUP-HQX                 PIC X(12).
000720     02 CLASE-HQX               PIC X.
000730        88 HERIDA-LIMPIA        VALUE "L".
000740        88 HERIDA-LIMPIA-CONT   VALUE "C".
000750        88 HERIDA-CONTAMINADA   VALUE "K".
000760        88 HERIDA-SUCIA         VALUE "S".
000770        88 CLASE-HERIDA-VALIDA  VALUE "L" "C" "K" "S".
000780     02 FECHA-REG-HQX           PIC 9(8).
000790     02 USUARIO-HQX             PIC X(4).

000800 FD  ARCHIVO-CULTIVO-IAAS
000810     LABEL RECORD STANDARD.
000820 01  REG-CUL.
000830     02 LLAVE-CUL.
000840        03 MACRO-CUL            PIC X(7).
000850        03 SECU-CAMPO-CUL       PIC 9(3).
000860     02 MUESTRA-CUL             PIC X.
000870        88 MUESTRA-VALIDA       VALUE "H" "U" "R" "Q".

000880 FD  ARCHIVO-CASO-IAAS
000890     LABEL RECORD STANDARD.
000900 01  REG-IAA.
000910     02 LLAVE-IAA.
000920        03 MACRO-IAA            PIC X(7).
000930        03 PACI-IAA             PIC X(15).
000940        03 FECHA-CULT-IAA       PIC 9(8).
000950        03 SECU-CAMPO-IAA       PIC 9(3).
000960        03 TIPO-IAA             PIC XX.
000970           88 IAAS-BACTEREMIA   VALUE "BA".
000980           88 IAAS-URINARIA     VALUE "IU".
000990           88 IAAS-NEUMONIA     VALUE "NV".
001000           88 IAAS-SITIO-OPERA  VALUE "SO".
001010     02 FECHA-CASO-IAA          PIC 9(8).
001020     02 FOLIO-IAA               PIC X(8).
001030     02 SERVHO-IAA              PIC X(4).
001040     02 MUESTRA-IAA             PIC X.
001050     02 FECHA-INS-IAA           PIC 9(8).
001060     02 DIAS-DISP-IAA           PIC 9(3).
001070     02 SALA-IAA                PIC X(4).
001080     02 FECHA-CIR-IAA           PIC 9(8).
001090     02 HORA-CIR-IAA            PIC 9(4).
001100     02 CUP-IAA                 PIC X(12).
001110     02 CLASE-HERIDA-IAA        PIC X.
001120     02 ESTADO-IAA              PIC X.
001130        88 CASO-CANDIDATO       VALUE "C".
001140        88 CASO-CONFIRMADO      VALUE "S".
001150        88 CASO-DESCARTADO      VALUE "D".
001160     02 FECHA-DEC-IAA           PIC 9(8).
001170     02 USUARIO-DEC-IAA         PIC X(4).
001180     02 OBSERVA-IAA             PIC X(60).

001190 FD  ARCHIVO-PROG-CIR
001200     LABEL RECORD STANDARD.
001210 01  REG-PROGC.
001220     02 LLAVE-PROGC.
001230        03 SALA-PROGC           PIC X(4).
001240        03 FECHA-CIR-PROGC      PIC 9(8).
001250        03 HORA-INI-PROGC       PIC 9(4).
001260     02 FECHA-PROGC             PIC 9(8).
001270     02 PACI-PROGC              PIC X(15).
001280     02 CIRUJANO-PROGC          PIC X(6).
001290     02 ANESTESIOLOGO-PROGC     PIC X(6).
001300     02 CUP-PROGC               PIC X(12).
001310     02 DURACION-EST-PROGC      PIC 9(3).
001320     02 HORA-FIN-EST-PROGC      PIC 9(4).
001330     02 HORA-INI-REAL-PROGC     PIC 9(4).
001340     02 HORA-FIN-REAL-PROGC     PIC 9(4).
001350     02 ESTADO-PROGC            PIC X.
001360        88 CIRUGIA-PROGRAMADA   VALUE "P".
001370        88 CIRUGIA-REALIZADA    VALUE "R".
001380        88 CIRUGIA-CANCELADA    VALUE "C".
001390        88 CIRUGIA-POSPUESTA    VALUE "Z".
001400     02 MOTIVO-PROGC            PIC X(40).

001410 WORKING-STORAGE SECTION.

001420 77  NOM-DISPIAAS-W             PIC X(60)
001430     VALUE "D:\progelect\DATOS\SC-DISPIAAS.DAT".
001440 77  NOM-HERIDAQX-W             PIC X(60)
001450     VALUE "D:\progelect\DATOS\SC-HERIDAQX.DAT".
001460 77  NOM-CULTIAAS-W             PIC X(60)
001470     VALUE "D:\progelect\DATOS\SC-CULTIAAS.DAT".
001480 77  NOM-CASOIAAS-W             PIC X(60)
001490     VALUE "D:\progelect\DATOS\SC-CASOIAAS.DAT".
001500 77  NOM-PROGCIR-W              PIC X(60)
001510     VALUE "D:\progelect\DATOS\SC-PROGCIR.DAT".
001520 77  OTR-STAT                   PIC XX.
001530 77  SW-FIN-W                   PIC 9 VALUE 0.
001540 77  SW-ABIERTO-W               PIC 9 VALUE 0.
001550 77  SW-EXISTE-W                PIC 9 VALUE 0.
001560 77  FECHA-HOY-W                PIC 9(8).
001570 77  FECHA-MOV-W                PIC 9(8).

001580 LINKAGE SECTION.
001590 01  MODO-LNK                   PIC X.
001600     88 MODO-INSERTAR           VALUE "I".
001610     88 MODO-RETIRAR            VALUE "R".
001620     88 MODO-HERIDA             VALUE "H".
001630     88 MODO-CULTIVO            VALUE "M".
001640     88 MODO-CONFIRMAR          VALUE "K".
001650     88 MODO-DESCARTAR          VALUE "X".
001660 01  DATOS-IAAS-LNK.
001670     02 PACI-LNK                PIC X(15).
001680     02 FOLIO-LNK               PIC X(8).
001690     02 TIPO-DISP-LNK           PIC XX.
001700     02 FECHA-LNK               PIC 9(8).
001710     02 SERVHO-LNK              PIC X(4).
001720     02 CAMA-LNK                PIC X(6).
001730     02 SALA-LNK                PIC X(4).
001740     02 FECHA-CIR-LNK           PIC 9(8).
001750     02 HORA-CIR-LNK            PIC 9(4).
001760     02 CLASE-HERIDA-LNK        PIC X.
001770     02 MACRO-LNK               PIC X(7).
001780     02 SECU-CAMPO-LNK          PIC 9(3).
001790     02 MUESTRA-LNK             PIC X.
001800     02 TIPO-IAAS-LNK           PIC XX.
001810     02 OBSERVA-LNK             PIC X(60).
001820     02 USUARIO-LNK             PIC X(4).
001830 01  RESULT-LNK                 PIC X.
001840     88 IAAS-OK                 VALUE "S".
001850     88 IAAS-DUPLICADO          VALUE "D".
001860     88 IAAS-NO-EXISTE          VALUE "X".
001870     88 IAAS-CIRUGIA-NO-REAL    VALUE "C".
001880     88 IAAS-YA-DECIDIDO        VALUE "T".
001890     88 IAAS-INVALIDO           VALUE "I".
001900     88 IAAS-NO-OK              VALUE "N".

001910 PROCEDURE DIVISION USING MODO-LNK DATOS-IAAS-LNK RESULT-LNK.

001920 MAINLINE.
001930     MOVE "N" TO RESULT-LNK.
001940     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001950     IF FECHA-LNK = 0
001960        MOVE FECHA-HOY-W TO FECHA-MOV-W
001970     ELSE
001980        MOVE FECHA-LNK   TO FECHA-MOV-W
001990     END-IF.
002000     EVALUATE TRUE
002010        WHEN MODO-INSERTAR
002020             PERFORM INSERTAR-DISPOSITIVO THRU FIN-INSERTAR
002030        WHEN MODO-RETIRAR
002040             PERFORM RETIRAR-DISPOSITIVO THRU FIN-RETIRAR
002050        WHEN MODO-HERIDA
002060             PERFORM GRABAR-HERIDA THRU FIN-HERIDA
002070        WHEN MODO-CULTIVO
002080             PERFORM GRABAR-CULTIVO THRU FIN-CULTIVO
002090        WHEN MODO-CONFIRMAR
002100        WHEN MODO-DESCARTAR
002110             PERFORM DECIDIR-CASO THRU FIN-DECIDIR
002120     END-EVALUATE.
002130     EXIT PROGRAM.

002140 INSERTAR-DISPOSITIVO.
002150     MOVE TIPO-DISP-LNK TO TIPO-DSP.
002160     IF NOT TIPO-DISP-VALIDO OR PACI-LNK = SPACES
002170        OR FOLIO-LNK = SPACES
002180        MOVE "I" TO RESULT-LNK
002190        GO TO FIN-INSERTAR
002200     END-IF.
002210     OPEN I-O ARCHIVO-DISP-IAAS.
002220     IF OTR-STAT = "35"
002230        OPEN OUTPUT ARCHIVO-DISP-IAAS
002240        CLOSE ARCHIVO-DISP-IAAS
002250        OPEN I-O ARCHIVO-DISP-IAAS
002260     END-IF.
002270     PERFORM BUSCAR-DISP-ABIERTO.
002280     IF SW-ABIERTO-W = 1
002290        CLOSE ARCHIVO-DISP-IAAS
002300        MOVE "D" TO RESULT-LNK
002310        GO TO FIN-INSERTAR
002320     END-IF.
002330     INITIALIZE REG-DSP.
002340     MOVE PACI-LNK      TO PACI-DSP.
002350     MOVE FOLIO-LNK     TO FOLIO-DSP.
002360     MOVE TIPO-DISP-LNK TO TIPO-DSP.
002370     MOVE FECHA-MOV-W   TO FECHA-INS-DSP.
002380     MOVE SERVHO-LNK    TO SERVHO-DSP.
002390     MOVE CAMA-LNK      TO CAMA-DSP.
002400     MOVE USUARIO-LNK   TO USUARIO-INS-DSP.
002410     WRITE REG-DSP
002420         INVALID KEY MOVE "D" TO RESULT-LNK
002430         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002440     END-WRITE.
002450     CLOSE ARCHIVO-DISP-IAAS.

002460 FIN-INSERTAR.
002470     EXIT.

002480 RETIRAR-DISPOSITIVO.
002490     OPEN I-O ARCHIVO-DISP-IAAS.
002500     IF OTR-STAT NOT = "00"
002510        MOVE "X" TO RESULT-LNK
002520        GO TO FIN-RETIRAR
002530     END-IF.
002540     PERFORM BUSCAR-DISP-ABIERTO.
002550     IF SW-ABIERTO-W = 0
002560        CLOSE ARCHIVO-DISP-IAAS
002570        MOVE "X" TO RESULT-LNK
002580        GO TO FIN-RETIRAR
002590     END-IF.
002600     IF FECHA-MOV-W < FECHA-INS-DSP
002610        CLOSE ARCHIVO-DISP-IAAS
002620        MOVE "I" TO RESULT-LNK
002630        GO TO FIN-RETIRAR
002640     END-IF.
002650     MOVE FECHA-MOV-W TO FECHA-RET-DSP.
002660     MOVE USUARIO-LNK TO USUARIO-RET-DSP.
002670     REWRITE REG-DSP
002680         INVALID KEY CONTINUE
002690         NOT INVALID KEY MOVE "S" TO RESULT-LNK
002700     END-REWRITE.
002710     CLOSE ARCHIVO-DISP-IAAS.

002720 FIN-RETIRAR.
002730     EXIT.

      * DEJA EN REG-DSP EL DISPOSITIVO SIN RETIRAR DEL TIPO PEDIDO
      * EN LA ESTANCIA, SI LO HAY.
002740 BUSCAR-DISP-ABIERTO.
002750     MOVE 0 TO SW-ABIERTO-W SW-FIN-W.
002760     MOVE PACI-LNK      TO PACI-DSP.
002770     MOVE FOLIO-LNK     TO FOLIO-DSP.
002780     MOVE TIPO-DISP-LNK TO TIPO-DSP.
002790     MOVE 0             TO FECHA-INS-DSP.
002800     START ARCHIVO-DISP-IAAS KEY IS >= LLAVE-DSP
002810           INVALID KEY MOVE 1 TO SW-FIN-W
002820     END-START.
002830     PERFORM LEER-DISP-ESTANCIA
002840             UNTIL SW-FIN-W = 1 OR SW-ABIERTO-W = 1.

002850 LEER-DISP-ESTANCIA.
002860     READ ARCHIVO-DISP-IAAS NEXT
002870          AT END MOVE 1 TO SW-FIN-W
002880     END-READ.
002890     IF SW-FIN-W = 0
002900        IF PACI-DSP NOT = PACI-LNK OR FOLIO-DSP NOT = FOLIO-LNK
002910           OR TIPO-DSP NOT = TIPO-DISP-LNK
002920           MOVE 1 TO SW-FIN-W
002930        ELSE
002940           IF FECHA-RET-DSP = 0
002950              MOVE 1 TO SW-ABIERTO-W
002960           END-IF
002970        END-IF
002980     END-IF.

002990 GRABAR-HERIDA.
003000     MOVE CLASE-HERIDA-LNK TO CLASE-HQX.
003010     IF NOT CLASE-HERIDA-VALIDA
003020        MOVE "I" TO RESULT-LNK
003030        GO TO FIN-HERIDA
003040     END-IF.
003050     OPEN INPUT ARCHIVO-PROG-CIR.
003060     IF OTR-STAT NOT = "00"
003070        MOVE "X" TO RESULT-LNK
003080        GO TO FIN-HERIDA
003090     END-IF.
003100     MOVE SALA-LNK      TO SALA-PROGC.
003110     MOVE FECHA-CIR-LNK TO FECHA-CIR-PROGC.
003120     MOVE HORA-CIR-LNK  TO HORA-INI-PROGC.
003130     READ ARCHIVO-PROG-CIR
003140          INVALID KEY MOVE "X" TO RESULT-LNK
003150     END-READ.
003160     CLOSE ARCHIVO-PROG-CIR.
003170     IF RESULT-LNK = "X"
003180        GO TO FIN-HERIDA
003190     END-IF.
003200     IF NOT CIRUGIA-REALIZADA
003210        MOVE "C" TO RESULT-LNK
003220        GO TO FIN-HERIDA
003230     END-IF.
003240     OPEN I-O ARCHIVO-HERIDA-QX.
003250     IF OTR-STAT = "35"
003260        OPEN OUTPUT ARCHIVO-HERIDA-QX
003270        CLOSE ARCHIVO-HERIDA-QX
003280        OPEN I-O ARCHIVO-HERIDA-QX
003290     END-IF.
003300     MOVE LLAVE-PROGC TO LLAVE-HQX.
003310     MOVE 1 TO SW-EXISTE-W.
003320     READ ARCHIVO-HERIDA-QX
003330          INVALID KEY MOVE 0 TO SW-EXISTE-W
003340     END-READ.
003350     MOVE LLAVE-PROGC      TO LLAVE-HQX.
003360     MOVE PACI-PROGC       TO PACI-HQX.
003370     MOVE CUP-PROGC        TO CUP-HQX.
003380     MOVE CLASE-HERIDA-LNK TO CLASE-HQX.
003390     MOVE FECHA-HOY-W      TO FECHA-REG-HQX.
003400     MOVE USUARIO-LNK      TO USUARIO-HQX.
003410     IF SW-EXISTE-W = 1
003420        REWRITE REG-HQX INVALID KEY CONTINUE END-REWRITE
003430     ELSE
003440        WRITE REG-HQX INVALID KEY CONTINUE END-WRITE
003450     END-IF.
003460     CLOSE ARCHIVO-HERIDA-QX.
003470     MOVE "S" TO RESULT-LNK.

003480 FIN-HERIDA.
003490     EXIT.

003500 GRABAR-CULTIVO.
003510     MOVE MUESTRA-LNK TO MUESTRA-CUL.
003520     IF MACRO-LNK = SPACES
003530        OR (MUESTRA-LNK NOT = SPACE AND NOT MUESTRA-VALIDA)
003540        MOVE "I" TO RESULT-LNK
003550        GO TO FIN-CULTIVO
003560     END-IF.
003570     OPEN I-O ARCHIVO-CULTIVO-IAAS.
003580     IF OTR-STAT = "35"
003590        OPEN OUTPUT ARCHIVO-CULTIVO-IAAS
003600        CLOSE ARCHIVO-CULTIVO-IAAS
003610        OPEN I-O ARCHIVO-CULTIVO-IAAS
003620     END-IF.
003630     MOVE MACRO-LNK      TO MACRO-CUL.
003640     MOVE SECU-CAMPO-LNK TO SECU-CAMPO-CUL.
003650     MOVE 1 TO SW-EXISTE-W.
003660     READ ARCHIVO-CULTIVO-IAAS
003670          INVALID KEY MOVE 0 TO SW-EXISTE-W
003680     END-READ.
003690     MOVE MUESTRA-LNK TO MUESTRA-CUL.
003700     EVALUATE TRUE
003710        WHEN MUESTRA-LNK = SPACE AND SW-EXISTE-W = 1
003720             DELETE ARCHIVO-CULTIVO-IAAS
003730                 INVALID KEY CONTINUE
003740             END-DELETE
003750        WHEN MUESTRA-LNK = SPACE
003760             CONTINUE
003770        WHEN SW-EXISTE-W = 1
003780             REWRITE REG-CUL INVALID KEY CONTINUE END-REWRITE
003790        WHEN OTHER
003800             WRITE REG-CUL INVALID KEY CONTINUE END-WRITE
003810     END-EVALUATE.
003820     CLOSE ARCHIVO-CULTIVO-IAAS.
003830     MOVE "S" TO RESULT-LNK.

003840 FIN-CULTIVO.
003850     EXIT.

003860 DECIDIR-CASO.
003870     OPEN I-O ARCHIVO-CASO-IAAS.
003880     IF OTR-STAT NOT = "00"
003890        MOVE "X" TO RESULT-LNK
003900        GO TO FIN-DECIDIR
003910     END-IF.
003920     MOVE MACRO-LNK      TO MACRO-IAA.
003930     MOVE PACI-LNK       TO PACI-IAA.
003940     MOVE FECHA-LNK      TO FECHA-CULT-IAA.
003950     MOVE SECU-CAMPO-LNK TO SECU-CAMPO-IAA.
003960     MOVE TIPO-IAAS-LNK  TO TIPO-IAA.
003970     READ ARCHIVO-CASO-IAAS
003980          INVALID KEY MOVE "X" TO RESULT-LNK
003990                      CLOSE ARCHIVO-CASO-IAAS
004000                      GO TO FIN-DECIDIR
004010     END-READ.
004020     IF NOT CASO-CANDIDATO
004030        MOVE "T" TO RESULT-LNK
004040        CLOSE ARCHIVO-CASO-IAAS
004050        GO TO FIN-DECIDIR
004060     END-IF.
004070     IF MODO-CONFIRMAR
004080        MOVE "S" TO ESTADO-IAA
004090     ELSE
004100        MOVE "D" TO ESTADO-IAA
004110     END-IF.
004120     MOVE FECHA-HOY-W TO FECHA-DEC-IAA.
004130     MOVE USUARIO-LNK TO USUARIO-DEC-IAA.
004140     MOVE OBSERVA-LNK TO OBSERVA-IAA.
004150     REWRITE REG-IAA
004160         INVALID KEY CONTINUE
004170         NOT INVALID KEY MOVE "S" TO RESULT-LNK
004180     END-REWRITE.
004190     CLOSE ARCHIVO-CASO-IAAS.

004200 FIN-DECIDIR.
004210     EXIT.
