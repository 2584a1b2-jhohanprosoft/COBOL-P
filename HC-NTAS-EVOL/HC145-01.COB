      *=================================================================
      * HISTORIA CLINICA - CENSO DIARIO DE DISPOSITIVOS Y PAREO DE
      * CULTIVOS POSITIVOS (VIGILANCIA IAAS)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * PROCESO DIARIO (RECIBE LA FECHA DEL CENSO; EN CERO TOMA HOY):
      * 1) CENSO: POR CADA CAMA OCUPADA DE ARCHIVO-CAMAS-HOSP DEJA EN
      *    ARCHIVO-CENSO-IAAS (FECHA + CAMA) SI EL PACIENTE TENIA
      *    CATETER CENTRAL, SONDA VESICAL O VENTILADOR PUESTOS ESE
      *    DIA (ARCHIVO-DISP-IAAS DE HC145) Y LA CLASE DE HERIDA DE
      *    SU CIRUGIA DE LOS ULTIMOS 30 DIAS. CADA LINEA ES UN DIA
      *    PACIENTE Y CADA MARCA UN DIA DISPOSITIVO. SE PUEDE
      *    CORRER DE NUEVO EL MISMO DIA: REEMPLAZA EL CENSO.
      * 2) PAREO: LOS CULTIVOS POSITIVOS (CAMPOS DE
      *    ARCHIVO-CULTIVO-IAAS CON VALOR MAYOR QUE 0) DE LOS
      *    ULTIMOS 3 DIAS SE CRUZAN CON:
      *    HEMOCULTIVO  + CATETER CENTRAL -> BA (BACTEREMIA)
      *    UROCULTIVO   + SONDA VESICAL   -> IU (INFECCION URINARIA)
      *    RESPIRATORIO + VENTILADOR      -> NV (NEUMONIA)
      *    CUANDO EL DISPOSITIVO LLEVABA MAS DE 2 DIAS PUESTO AL
      *    TOMAR EL CULTIVO Y SEGUIA PUESTO O SE RETIRO EL DIA
      *    ANTERIOR; Y
      *    SECRECION DE HERIDA + CIRUGIA DE LOS 30 DIAS PREVIOS CON
      *    CLASE DE HERIDA REGISTRADA -> SO (SITIO OPERATORIO).
      *    CADA PAREO QUEDA COMO CASO CANDIDATO EN ARCHIVO-CASO-IAAS
      *    PARA QUE INFECCIONES LO CONFIRME O DESCARTE (HC145); UN
      *    CULTIVO YA PAREADO NO SE DUPLICA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC145-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CAMAS-HOSP LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CAMAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-CAM
000140         ALTERNATE RECORD KEY IS SERVHO-CAM WITH DUPLICATES
000150         ALTERNATE RECORD KEY IS PACI-CAM WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-DISP-IAAS LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-DISPIAAS-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-DSP
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-HERIDA-QX LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-HERIDAQX-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-HQX
000280         ALTERNATE RECORD KEY IS PACI-HQX WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300     SELECT ARCHIVO-CENSO-IAAS LOCK MODE IS AUTOMATIC
000310         ASSIGN NOM-CENSOIAAS-W
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LLAVE-CIA
000350         FILE STATUS IS OTR-STAT.

000360     SELECT ARCHIVO-CULTIVO-IAAS LOCK MODE IS AUTOMATIC
000370         ASSIGN NOM-CULTIAAS-W
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS LLAVE-CUL
000410         FILE STATUS IS OTR-STAT.

000420     SELECT ARCHIVO-RESULT-EXAMEN LOCK MODE IS AUTOMATIC
000430         ASSIGN NOM-RESEXA-W
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LLAVE-RESULT-EXAMEN
000470         ALTERNATE RECORD KEY IS ID-PACIENTE-RE
000480            WITH DUPLICATES
000490         FILE STATUS IS OTR-STAT.

000500     SELECT ARCHIVO-CASO-IAAS LOCK MODE IS AUTOMATIC
000510         ASSIGN NOM-CASOIAAS-W
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LLAVE-IAA
000550         ALTERNATE RECORD KEY IS FECHA-CASO-IAA WITH DUPLICATES
000560         FILE STATUS IS OTR-STAT.

000570 DATA DIVISION.
000580 FILE SECTION.

000590 FD  ARCHIVO-CAMAS-HOSP
000600     LABEL RECORD STANDARD.
000610 01  REG-CAM.
000620     02 COD-CAM                 PIC X(6).
000630     02 SERVHO-CAM              PIC X(4).
000640     02 ESTADO-CAM              PIC X.
000650        88 CAMA-OCUPADA         VALUE "O".
000660     02 PACI-CAM                PIC X(15).
000670     02 FOLIO-CAM               PIC X(8).
000680     02 FECHA-INGRESO-CAM       PIC 9(8).

000690 FD  ARCHIVO-DISP-IAAS
000700     LABEL RECORD STANDARD.
000710 01  REG-DSP.
000720     02 LLAVE-DSP.
000730        03 PACI-DSP             PIC X(15).
000740        03 FOLIO-DSP            PIC X(8).
000750        03 TIPO-DSP             PIC XX.
000760           88 DISP-CATETER-CV   VALUE "CV".
000770           88 DISP-SONDA-SV     VALUE "SV".
000780           88 DISP-VENTILADOR   VALUE "VM".
000790        03 FECHA-INS-DSP        PIC 9(8).
000800     02 SERVHO-DSP              PIC X(4).
000810     02 CAMA-DSP                PIC X(6).
000820     02 FECHA-RET-DSP           PIC 9(8).
000830     02 USUARIO-INS-DSP         PIC X(4).
000840     02 USUARIO-RET-DSP         PIC X(4).

000850 FD  ARCHIVO-HERIDA-QX
000860     LABEL RECORD STANDARD.
000870 01  REG-HQX.
000880     02 LLAVE-HQX.
000890        03 SALA-HQX             PIC X(4).
000900        03 FECHA-CIR-HQX        PIC 9(8).
000910        03 HORA-HQX             PIC 9(4).
000920     02 PACI-HQX                PIC X(15).
000930     02 CUP-HQX                 PIC X(12).
000940     02 CLASE-HQX               PIC X.
000950     02 FECHA-REG-HQX           PIC 9(8).
000960     02 USUARIO-HQX             PIC X(4).

000970 FD  ARCHIVO-CENSO-IAAS
000980     LABEL RECORD STANDARD.
000990 01  REG-CIA.
001000     02 LLAVE-CIA.
001010        03 FECHA-CIA.
001020           05 ANO-MES-CIA       PIC 9(6).
001030           05 DIA-CIA           PIC 99.
001040        03 CAMA-CIA             PIC X(6).
001050     02 SERVHO-CIA              PIC X(4).
001060     02 PACI-CIA                PIC X(15).
001070     02 FOLIO-CIA               PIC X(8).
001080     02 SW-CV-CIA               PIC X.
001090     02 SW-SV-CIA               PIC X.
001100     02 SW-VM-CIA               PIC X.
001110     02 CLASE-HERIDA-CIA        PIC X.

001120 FD  ARCHIVO-CULTIVO-IAAS
001130     LABEL RECORD STANDARD.
001140 01  REG-CUL.
001150     02 LLAVE-CUL.
001160        03 MACRO-CUL            PIC X(7).
001170        03 SECU-CAMPO-CUL       PIC 9(3).
001180     02 MUESTRA-CUL             PIC X.

001190 FD  ARCHIVO-RESULT-EXAMEN
001200     LABEL RECORD STANDARD.
001210 01  REG-RESULT-EXAMEN.
001220     02 LLAVE-RESULT-EXAMEN.
001230        03 LLAVE-MACROEVOL-RE   PIC X(7).
001240        03 ID-PACIENTE-RE       PIC X(15).
001250        03 FECHA-RE             PIC 9(8).
001260        03 SECU-CAMPO-RE        PIC 9(3).
001270     02 VALOR-RESULT-RE         PIC S9(7)V99 SIGN IS TRAILING.
001280     02 FUERA-RANGO-RE          PIC X.
001290     02 OPERADOR-RE             PIC X(4).

001300 FD  ARCHIVO-CASO-IAAS
001310     LABEL RECORD STANDARD.
001320 01  REG-IAA.
001330     02 LLAVE-IAA.
001340        03 MACRO-IAA            PIC X(7).
001350        03 PACI-IAA             PIC X(15).
001360        03 FECHA-CULT-IAA       PIC 9(8).
001370        03 SECU-CAMPO-IAA       PIC 9(3).
001380        03 TIPO-IAA             PIC XX.
001390     02 FECHA-CASO-IAA          PIC 9(8).
001400     02 FOLIO-IAA               PIC X(8).
001410     02 SERVHO-IAA              PIC X(4).
001420     02 MUESTRA-IAA             PIC X.
001430     02 FECHA-INS-IAA           PIC 9(8).
001440     02 DIAS-DISP-IAA           PIC 9(3).
001450     02 SALA-IAA                PIC X(4).
001460     02 FECHA-CIR-IAA           PIC 9(8).
001470     02 HORA-CIR-IAA            PIC 9(4).
001480     02 CUP-IAA                 PIC X(12).
001490     02 CLASE-HERIDA-IAA        PIC X.
001500     02 ESTADO-IAA              PIC X.
001510     02 FECHA-DEC-IAA           PIC 9(8).
001520     02 USUARIO-DEC-IAA         PIC X(4).
001530     02 OBSERVA-IAA             PIC X(60).

001540 WORKING-STORAGE SECTION.

001550 77  NOM-CAMAS-W                PIC X(60)
001560     VALUE "D:\progelect\DATOS\SC-CAMASHOS.DAT".
001570 77  NOM-DISPIAAS-W             PIC X(60)
001580     VALUE "D:\progelect\DATOS\SC-DISPIAAS.DAT".
001590 77  NOM-HERIDAQX-W             PIC X(60)
001600     VALUE "D:\progelect\DATOS\SC-HERIDAQX.DAT".
001610 77  NOM-CENSOIAAS-W            PIC X(60)
001620     VALUE "D:\progelect\DATOS\SC-CENSOIAAS.DAT".
001630 77  NOM-CULTIAAS-W             PIC X(60)
001640     VALUE "D:\progelect\DATOS\SC-CULTIAAS.DAT".
001650 77  NOM-RESEXA-W               PIC X(60)
001660     VALUE "D:\progelect\DATOS\SC-RESEXAM.DAT".
001670 77  NOM-CASOIAAS-W             PIC X(60)
001680     VALUE "D:\progelect\DATOS\SC-CASOIAAS.DAT".
001690 77  OTR-STAT                   PIC XX.
001700 77  SW-FIN-W                   PIC 9 VALUE 0.
001710 77  SW-FIN-DSP-W               PIC 9 VALUE 0.
001720 77  SW-FIN-HQX-W               PIC 9 VALUE 0.
001730 77  SW-FIN-RE-W                PIC 9 VALUE 0.
001740 77  SW-DISP-W                  PIC 9 VALUE 0.
001750 77  SW-HERIDA-W                PIC 9 VALUE 0.
001760 77  SW-EXISTE-W                PIC 9 VALUE 0.
001770 77  FECHA-CENSO-W              PIC 9(8).
001780 77  FECHA-DESDE-W              PIC 9(8).
001790 77  FECHA-LIMITE-W             PIC 9(8).
001800 77  FECHA-CIR-ULT-W            PIC 9(8).
001810 77  DIA-CENSO-W                PIC 9(7).
001820 77  DIA-CULTIVO-W              PIC 9(7).
001830 77  DIA-INSERCION-W            PIC 9(7).
001840 77  DIA-RETIRO-W               PIC 9(7).
001850 77  TIPO-BUSCA-W               PIC XX.
001860 77  TIPO-IAAS-W                PIC XX.
001870 77  IX-CUL-W                   PIC 99.
001880 77  TOT-CUL-W                  PIC 99 VALUE 0.
001890 77  TOT-CAMAS-W                PIC 9(5) VALUE 0.
001900 77  TOT-CULTIVOS-W             PIC 9(5) VALUE 0.
001910 77  TOT-CANDIDATOS-W           PIC 9(5) VALUE 0.

001920 01  TABLA-CULTIVOS-W.
001930     02 CULTIVO-TAB-W OCCURS 30 TIMES.
001940        03 MACRO-TAB-W          PIC X(7).
001950        03 SECU-CAMPO-TAB-W     PIC 9(3).
001960        03 MUESTRA-TAB-W        PIC X.

001970 LINKAGE SECTION.
001980 01  FECHA-CENSO-LNK            PIC 9(8).

001990 PROCEDURE DIVISION USING FECHA-CENSO-LNK.

002000 MAINLINE.
002010     IF FECHA-CENSO-LNK = 0
002020        MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CENSO-W
002030     ELSE
002040        MOVE FECHA-CENSO-LNK TO FECHA-CENSO-W
002050     END-IF.
002060     COMPUTE DIA-CENSO-W =
002070         FUNCTION INTEGER-OF-DATE(FECHA-CENSO-W).
002080     COMPUTE FECHA-DESDE-W =
002090         FUNCTION DATE-OF-INTEGER(DIA-CENSO-W - 3).
002100     COMPUTE FECHA-LIMITE-W =
002110         FUNCTION DATE-OF-INTEGER(DIA-CENSO-W - 30).
002120     PERFORM ABRIR-ARCHIVOS.
002130     PERFORM CENSAR-CAMAS.
002140     PERFORM CARGAR-CULTIVOS.
002150     PERFORM PAREAR-CULTIVOS
002160             VARYING IX-CUL-W FROM 1 BY 1
002170             UNTIL IX-CUL-W > TOT-CUL-W.
002180     PERFORM CERRAR-ARCHIVOS.
002190     EXIT PROGRAM.

002200 ABRIR-ARCHIVOS.
002210     OPEN INPUT ARCHIVO-CAMAS-HOSP ARCHIVO-DISP-IAAS
002220                ARCHIVO-HERIDA-QX ARCHIVO-CULTIVO-IAAS
002230                ARCHIVO-RESULT-EXAMEN.
002240     OPEN I-O ARCHIVO-CENSO-IAAS.
002250     IF OTR-STAT = "35"
002260        OPEN OUTPUT ARCHIVO-CENSO-IAAS
002270        CLOSE ARCHIVO-CENSO-IAAS
002280        OPEN I-O ARCHIVO-CENSO-IAAS
002290     END-IF.
002300     OPEN I-O ARCHIVO-CASO-IAAS.
002310     IF OTR-STAT = "35"
002320        OPEN OUTPUT ARCHIVO-CASO-IAAS
002330        CLOSE ARCHIVO-CASO-IAAS
002340        OPEN I-O ARCHIVO-CASO-IAAS
002350     END-IF.

002360 CENSAR-CAMAS.
002370     MOVE 0 TO SW-FIN-W.
002380     PERFORM LEER-CAMA UNTIL SW-FIN-W = 1.

002390 LEER-CAMA.
002400     READ ARCHIVO-CAMAS-HOSP NEXT
002410          AT END MOVE 1 TO SW-FIN-W
002420     END-READ.
002430     IF SW-FIN-W = 0
002440        IF CAMA-OCUPADA AND PACI-CAM NOT = SPACES
002450           PERFORM CENSAR-UNA-CAMA
002460        END-IF
002470     END-IF.

002480 CENSAR-UNA-CAMA.
002490     MOVE FECHA-CENSO-W TO FECHA-CIA.
002500     MOVE COD-CAM       TO CAMA-CIA.
002510     MOVE 1 TO SW-EXISTE-W.
002520     READ ARCHIVO-CENSO-IAAS
002530          INVALID KEY MOVE 0 TO SW-EXISTE-W
002540     END-READ.
002550     MOVE FECHA-CENSO-W TO FECHA-CIA.
002560     MOVE COD-CAM       TO CAMA-CIA.
002570     MOVE SERVHO-CAM    TO SERVHO-CIA.
002580     MOVE PACI-CAM      TO PACI-CIA.
002590     MOVE FOLIO-CAM     TO FOLIO-CIA.
002600     MOVE "N" TO SW-CV-CIA SW-SV-CIA SW-VM-CIA.
002610     MOVE SPACE TO CLASE-HERIDA-CIA.
002620     MOVE 0 TO SW-FIN-DSP-W.
002630     MOVE PACI-CAM  TO PACI-DSP.
002640     MOVE FOLIO-CAM TO FOLIO-DSP.
002650     MOVE LOW-VALUES TO TIPO-DSP.
002660     MOVE 0 TO FECHA-INS-DSP.
002670     START ARCHIVO-DISP-IAAS KEY IS >= LLAVE-DSP
002680           INVALID KEY MOVE 1 TO SW-FIN-DSP-W
002690     END-START.
002700     PERFORM LEER-DISP-CAMA UNTIL SW-FIN-DSP-W = 1.
002710     MOVE 0 TO SW-FIN-HQX-W FECHA-CIR-ULT-W.
002720     MOVE PACI-CAM TO PACI-HQX.
002730     START ARCHIVO-HERIDA-QX KEY IS = PACI-HQX
002740           INVALID KEY MOVE 1 TO SW-FIN-HQX-W
002750     END-START.
002760     PERFORM LEER-HERIDA-CAMA UNTIL SW-FIN-HQX-W = 1.
002770     IF SW-EXISTE-W = 1
002780        REWRITE REG-CIA INVALID KEY CONTINUE END-REWRITE
002790     ELSE
002800        WRITE REG-CIA INVALID KEY CONTINUE END-WRITE
002810     END-IF.
002820     ADD 1 TO TOT-CAMAS-W.

002830 LEER-DISP-CAMA.
002840     READ ARCHIVO-DISP-IAAS NEXT
002850          AT END MOVE 1 TO SW-FIN-DSP-W
002860     END-READ.
002870     IF SW-FIN-DSP-W = 0
002880        IF PACI-DSP NOT = PACI-CAM OR FOLIO-DSP NOT = FOLIO-CAM
002890           MOVE 1 TO SW-FIN-DSP-W
002900        ELSE
002910           IF FECHA-INS-DSP <= FECHA-CENSO-W
002920              AND (FECHA-RET-DSP = 0
002930                   OR FECHA-RET-DSP > FECHA-CENSO-W)
002940              EVALUATE TRUE
002950                 WHEN DISP-CATETER-CV MOVE "S" TO SW-CV-CIA
002960                 WHEN DISP-SONDA-SV   MOVE "S" TO SW-SV-CIA
002970                 WHEN DISP-VENTILADOR MOVE "S" TO SW-VM-CIA
002980              END-EVALUATE
002990           END-IF
003000        END-IF
003010     END-IF.

003020 LEER-HERIDA-CAMA.
003030     READ ARCHIVO-HERIDA-QX NEXT
003040          AT END MOVE 1 TO SW-FIN-HQX-W
003050     END-READ.
003060     IF SW-FIN-HQX-W = 0
003070        IF PACI-HQX NOT = PACI-CAM
003080           MOVE 1 TO SW-FIN-HQX-W
003090        ELSE
003100           IF FECHA-CIR-HQX >= FECHA-LIMITE-W
003110              AND FECHA-CIR-HQX <= FECHA-CENSO-W
003120              AND FECHA-CIR-HQX >= FECHA-CIR-ULT-W
003130              MOVE FECHA-CIR-HQX TO FECHA-CIR-ULT-W
003140              MOVE CLASE-HQX     TO CLASE-HERIDA-CIA
003150           END-IF
003160        END-IF
003170     END-IF.

003180 CARGAR-CULTIVOS.
003190     MOVE 0 TO SW-FIN-W TOT-CUL-W.
003200     PERFORM LEER-CULTIVO-TABLA UNTIL SW-FIN-W = 1.

003210 LEER-CULTIVO-TABLA.
003220     READ ARCHIVO-CULTIVO-IAAS NEXT
003230          AT END MOVE 1 TO SW-FIN-W
003240     END-READ.
003250     IF SW-FIN-W = 0 AND TOT-CUL-W < 30
003260        ADD 1 TO TOT-CUL-W
003270        MOVE MACRO-CUL      TO MACRO-TAB-W (TOT-CUL-W)
003280        MOVE SECU-CAMPO-CUL TO SECU-CAMPO-TAB-W (TOT-CUL-W)
003290        MOVE MUESTRA-CUL    TO MUESTRA-TAB-W (TOT-CUL-W)
003300     END-IF.

      * LOS RESULTADOS VAN POR PROTOCOLO + PACIENTE + FECHA + CAMPO:
      * SE RECORRE EL PROTOCOLO DE CADA CAMPO DE CULTIVO.
003310 PAREAR-CULTIVOS.
003320     MOVE 0 TO SW-FIN-RE-W.
003330     MOVE MACRO-TAB-W (IX-CUL-W) TO LLAVE-MACROEVOL-RE.
003340     MOVE LOW-VALUES TO ID-PACIENTE-RE.
003350     MOVE 0 TO FECHA-RE SECU-CAMPO-RE.
003360     START ARCHIVO-RESULT-EXAMEN KEY IS >= LLAVE-RESULT-EXAMEN
003370           INVALID KEY MOVE 1 TO SW-FIN-RE-W
003380     END-START.
003390     PERFORM LEER-RESULTADO UNTIL SW-FIN-RE-W = 1.

003400 LEER-RESULTADO.
003410     READ ARCHIVO-RESULT-EXAMEN NEXT
003420          AT END MOVE 1 TO SW-FIN-RE-W
003430     END-READ.
003440     IF SW-FIN-RE-W = 0
003450        IF LLAVE-MACROEVOL-RE NOT = MACRO-TAB-W (IX-CUL-W)
003460           MOVE 1 TO SW-FIN-RE-W
003470        ELSE
003480           IF SECU-CAMPO-RE = SECU-CAMPO-TAB-W (IX-CUL-W)
003490              AND FECHA-RE >= FECHA-DESDE-W
003500              AND FECHA-RE <= FECHA-CENSO-W
003510              AND VALOR-RESULT-RE > 0
003520              ADD 1 TO TOT-CULTIVOS-W
003530              PERFORM PAREAR-UN-CULTIVO
003540           END-IF
003550        END-IF
003560     END-IF.

003570 PAREAR-UN-CULTIVO.
003580     COMPUTE DIA-CULTIVO-W = FUNCTION INTEGER-OF-DATE(FECHA-RE).
003590     EVALUATE MUESTRA-TAB-W (IX-CUL-W)
003600        WHEN "H"
003610             MOVE "CV" TO TIPO-BUSCA-W
003620             MOVE "BA" TO TIPO-IAAS-W
003630             PERFORM BUSCAR-DISPOSITIVO
003640        WHEN "U"
003650             MOVE "SV" TO TIPO-BUSCA-W
003660             MOVE "IU" TO TIPO-IAAS-W
003670             PERFORM BUSCAR-DISPOSITIVO
003680        WHEN "R"
003690             MOVE "VM" TO TIPO-BUSCA-W
003700             MOVE "NV" TO TIPO-IAAS-W
003710             PERFORM BUSCAR-DISPOSITIVO
003720        WHEN "Q"
003730             MOVE "SO" TO TIPO-IAAS-W
003740             PERFORM BUSCAR-CIRUGIA
003750     END-EVALUATE.

003760 BUSCAR-DISPOSITIVO.
003770     MOVE 0 TO SW-FIN-DSP-W SW-DISP-W.
003780     MOVE ID-PACIENTE-RE TO PACI-DSP.
003790     MOVE LOW-VALUES TO FOLIO-DSP TIPO-DSP.
003800     MOVE 0 TO FECHA-INS-DSP.
003810     START ARCHIVO-DISP-IAAS KEY IS >= LLAVE-DSP
003820           INVALID KEY MOVE 1 TO SW-FIN-DSP-W
003830     END-START.
003840     PERFORM LEER-DISP-PACIENTE
003850             UNTIL SW-FIN-DSP-W = 1 OR SW-DISP-W = 1.
003860     IF SW-DISP-W = 1
003870        PERFORM GRABAR-CANDIDATO
003880     END-IF.

      * MAS DE 2 DIAS PUESTO EL DIA DEL CULTIVO Y PUESTO ESE DIA O
      * RETIRADO EL DIA ANTERIOR.
003890 LEER-DISP-PACIENTE.
003900     READ ARCHIVO-DISP-IAAS NEXT
003910          AT END MOVE 1 TO SW-FIN-DSP-W
003920     END-READ.
003930     IF SW-FIN-DSP-W = 0
003940        IF PACI-DSP NOT = ID-PACIENTE-RE
003950           MOVE 1 TO SW-FIN-DSP-W
003960        ELSE
003970           IF TIPO-DSP = TIPO-BUSCA-W
003980              AND FECHA-INS-DSP <= FECHA-RE
003990              COMPUTE DIA-INSERCION-W =
004000                  FUNCTION INTEGER-OF-DATE(FECHA-INS-DSP)
004010              IF FECHA-RET-DSP = 0
004020                 MOVE DIA-CULTIVO-W TO DIA-RETIRO-W
004030              ELSE
004040                 COMPUTE DIA-RETIRO-W =
004050                     FUNCTION INTEGER-OF-DATE(FECHA-RET-DSP)
004060              END-IF
004070              IF DIA-CULTIVO-W - DIA-INSERCION-W > 2
004080                 AND DIA-RETIRO-W >= DIA-CULTIVO-W - 1
004090                 MOVE 1 TO SW-DISP-W
004100              END-IF
004110           END-IF
004120        END-IF
004130     END-IF.

004140 BUSCAR-CIRUGIA.
004150     MOVE 0 TO SW-FIN-HQX-W SW-HERIDA-W FECHA-CIR-ULT-W.
004160     MOVE ID-PACIENTE-RE TO PACI-HQX.
004170     START ARCHIVO-HERIDA-QX KEY IS = PACI-HQX
004180           INVALID KEY MOVE 1 TO SW-FIN-HQX-W
004190     END-START.
004200     PERFORM LEER-HERIDA-PACIENTE UNTIL SW-FIN-HQX-W = 1.
004210     IF SW-HERIDA-W = 1
004220        PERFORM GRABAR-CANDIDATO
004230     END-IF.

004240 LEER-HERIDA-PACIENTE.
004250     READ ARCHIVO-HERIDA-QX NEXT
004260          AT END MOVE 1 TO SW-FIN-HQX-W
004270     END-READ.
004280     IF SW-FIN-HQX-W = 0
004290        IF PACI-HQX NOT = ID-PACIENTE-RE
004300           MOVE 1 TO SW-FIN-HQX-W
004310        ELSE
004320           IF FECHA-CIR-HQX <= FECHA-RE
004330              AND FUNCTION INTEGER-OF-DATE(FECHA-CIR-HQX)
004340                  >= DIA-CULTIVO-W - 30
004350              AND FECHA-CIR-HQX >= FECHA-CIR-ULT-W
004360              MOVE FECHA-CIR-HQX TO FECHA-CIR-ULT-W
004370              MOVE 1 TO SW-HERIDA-W
004380              INITIALIZE REG-IAA
004390              MOVE SALA-HQX      TO SALA-IAA
004400              MOVE FECHA-CIR-HQX TO FECHA-CIR-IAA
004410              MOVE HORA-HQX      TO HORA-CIR-IAA
004420              MOVE CUP-HQX       TO CUP-IAA
004430              MOVE CLASE-HQX     TO CLASE-HERIDA-IAA
004440           END-IF
004450        END-IF
004460     END-IF.

004470 GRABAR-CANDIDATO.
004480     IF TIPO-IAAS-W NOT = "SO"
004490        INITIALIZE REG-IAA
004500        MOVE FOLIO-DSP     TO FOLIO-IAA
004510        MOVE SERVHO-DSP    TO SERVHO-IAA
004520        MOVE FECHA-INS-DSP TO FECHA-INS-IAA
004530        COMPUTE DIAS-DISP-IAA = DIA-CULTIVO-W - DIA-INSERCION-W
004540     ELSE
004550        MOVE FECHA-CIR-IAA TO FECHA-INS-IAA
004560        COMPUTE DIAS-DISP-IAA = DIA-CULTIVO-W -
004570            FUNCTION INTEGER-OF-DATE(FECHA-CIR-IAA)
004580     END-IF.
004590     MOVE LLAVE-MACROEVOL-RE     TO MACRO-IAA.
004600     MOVE ID-PACIENTE-RE         TO PACI-IAA.
004610     MOVE FECHA-RE               TO FECHA-CULT-IAA FECHA-CASO-IAA.
004620     MOVE SECU-CAMPO-RE          TO SECU-CAMPO-IAA.
004630     MOVE TIPO-IAAS-W            TO TIPO-IAA.
004640     MOVE MUESTRA-TAB-W (IX-CUL-W) TO MUESTRA-IAA.
004650     MOVE "C"                    TO ESTADO-IAA.
004660     WRITE REG-IAA
004670         INVALID KEY CONTINUE
004680         NOT INVALID KEY ADD 1 TO TOT-CANDIDATOS-W
004690     END-WRITE.

004700 CERRAR-ARCHIVOS.
004710     CLOSE ARCHIVO-CAMAS-HOSP ARCHIVO-DISP-IAAS ARCHIVO-HERIDA-QX
004720           ARCHIVO-CULTIVO-IAAS ARCHIVO-RESULT-EXAMEN
004730           ARCHIVO-CENSO-IAAS ARCHIVO-CASO-IAAS.
004740     DISPLAY "CAMAS CENSADAS     : " TOT-CAMAS-W.
004750     DISPLAY "CULTIVOS POSITIVOS : " TOT-CULTIVOS-W.
004760     DISPLAY "CASOS CANDIDATOS   : " TOT-CANDIDATOS-W.
