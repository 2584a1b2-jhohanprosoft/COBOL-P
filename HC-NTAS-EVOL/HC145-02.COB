      *=================================================================
      * HISTORIA CLINICA - INDICADORES MENSUALES DE IAAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE EL PERIODO AAAAMM Y DEJA EN SC-INDIAAS.TXT:
      * 1) POR SERVICIO: DIAS PACIENTE Y DIAS DISPOSITIVO DEL CENSO
      *    DIARIO (HC145-01) Y LOS CASOS CONFIRMADOS POR INFECCIONES
      *    (HC145) CON FECHA DE CASO EN EL MES: BACTEREMIA ASOCIADA A
      *    CATETER, INFECCION URINARIA ASOCIADA A SONDA Y NEUMONIA
      *    ASOCIADA A VENTILADOR, CON SU TASA POR 1.000 DIAS
      *    DISPOSITIVO. LINEA DE TOTAL INSTITUCIONAL.
      * 2) POR PROCEDIMIENTO (CUPS): CIRUGIAS REALIZADAS EN EL MES
      *    SEGUN ARCHIVO-PROG-CIR, INFECCIONES DE SITIO OPERATORIO
      *    CONFIRMADAS DE ESAS CIRUGIAS Y TASA POR 100 CIRUGIAS.
      * 3) LO MISMO POR CLASE DE HERIDA REGISTRADA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC145-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CENSO-IAAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CENSOIAAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-CIA
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CASO-IAAS LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CASOIAAS-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS LLAVE-IAA
000200         ALTERNATE RECORD KEY IS FECHA-CASO-IAA WITH DUPLICATES
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-PROG-CIR LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PROGCIR-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-PROGC
000270         ALTERNATE RECORD KEY IS FECHA-PROGC WITH DUPLICATES
000280         ALTERNATE RECORD KEY IS CIRUJANO-PROGC
000290            WITH DUPLICATES
000300         FILE STATUS IS OTR-STAT.

000310     SELECT ARCHIVO-HERIDA-QX LOCK MODE IS AUTOMATIC
000320         ASSIGN NOM-HERIDAQX-W
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LLAVE-HQX
000360         ALTERNATE RECORD KEY IS PACI-HQX WITH DUPLICATES
000370         FILE STATUS IS OTR-STAT.

000380     SELECT INDICADOR-IAAS
000390         ASSIGN NOM-INDIAAS-W
000400         ORGANIZATION IS LINE SEQUENTIAL.

000410 DATA DIVISION.
000420 FILE SECTION.

000430 FD  ARCHIVO-CENSO-IAAS
000440     LABEL RECORD STANDARD.
000450 01  REG-CIA.
000460     02 LLAVE-CIA.
000470        03 FECHA-CIA.
000480           05 ANO-MES-CIA       PIC 9(6).
000490           05 DIA-CIA           PIC 99.
000500        03 CAMA-CIA             PIC X(6).
000510     02 SERVHO-CIA              PIC X(4).
000520     02 PACI-CIA                PIC X(15).
000530     02 FOLIO-CIA               PIC X(8).
000540     02 SW-CV-CIA               PIC X.
000550     02 SW-SV-CIA               PIC X.
000560     02 SW-VM-CIA               PIC X.
000570     02 CLASE-HERIDA-CIA        PIC X.

000580 FD  ARCHIVO-CASO-IAAS
000590     LABEL RECORD STANDARD.
000600 01  REG-IAA.
000610     02 LLAVE-IAA.
000620        03 MACRO-IAA            PIC X(7).
000630        03 PACI-IAA             PIC X(15).
000640        03 FECHA-CULT-IAA       PIC 9(8).
000650        03 SECU-CAMPO-IAA       PIC 9(3).
000660        03 TIPO-IAA             PIC XX.
000670           88 IAAS-BACTEREMIA   VALUE "BA".
000680           88 IAAS-URINARIA     VALUE "IU".
000690           88 IAAS-NEUMONIA     VALUE "NV".
000700           88 IAAS-SITIO-OPER   VALUE "SO".
000710     02 FECHA-CASO-IAA.
000720        03 ANO-MES-CASO-IAA     PIC 9(6).
000730        03 DIA-CASO-IAA         PIC 99.
000740     02 FOLIO-IAA               PIC X(8).
000750     02 SERVHO-IAA              PIC X(4).
000760     02 MUESTRA-IAA             PIC X.
000770     02 FECHA-INS-IAA           PIC 9(8).
000780     02 DIAS-DISP-IAA           PIC 9(3).
000790     02 SALA-IAA                PIC X(4).
000800     02 FECHA-CIR-IAA.
000810        03 ANO-MES-CIR-IAA      PIC 9(6).
000820        03 DIA-CIR-IAA          PIC 99.
000830     02 HORA-CIR-IAA            PIC 9(4).
000840     02 CUP-IAA                 PIC X(12).
000850     02 CLASE-HERIDA-IAA        PIC X.
000860     02 ESTADO-IAA              PIC X.
000870        88 CASO-CONFIRMADO      VALUE "S".
000880     02 FECHA-DEC-IAA           PIC 9(8).
000890     02 USUARIO-DEC-IAA         PIC X(4).
000900     02 OBSERVA-IAA             PIC X(60).

000910 FD  ARCHIVO-PROG-CIR
000920     LABEL RECORD STANDARD.
000930 01  REG-PROGC.
000940     02 LLAVE-PROGC.
000950        03 SALA-PROGC           PIC X(4).
000960        03 FECHA-CIR-PROGC.
000970           05 ANO-MES-CIR-PROGC PIC 9(6).
000980           05 DIA-CIR-PROGC     PIC 99.
000990        03 HORA-INI-PROGC       PIC 9(4).
001000     02 FECHA-PROGC             PIC 9(8).
001010     02 PACI-PROGC              PIC X(15).
001020     02 CIRUJANO-PROGC          PIC X(6).
001030     02 ANESTESIOLOGO-PROGC     PIC X(6).
001040     02 CUP-PROGC               PIC X(12).
001050     02 DURACION-EST-PROGC      PIC 9(3).
001060     02 HORA-FIN-EST-PROGC      PIC 9(4).
001070     02 HORA-INI-REAL-PROGC     PIC 9(4).
001080     02 HORA-FIN-REAL-PROGC     PIC 9(4).
001090     02 ESTADO-PROGC            PIC X.
001100        88 CIRUGIA-REALIZADA    VALUE "R".
001110     02 MOTIVO-PROGC            PIC X(40).

001120 FD  ARCHIVO-HERIDA-QX
001130     LABEL RECORD STANDARD.
001140 01  REG-HQX.
001150     02 LLAVE-HQX.
001160        03 SALA-HQX             PIC X(4).
001170        03 FECHA-CIR-HQX.
001180           05 ANO-MES-CIR-HQX   PIC 9(6).
001190           05 DIA-CIR-HQX       PIC 99.
001200        03 HORA-HQX             PIC 9(4).
001210     02 PACI-HQX                PIC X(15).
001220     02 CUP-HQX                 PIC X(12).
001230     02 CLASE-HQX               PIC X.
001240     02 FECHA-REG-HQX           PIC 9(8).
001250     02 USUARIO-HQX             PIC X(4).

001260 FD  INDICADOR-IAAS
001270     LABEL RECORD STANDARD.
001280 01  LIN-INDIAAS                PIC X(120).

001290 WORKING-STORAGE SECTION.

001300 77  NOM-CENSOIAAS-W            PIC X(60)
001310     VALUE "D:\progelect\DATOS\SC-CENSOIAAS.DAT".
001320 77  NOM-CASOIAAS-W             PIC X(60)
001330     VALUE "D:\progelect\DATOS\SC-CASOIAAS.DAT".
001340 77  NOM-PROGCIR-W              PIC X(60)
001350     VALUE "D:\progelect\DATOS\SC-PROGCIR.DAT".
001360 77  NOM-HERIDAQX-W             PIC X(60)
001370     VALUE "D:\progelect\DATOS\SC-HERIDAQX.DAT".
001380 77  NOM-INDIAAS-W              PIC X(60)
001390     VALUE "D:\progelect\DATOS\SC-INDIAAS.TXT".
001400 77  OTR-STAT                   PIC XX.
001410 77  SW-FIN-W                   PIC 9 VALUE 0.
001420 77  IX-SER-W                   PIC 99.
001430 77  POS-SER-W                  PIC 99.
001440 77  TOTAL-SER-W                PIC 99 VALUE 0.
001450 77  MAX-SER-W                  PIC 99 VALUE 50.
001460 77  SERVHO-BUSCA-W             PIC X(4).
001470 77  IX-CUP-W                   PIC 999.
001480 77  POS-CUP-W                  PIC 999.
001490 77  TOTAL-CUP-W                PIC 999 VALUE 0.
001500 77  MAX-CUP-W                  PIC 999 VALUE 100.
001510 77  CUP-BUSCA-W                PIC X(12).
001520 77  IX-CLA-W                   PIC 9.

001530 01  TABLA-SERVICIOS-W.
001540     02 SERVICIO-TAB-W OCCURS 51 TIMES.
001550        03 SERVHO-TAB-W         PIC X(4).
001560        03 DIAS-PAC-TAB-W       PIC 9(6).
001570        03 DIAS-CV-TAB-W        PIC 9(6).
001580        03 DIAS-SV-TAB-W        PIC 9(6).
001590        03 DIAS-VM-TAB-W        PIC 9(6).
001600        03 CASOS-BA-TAB-W       PIC 9(4).
001610        03 CASOS-IU-TAB-W       PIC 9(4).
001620        03 CASOS-NV-TAB-W       PIC 9(4).

001630 01  TABLA-CUPS-W.
001640     02 CUPS-TAB-W OCCURS 101 TIMES.
001650        03 CUP-TAB-W            PIC X(12).
001660        03 CIRUGIAS-CUP-TAB-W   PIC 9(5).
001670        03 ISO-CUP-TAB-W        PIC 9(4).

001680 01  TABLA-CLASES-W.
001690     02 CLASE-TAB-W OCCURS 5 TIMES.
001700        03 COD-CLASE-TAB-W      PIC X.
001710        03 NOM-CLASE-TAB-W      PIC X(22).
001720        03 CIRUGIAS-CLA-TAB-W   PIC 9(5).
001730        03 ISO-CLA-TAB-W        PIC 9(4).

001740 01  LIN-SERVICIO-REP.
001750     02 SERVHO-REP              PIC X(8).
001760     02 DIAS-PAC-REP            PIC ZZZ,ZZ9.
001770     02 FILLER                  PIC XX VALUE SPACES.
001780     02 DIAS-CV-REP             PIC ZZZ,ZZ9.
001790     02 CASOS-BA-REP            PIC Z,ZZ9.
001800     02 FILLER                  PIC X VALUE SPACES.
001810     02 TASA-BA-REP             PIC ZZZ9.99.
001820     02 FILLER                  PIC XX VALUE SPACES.
001830     02 DIAS-SV-REP             PIC ZZZ,ZZ9.
001840     02 CASOS-IU-REP            PIC Z,ZZ9.
001850     02 FILLER                  PIC X VALUE SPACES.
001860     02 TASA-IU-REP             PIC ZZZ9.99.
001870     02 FILLER                  PIC XX VALUE SPACES.
001880     02 DIAS-VM-REP             PIC ZZZ,ZZ9.
001890     02 CASOS-NV-REP            PIC Z,ZZ9.
001900     02 FILLER                  PIC X VALUE SPACES.
001910     02 TASA-NV-REP             PIC ZZZ9.99.

001920 01  LIN-CIRUGIA-REP.
001930     02 COD-CIR-REP             PIC X(24).
001940     02 CIRUGIAS-REP            PIC ZZ,ZZ9.
001950     02 FILLER                  PIC X(4) VALUE SPACES.
001960     02 ISO-REP                 PIC Z,ZZ9.
001970     02 FILLER                  PIC X(4) VALUE SPACES.
001980     02 TASA-ISO-REP            PIC ZZ9.99.
001990     02 FILLER                  PIC X VALUE "%".

002000 LINKAGE SECTION.
002010 01  ANO-MES-LNK                PIC 9(6).

002020 PROCEDURE DIVISION USING ANO-MES-LNK.

002030 MAINLINE.
002040     MOVE 0 TO TOTAL-SER-W TOTAL-CUP-W.
002050     INITIALIZE TABLA-SERVICIOS-W TABLA-CUPS-W TABLA-CLASES-W.
002060     MOVE "L" TO COD-CLASE-TAB-W (1).
002070     MOVE "LIMPIA"                 TO NOM-CLASE-TAB-W (1).
002080     MOVE "C" TO COD-CLASE-TAB-W (2).
002090     MOVE "LIMPIA-CONTAMINADA"     TO NOM-CLASE-TAB-W (2).
002100     MOVE "K" TO COD-CLASE-TAB-W (3).
002110     MOVE "CONTAMINADA"            TO NOM-CLASE-TAB-W (3).
002120     MOVE "S" TO COD-CLASE-TAB-W (4).
002130     MOVE "SUCIA"                  TO NOM-CLASE-TAB-W (4).
002140     MOVE "TOTAL"                  TO NOM-CLASE-TAB-W (5).
002150     PERFORM CONTAR-CENSO.
002160     PERFORM CONTAR-CASOS.
002170     PERFORM CONTAR-CIRUGIAS.
002180     PERFORM CONTAR-HERIDAS.
002190     OPEN OUTPUT INDICADOR-IAAS.
002200     PERFORM LISTAR-SERVICIOS.
002210     PERFORM LISTAR-CIRUGIAS.
002220     CLOSE INDICADOR-IAAS.
002230     EXIT PROGRAM.

      * DIAS PACIENTE Y DIAS DISPOSITIVO DEL CENSO DIARIO.
002240 CONTAR-CENSO.
002250     MOVE 0 TO SW-FIN-W.
002260     OPEN INPUT ARCHIVO-CENSO-IAAS.
002270     IF OTR-STAT = "00"
002280        MOVE ANO-MES-LNK TO ANO-MES-CIA
002290        MOVE 0           TO DIA-CIA
002300        MOVE LOW-VALUES  TO CAMA-CIA
002310        START ARCHIVO-CENSO-IAAS KEY IS >= LLAVE-CIA
002320              INVALID KEY MOVE 1 TO SW-FIN-W
002330        END-START
002340        PERFORM LEER-CENSO UNTIL SW-FIN-W = 1
002350        CLOSE ARCHIVO-CENSO-IAAS
002360     END-IF.

002370 LEER-CENSO.
002380     READ ARCHIVO-CENSO-IAAS NEXT
002390          AT END MOVE 1 TO SW-FIN-W
002400     END-READ.
002410     IF SW-FIN-W = 0
002420        IF ANO-MES-CIA NOT = ANO-MES-LNK
002430           MOVE 1 TO SW-FIN-W
002440        ELSE
002450           MOVE SERVHO-CIA TO SERVHO-BUSCA-W
002460           PERFORM UBICAR-SERVICIO
002470           IF POS-SER-W > 0
002480              ADD 1 TO DIAS-PAC-TAB-W (POS-SER-W)
002490              IF SW-CV-CIA = "S"
002500                 ADD 1 TO DIAS-CV-TAB-W (POS-SER-W)
002510              END-IF
002520              IF SW-SV-CIA = "S"
002530                 ADD 1 TO DIAS-SV-TAB-W (POS-SER-W)
002540              END-IF
002550              IF SW-VM-CIA = "S"
002560                 ADD 1 TO DIAS-VM-TAB-W (POS-SER-W)
002570              END-IF
002580           END-IF
002590        END-IF
002600     END-IF.

      * LAS INFECCIONES ASOCIADAS A DISPOSITIVO VAN AL MES DEL CASO;
      * LAS DE SITIO OPERATORIO AL MES DE LA CIRUGIA.
002610 CONTAR-CASOS.
002620     MOVE 0 TO SW-FIN-W.
002630     OPEN INPUT ARCHIVO-CASO-IAAS.
002640     IF OTR-STAT = "00"
002650        PERFORM LEER-CASO UNTIL SW-FIN-W = 1
002660        CLOSE ARCHIVO-CASO-IAAS
002670     END-IF.

002680 LEER-CASO.
002690     READ ARCHIVO-CASO-IAAS NEXT
002700          AT END MOVE 1 TO SW-FIN-W
002710     END-READ.
002720     IF SW-FIN-W = 0 AND CASO-CONFIRMADO
002730        IF IAAS-SITIO-OPER
002740           IF ANO-MES-CIR-IAA = ANO-MES-LNK
002750              PERFORM CONTAR-CASO-QX
002760           END-IF
002770        ELSE
002780           IF ANO-MES-CASO-IAA = ANO-MES-LNK
002790              PERFORM CONTAR-CASO-DISP
002800           END-IF
002810        END-IF
002820     END-IF.

002830 CONTAR-CASO-DISP.
002840     MOVE SERVHO-IAA TO SERVHO-BUSCA-W.
002850     PERFORM UBICAR-SERVICIO.
002860     IF POS-SER-W > 0
002870        EVALUATE TRUE
002880           WHEN IAAS-BACTEREMIA
002890                ADD 1 TO CASOS-BA-TAB-W (POS-SER-W)
002900           WHEN IAAS-URINARIA
002910                ADD 1 TO CASOS-IU-TAB-W (POS-SER-W)
002920           WHEN IAAS-NEUMONIA
002930                ADD 1 TO CASOS-NV-TAB-W (POS-SER-W)
002940        END-EVALUATE
002950     END-IF.

002960 CONTAR-CASO-QX.
002970     MOVE CUP-IAA TO CUP-BUSCA-W.
002980     PERFORM UBICAR-CUP.
002990     IF POS-CUP-W > 0
003000        ADD 1 TO ISO-CUP-TAB-W (POS-CUP-W)
003010     END-IF.
003020     PERFORM CONTAR-CLASE-ISO
003030             VARYING IX-CLA-W FROM 1 BY 1 UNTIL IX-CLA-W > 4.

003040 CONTAR-CLASE-ISO.
003050     IF COD-CLASE-TAB-W (IX-CLA-W) = CLASE-HERIDA-IAA
003060        ADD 1 TO ISO-CLA-TAB-W (IX-CLA-W)
003070     END-IF.

003080 CONTAR-CIRUGIAS.
003090     MOVE 0 TO SW-FIN-W.
003100     OPEN INPUT ARCHIVO-PROG-CIR.
003110     IF OTR-STAT = "00"
003120        PERFORM LEER-CIRUGIA UNTIL SW-FIN-W = 1
003130        CLOSE ARCHIVO-PROG-CIR
003140     END-IF.

003150 LEER-CIRUGIA.
003160     READ ARCHIVO-PROG-CIR NEXT
003170          AT END MOVE 1 TO SW-FIN-W
003180     END-READ.
003190     IF SW-FIN-W = 0
003200        IF CIRUGIA-REALIZADA
003210           AND ANO-MES-CIR-PROGC = ANO-MES-LNK
003220           MOVE CUP-PROGC TO CUP-BUSCA-W
003230           PERFORM UBICAR-CUP
003240           IF POS-CUP-W > 0
003250              ADD 1 TO CIRUGIAS-CUP-TAB-W (POS-CUP-W)
003260           END-IF
003270        END-IF
003280     END-IF.

003290 CONTAR-HERIDAS.
003300     MOVE 0 TO SW-FIN-W.
003310     OPEN INPUT ARCHIVO-HERIDA-QX.
003320     IF OTR-STAT = "00"
003330        PERFORM LEER-HERIDA UNTIL SW-FIN-W = 1
003340        CLOSE ARCHIVO-HERIDA-QX
003350     END-IF.

003360 LEER-HERIDA.
003370     READ ARCHIVO-HERIDA-QX NEXT
003380          AT END MOVE 1 TO SW-FIN-W
003390     END-READ.
003400     IF SW-FIN-W = 0
003410        IF ANO-MES-CIR-HQX = ANO-MES-LNK
003420           PERFORM CONTAR-CLASE-CIRUGIA
003430                   VARYING IX-CLA-W FROM 1 BY 1
003440                   UNTIL IX-CLA-W > 4
003450        END-IF
003460     END-IF.

003470 CONTAR-CLASE-CIRUGIA.
003480     IF COD-CLASE-TAB-W (IX-CLA-W) = CLASE-HQX
003490        ADD 1 TO CIRUGIAS-CLA-TAB-W (IX-CLA-W)
003500     END-IF.

003510 UBICAR-SERVICIO.
003520     MOVE 0 TO POS-SER-W.
003530     PERFORM COMPARAR-SERVICIO
003540             VARYING IX-SER-W FROM 1 BY 1
003550             UNTIL IX-SER-W > TOTAL-SER-W OR POS-SER-W > 0.
003560     IF POS-SER-W = 0 AND TOTAL-SER-W < MAX-SER-W
003570        ADD 1 TO TOTAL-SER-W
003580        MOVE TOTAL-SER-W    TO POS-SER-W
003590        MOVE SERVHO-BUSCA-W TO SERVHO-TAB-W (POS-SER-W)
003600     END-IF.

003610 COMPARAR-SERVICIO.
003620     IF SERVHO-TAB-W (IX-SER-W) = SERVHO-BUSCA-W
003630        MOVE IX-SER-W TO POS-SER-W
003640     END-IF.

003650 UBICAR-CUP.
003660     MOVE 0 TO POS-CUP-W.
003670     PERFORM COMPARAR-CUP
003680             VARYING IX-CUP-W FROM 1 BY 1
003690             UNTIL IX-CUP-W > TOTAL-CUP-W OR POS-CUP-W > 0.
003700     IF POS-CUP-W = 0 AND TOTAL-CUP-W < MAX-CUP-W
003710        ADD 1 TO TOTAL-CUP-W
003720        MOVE TOTAL-CUP-W TO POS-CUP-W
003730        MOVE CUP-BUSCA-W TO CUP-TAB-W (POS-CUP-W)
003740     END-IF.

003750 COMPARAR-CUP.
003760     IF CUP-TAB-W (IX-CUP-W) = CUP-BUSCA-W
003770        MOVE IX-CUP-W TO POS-CUP-W
003780     END-IF.

003790 LISTAR-SERVICIOS.
003800     MOVE SPACES TO LIN-INDIAAS.
003810     STRING "INFECCIONES ASOCIADAS A DISPOSITIVO - PERIODO "
003820            ANO-MES-LNK DELIMITED BY SIZE INTO LIN-INDIAAS.
003830     WRITE LIN-INDIAAS.
003840     MOVE SPACES TO LIN-INDIAAS.
003850     STRING "SERVICIO DIAS PAC  DIAS CVC  BAC  TASA  "
003860            "  DIAS SV   IVU  TASA    DIAS VM   NAV  TASA"
003870            DELIMITED BY SIZE INTO LIN-INDIAAS.
003880     WRITE LIN-INDIAAS.
003890     PERFORM LISTAR-SERVICIO
003900             VARYING IX-SER-W FROM 1 BY 1
003910             UNTIL IX-SER-W > TOTAL-SER-W.
003920     PERFORM SUMAR-TOTAL
003930             VARYING IX-SER-W FROM 1 BY 1
003940             UNTIL IX-SER-W > TOTAL-SER-W.
003950     MOVE 51 TO IX-SER-W.
003960     MOVE "TOTAL" TO SERVHO-TAB-W (51).
003970     PERFORM LISTAR-SERVICIO.

003980 SUMAR-TOTAL.
003990     ADD DIAS-PAC-TAB-W (IX-SER-W) TO DIAS-PAC-TAB-W (51).
004000     ADD DIAS-CV-TAB-W (IX-SER-W)  TO DIAS-CV-TAB-W (51).
004010     ADD DIAS-SV-TAB-W (IX-SER-W)  TO DIAS-SV-TAB-W (51).
004020     ADD DIAS-VM-TAB-W (IX-SER-W)  TO DIAS-VM-TAB-W (51).
004030     ADD CASOS-BA-TAB-W (IX-SER-W) TO CASOS-BA-TAB-W (51).
004040     ADD CASOS-IU-TAB-W (IX-SER-W) TO CASOS-IU-TAB-W (51).
004050     ADD CASOS-NV-TAB-W (IX-SER-W) TO CASOS-NV-TAB-W (51).

004060 LISTAR-SERVICIO.
004070     MOVE SERVHO-TAB-W (IX-SER-W)   TO SERVHO-REP.
004080     MOVE DIAS-PAC-TAB-W (IX-SER-W) TO DIAS-PAC-REP.
004090     MOVE DIAS-CV-TAB-W (IX-SER-W)  TO DIAS-CV-REP.
004100     MOVE DIAS-SV-TAB-W (IX-SER-W)  TO DIAS-SV-REP.
004110     MOVE DIAS-VM-TAB-W (IX-SER-W)  TO DIAS-VM-REP.
004120     MOVE CASOS-BA-TAB-W (IX-SER-W) TO CASOS-BA-REP.
004130     MOVE CASOS-IU-TAB-W (IX-SER-W) TO CASOS-IU-REP.
004140     MOVE CASOS-NV-TAB-W (IX-SER-W) TO CASOS-NV-REP.
004150     MOVE 0 TO TASA-BA-REP TASA-IU-REP TASA-NV-REP.
004160     IF DIAS-CV-TAB-W (IX-SER-W) > 0
004170        COMPUTE TASA-BA-REP ROUNDED =
004180            CASOS-BA-TAB-W (IX-SER-W) * 1000
004190          / DIAS-CV-TAB-W (IX-SER-W)
004200     END-IF.
004210     IF DIAS-SV-TAB-W (IX-SER-W) > 0
004220        COMPUTE TASA-IU-REP ROUNDED =
004230            CASOS-IU-TAB-W (IX-SER-W) * 1000
004240          / DIAS-SV-TAB-W (IX-SER-W)
004250     END-IF.
004260     IF DIAS-VM-TAB-W (IX-SER-W) > 0
004270        COMPUTE TASA-NV-REP ROUNDED =
004280            CASOS-NV-TAB-W (IX-SER-W) * 1000
004290          / DIAS-VM-TAB-W (IX-SER-W)
004300     END-IF.
004310     MOVE LIN-SERVICIO-REP TO LIN-INDIAAS.
004320     WRITE LIN-INDIAAS.

004330 LISTAR-CIRUGIAS.
004340     MOVE SPACES TO LIN-INDIAAS.
004350     WRITE LIN-INDIAAS.
004360     MOVE SPACES TO LIN-INDIAAS.
004370     STRING "INFECCION DE SITIO OPERATORIO POR PROCEDIMIENTO - "
004380            "PERIODO " ANO-MES-LNK
004390            DELIMITED BY SIZE INTO LIN-INDIAAS.
004400     WRITE LIN-INDIAAS.
004410     MOVE SPACES TO LIN-INDIAAS.
004420     STRING "CUPS                    CIRUGIAS      ISO       %"
004430            DELIMITED BY SIZE INTO LIN-INDIAAS.
004440     WRITE LIN-INDIAAS.
004450     PERFORM LISTAR-CUP
004460             VARYING IX-CUP-W FROM 1 BY 1
004470             UNTIL IX-CUP-W > TOTAL-CUP-W.
004480     PERFORM SUMAR-TOTAL-CUP
004490             VARYING IX-CUP-W FROM 1 BY 1
004500             UNTIL IX-CUP-W > TOTAL-CUP-W.
004510     MOVE 101 TO IX-CUP-W.
004520     MOVE "TOTAL" TO CUP-TAB-W (101).
004530     PERFORM LISTAR-CUP.
004540     MOVE SPACES TO LIN-INDIAAS.
004550     WRITE LIN-INDIAAS.
004560     MOVE SPACES TO LIN-INDIAAS.
004570     STRING "CLASE DE HERIDA         CIRUGIAS      ISO       %"
004580            DELIMITED BY SIZE INTO LIN-INDIAAS.
004590     WRITE LIN-INDIAAS.
004600     PERFORM SUMAR-TOTAL-CLASE
004610             VARYING IX-CLA-W FROM 1 BY 1 UNTIL IX-CLA-W > 4.
004620     PERFORM LISTAR-CLASE
004630             VARYING IX-CLA-W FROM 1 BY 1 UNTIL IX-CLA-W > 5.

004640 SUMAR-TOTAL-CUP.
004650     ADD CIRUGIAS-CUP-TAB-W (IX-CUP-W)
004660         TO CIRUGIAS-CUP-TAB-W (101).
004670     ADD ISO-CUP-TAB-W (IX-CUP-W) TO ISO-CUP-TAB-W (101).

004680 LISTAR-CUP.
004690     MOVE CUP-TAB-W (IX-CUP-W)          TO COD-CIR-REP.
004700     MOVE CIRUGIAS-CUP-TAB-W (IX-CUP-W) TO CIRUGIAS-REP.
004710     MOVE ISO-CUP-TAB-W (IX-CUP-W)      TO ISO-REP.
004720     MOVE 0 TO TASA-ISO-REP.
004730     IF CIRUGIAS-CUP-TAB-W (IX-CUP-W) > 0
004740        COMPUTE TASA-ISO-REP ROUNDED =
004750            ISO-CUP-TAB-W (IX-CUP-W) * 100
004760          / CIRUGIAS-CUP-TAB-W (IX-CUP-W)
004770     END-IF.
004780     MOVE LIN-CIRUGIA-REP TO LIN-INDIAAS.
004790     WRITE LIN-INDIAAS.

004800 SUMAR-TOTAL-CLASE.
004810     ADD CIRUGIAS-CLA-TAB-W (IX-CLA-W)
004820         TO CIRUGIAS-CLA-TAB-W (5).
004830     ADD ISO-CLA-TAB-W (IX-CLA-W) TO ISO-CLA-TAB-W (5).

004840 LISTAR-CLASE.
004850     MOVE NOM-CLASE-TAB-W (IX-CLA-W)    TO COD-CIR-REP.
004860     MOVE CIRUGIAS-CLA-TAB-W (IX-CLA-W) TO CIRUGIAS-REP.
004870     MOVE ISO-CLA-TAB-W (IX-CLA-W)      TO ISO-REP.
004880     MOVE 0 TO TASA-ISO-REP.
004890     IF CIRUGIAS-CLA-TAB-W (IX-CLA-W) > 0
004900        COMPUTE TASA-ISO-REP ROUNDED =
004910            ISO-CLA-TAB-W (IX-CLA-W) * 100
004920          / CIRUGIAS-CLA-TAB-W (IX-CLA-W)
004930     END-IF.
004940     MOVE LIN-CIRUGIA-REP TO LIN-INDIAAS.
004950     WRITE LIN-INDIAAS.
