      *=================================================================
      * SERVICIOS - ANTIBIOGRAMA ACUMULADO POR SERVICIO Y GERMEN
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE EL PERIODO (FECHA INICIAL Y FINAL; EL ANUAL ES DEL 1
      * DE ENERO AL 31 DE DICIEMBRE, PERO SE PUEDE PEDIR CUALQUIER
      * RANGO) Y RECORRE LOS AISLAMIENTOS EN INFORME FINAL DE
      * ARCHIVO-MICRO-RES (VER SER210A-07) POR FECHA DE CULTIVO.
      * SOLO CUENTA EL PRIMER AISLAMIENTO DE CADA GERMEN POR PACIENTE
      * EN EL PERIODO, SIN IMPORTAR LA MUESTRA NI EL PERFIL (REGLA
      * CLSI M39). POR SERVICIO Y GERMEN, Y PARA TODA LA INSTITUCION
      * (SERVICIO "TODO"), DEJA EN SC-ANTIBIOG.TXT EL NUMERO DE
      * AISLAMIENTOS Y, POR ANTIBIOTICO, LOS PROBADOS Y EL PORCENTAJE
      * SENSIBLE. LOS GERMENES CON MENOS DE 30 AISLAMIENTOS SALEN
      * MARCADOS (EL PORCENTAJE NO ES ESTADISTICAMENTE CONFIABLE).
      * EL COMITE DE ANTIBIOTICOS LO REVISA JUNTO CON EL CONSUMO EN
      * DDD DE HC129-02.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER210A-08.
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

000230     SELECT REPORTE-ANTIBIOG
000240         ASSIGN NOM-ANTIBIOG-W
000250         ORGANIZATION IS LINE SEQUENTIAL.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  ARCHIVO-MICRO-RES
000290     LABEL RECORD STANDARD.
000300 01  REG-MIC.
000310     02 LLAVE-MIC.
000320        03 MACRO-MIC            PIC X(7).
000330        03 PACI-MIC             PIC X(15).
000340        03 FECHA-MIC            PIC 9(8).
000350        03 AISLADO-MIC          PIC 9.
000360     02 MUESTRA-MIC             PIC XX.
000370     02 ORGANISMO-MIC           PIC X(6).
000380     02 BLEE-MIC                PIC X.
000390     02 CARBAPEN-MIC            PIC X.
000400     02 SERVHO-MIC              PIC X(4).
000410     02 CAMA-MIC                PIC X(6).
000420     02 ESTADO-MIC              PIC X.
000430        88 MICRO-FINAL          VALUE "F".
000440     02 MULTIR-MIC              PIC X.
000450     02 FECHA-PRE-MIC           PIC 9(8).
000460     02 FECHA-FIN-MIC           PIC 9(8).
000470     02 OPERADOR-MIC            PIC X(4).

000480 FD  ARCHIVO-MICRO-SENS
000490     LABEL RECORD STANDARD.
000500 01  REG-MSE.
000510     02 LLAVE-MSE.
000520        03 MACRO-MSE            PIC X(7).
000530        03 PACI-MSE             PIC X(15).
000540        03 FECHA-MSE            PIC 9(8).
000550        03 AISLADO-MSE          PIC 9.
000560        03 ANTIB-MSE            PIC X(6).
000570     02 INTERP-MSE              PIC X.
000580     02 CMI-MSE                 PIC 9(4)V999.
000590     02 OPERADOR-MSE            PIC X(4).

000600 FD  REPORTE-ANTIBIOG
000610     LABEL RECORD STANDARD.
000620 01  LIN-ANTIBIOG               PIC X(80).

000630 WORKING-STORAGE SECTION.

000640 77  NOM-MICRORES-W             PIC X(60)
000650     VALUE "D:\progelect\DATOS\SC-MICRORES.DAT".
000660 77  NOM-MICROSEN-W             PIC X(60)
000670     VALUE "D:\progelect\DATOS\SC-MICROSEN.DAT".
000680 77  NOM-ANTIBIOG-W             PIC X(60)
000690     VALUE "D:\progelect\DATOS\SC-ANTIBIOG.TXT".
000700 77  OTR-STAT                   PIC XX.
000710 77  SW-FIN-W                   PIC 9 VALUE 0.
000720 77  SW-FIN-MSE-W               PIC 9 VALUE 0.
000730 77  SW-PRIMERO-W               PIC 9 VALUE 0.
000740 77  IX-PRI-W                   PIC 9(4).
000750 77  TOTAL-PRI-W                PIC 9(4) VALUE 0.
000760 77  MAX-PRI-W                  PIC 9(4) VALUE 5000.
000770 77  IX-GER-W                   PIC 9(3).
000780 77  POS-GER-W                  PIC 9(3).
000790 77  TOTAL-GER-W                PIC 9(3) VALUE 0.
000800 77  MAX-GER-W                  PIC 9(3) VALUE 300.
000810 77  IX-ATB-W                   PIC 9(4).
000820 77  POS-ATB-W                  PIC 9(4).
000830 77  TOTAL-ATB-W                PIC 9(4) VALUE 0.
000840 77  MAX-ATB-W                  PIC 9(4) VALUE 2000.
000850 77  SERVHO-BUSCA-W             PIC X(4).
000860 77  TOT-AISLADOS-W             PIC 9(5) VALUE 0.
000870 77  TOT-PRIMEROS-W             PIC 9(5) VALUE 0.

000880 01  TABLA-PRIMEROS-W.
000890     02 PRIMERO-TAB-W OCCURS 5000 TIMES.
000900        03 PACI-PRI-W           PIC X(15).
000910        03 ORGANISMO-PRI-W      PIC X(6).

000920 01  TABLA-GERMENES-W.
000930     02 GERMEN-TAB-W OCCURS 300 TIMES.
000940        03 SERVHO-GER-W         PIC X(4).
000950        03 ORGANISMO-GER-W      PIC X(6).
000960        03 AISLADOS-GER-W       PIC 9(5).

000970 01  TABLA-ANTIBIOTICOS-W.
000980     02 ANTIBIOTICO-TAB-W OCCURS 2000 TIMES.
000990        03 SERVHO-ATB-W         PIC X(4).
001000        03 ORGANISMO-ATB-W      PIC X(6).
001010        03 ANTIB-ATB-W          PIC X(6).
001020        03 PROBADOS-ATB-W       PIC 9(5).
001030        03 SENSIBLES-ATB-W      PIC 9(5).

001040 01  LIN-GERMEN-REP.
001050     02 FILLER                  PIC X(9) VALUE "SERVICIO ".
001060     02 SERVHO-REP              PIC X(4).
001070     02 FILLER                  PIC X(9) VALUE "  GERMEN ".
001080     02 ORGANISMO-REP           PIC X(6).
001090     02 FILLER                  PIC X(13) VALUE "  AISLADOS: ".
001100     02 AISLADOS-REP            PIC ZZ,ZZ9.
001110     02 FILLER                  PIC XX VALUE SPACES.
001120     02 MARCA-REP               PIC X(20).

001130 01  LIN-ANTIB-REP.
001140     02 FILLER                  PIC X(6) VALUE SPACES.
001150     02 ANTIB-REP               PIC X(6).
001160     02 FILLER                  PIC X(4) VALUE SPACES.
001170     02 PROBADOS-REP            PIC ZZ,ZZ9.
001180     02 FILLER                  PIC X(4) VALUE SPACES.
001190     02 SENSIBLES-REP           PIC ZZ,ZZ9.
001200     02 FILLER                  PIC X(4) VALUE SPACES.
001210     02 PORCENTAJE-REP          PIC ZZ9.9.
001220     02 FILLER                  PIC X VALUE "%".

001230 LINKAGE SECTION.
001240 01  FECHA-INI-LNK              PIC 9(8).
001250 01  FECHA-FIN-LNK              PIC 9(8).

001260 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

001270 MAINLINE.
001280     INITIALIZE TABLA-GERMENES-W TABLA-ANTIBIOTICOS-W.
001290     MOVE 0 TO SW-FIN-W.
001300     OPEN INPUT ARCHIVO-MICRO-SENS ARCHIVO-MICRO-RES.
001310     IF OTR-STAT = "00"
001320        MOVE FECHA-INI-LNK TO FECHA-MIC
001330        START ARCHIVO-MICRO-RES KEY IS >= FECHA-MIC
001340              INVALID KEY MOVE 1 TO SW-FIN-W
001350        END-START
001360        PERFORM LEER-AISLADO UNTIL SW-FIN-W = 1
001370     END-IF.
001380     CLOSE ARCHIVO-MICRO-RES ARCHIVO-MICRO-SENS.
001390     OPEN OUTPUT REPORTE-ANTIBIOG.
001400     MOVE SPACES TO LIN-ANTIBIOG.
001410     STRING "ANTIBIOGRAMA ACUMULADO (PRIMER AISLAMIENTO) "
001420            FECHA-INI-LNK " A " FECHA-FIN-LNK
001430            DELIMITED BY SIZE INTO LIN-ANTIBIOG.
001440     WRITE LIN-ANTIBIOG.
001450     PERFORM LISTAR-GERMEN
001460             VARYING IX-GER-W FROM 1 BY 1
001470             UNTIL IX-GER-W > TOTAL-GER-W.
001480     CLOSE REPORTE-ANTIBIOG.
001490     DISPLAY "AISLAMIENTOS FINALES : " TOT-AISLADOS-W.
001500     DISPLAY "PRIMEROS AISLAMIENTOS: " TOT-PRIMEROS-W.
001510     EXIT PROGRAM.

001520 LEER-AISLADO.
001530     READ ARCHIVO-MICRO-RES NEXT
001540          AT END MOVE 1 TO SW-FIN-W
001550     END-READ.
001560     IF SW-FIN-W = 0
001570        IF FECHA-MIC > FECHA-FIN-LNK
001580           MOVE 1 TO SW-FIN-W
001590        ELSE
001600           IF MICRO-FINAL
001610              ADD 1 TO TOT-AISLADOS-W
001620              PERFORM VERIFICAR-PRIMERO
001630              IF SW-PRIMERO-W = 1
001640                 ADD 1 TO TOT-PRIMEROS-W
001650                 MOVE SERVHO-MIC TO SERVHO-BUSCA-W
001660                 PERFORM ACUMULAR-AISLADO
001670                 MOVE "TODO" TO SERVHO-BUSCA-W
001680                 PERFORM ACUMULAR-AISLADO
001690              END-IF
001700           END-IF
001710        END-IF
001720     END-IF.

      * LOS AISLAMIENTOS LLEGAN EN ORDEN DE FECHA: EL PRIMERO QUE SE
      * VE DE CADA PACIENTE Y GERMEN ES EL PRIMERO DEL PERIODO.
001730 VERIFICAR-PRIMERO.
001740     MOVE 1 TO SW-PRIMERO-W.
001750     PERFORM COMPARAR-PRIMERO
001760             VARYING IX-PRI-W FROM 1 BY 1
001770             UNTIL IX-PRI-W > TOTAL-PRI-W OR SW-PRIMERO-W = 0.
001780     IF SW-PRIMERO-W = 1 AND TOTAL-PRI-W < MAX-PRI-W
001790        ADD 1 TO TOTAL-PRI-W
001800        MOVE PACI-MIC      TO PACI-PRI-W (TOTAL-PRI-W)
001810        MOVE ORGANISMO-MIC TO ORGANISMO-PRI-W (TOTAL-PRI-W)
001820     END-IF.

001830 COMPARAR-PRIMERO.
001840     IF PACI-PRI-W (IX-PRI-W) = PACI-MIC
001850        AND ORGANISMO-PRI-W (IX-PRI-W) = ORGANISMO-MIC
001860        MOVE 0 TO SW-PRIMERO-W
001870     END-IF.

001880 ACUMULAR-AISLADO.
001890     PERFORM UBICAR-GERMEN.
001900     IF POS-GER-W > 0
001910        ADD 1 TO AISLADOS-GER-W (POS-GER-W)
001920     END-IF.
001930     MOVE 0 TO SW-FIN-MSE-W.
001940     MOVE LLAVE-MIC  TO LLAVE-MSE (1:31).
001950     MOVE LOW-VALUES TO ANTIB-MSE.
001960     START ARCHIVO-MICRO-SENS KEY IS >= LLAVE-MSE
001970           INVALID KEY MOVE 1 TO SW-FIN-MSE-W
001980     END-START.
001990     PERFORM LEER-SENSIBILIDAD UNTIL SW-FIN-MSE-W = 1.

002000 LEER-SENSIBILIDAD.
002010     READ ARCHIVO-MICRO-SENS NEXT
002020          AT END MOVE 1 TO SW-FIN-MSE-W
002030     END-READ.
002040     IF SW-FIN-MSE-W = 0
002050        IF LLAVE-MSE (1:31) NOT = LLAVE-MIC
002060           MOVE 1 TO SW-FIN-MSE-W
002070        ELSE
002080           PERFORM UBICAR-ANTIBIOTICO
002090           IF POS-ATB-W > 0
002100              ADD 1 TO PROBADOS-ATB-W (POS-ATB-W)
002110              IF INTERP-MSE = "S"
002120                 ADD 1 TO SENSIBLES-ATB-W (POS-ATB-W)
002130              END-IF
002140           END-IF
002150        END-IF
002160     END-IF.

002170 UBICAR-GERMEN.
002180     MOVE 0 TO POS-GER-W.
002190     PERFORM COMPARAR-GERMEN
002200             VARYING IX-GER-W FROM 1 BY 1
002210             UNTIL IX-GER-W > TOTAL-GER-W OR POS-GER-W > 0.
002220     IF POS-GER-W = 0 AND TOTAL-GER-W < MAX-GER-W
002230        ADD 1 TO TOTAL-GER-W
002240        MOVE TOTAL-GER-W    TO POS-GER-W
002250        MOVE SERVHO-BUSCA-W TO SERVHO-GER-W (POS-GER-W)
002260        MOVE ORGANISMO-MIC  TO ORGANISMO-GER-W (POS-GER-W)
002270     END-IF.

002280 COMPARAR-GERMEN.
002290     IF SERVHO-GER-W (IX-GER-W) = SERVHO-BUSCA-W
002300        AND ORGANISMO-GER-W (IX-GER-W) = ORGANISMO-MIC
002310        MOVE IX-GER-W TO POS-GER-W
002320     END-IF.

002330 UBICAR-ANTIBIOTICO.
002340     MOVE 0 TO POS-ATB-W.
002350     PERFORM COMPARAR-ANTIBIOTICO
002360             VARYING IX-ATB-W FROM 1 BY 1
002370             UNTIL IX-ATB-W > TOTAL-ATB-W OR POS-ATB-W > 0.
002380     IF POS-ATB-W = 0 AND TOTAL-ATB-W < MAX-ATB-W
002390        ADD 1 TO TOTAL-ATB-W
002400        MOVE TOTAL-ATB-W    TO POS-ATB-W
002410        MOVE SERVHO-BUSCA-W TO SERVHO-ATB-W (POS-ATB-W)
002420        MOVE ORGANISMO-MIC  TO ORGANISMO-ATB-W (POS-ATB-W)
002430        MOVE ANTIB-MSE      TO ANTIB-ATB-W (POS-ATB-W)
002440     END-IF.

002450 COMPARAR-ANTIBIOTICO.
002460     IF SERVHO-ATB-W (IX-ATB-W) = SERVHO-BUSCA-W
002470        AND ORGANISMO-ATB-W (IX-ATB-W) = ORGANISMO-MIC
002480        AND ANTIB-ATB-W (IX-ATB-W) = ANTIB-MSE
002490        MOVE IX-ATB-W TO POS-ATB-W
002500     END-IF.

002510 LISTAR-GERMEN.
002520     MOVE SPACES TO LIN-ANTIBIOG.
002530     WRITE LIN-ANTIBIOG.
002540     MOVE SERVHO-GER-W (IX-GER-W)    TO SERVHO-REP.
002550     MOVE ORGANISMO-GER-W (IX-GER-W) TO ORGANISMO-REP.
002560     MOVE AISLADOS-GER-W (IX-GER-W)  TO AISLADOS-REP.
002570     MOVE SPACES TO MARCA-REP.
002580     IF AISLADOS-GER-W (IX-GER-W) < 30
002590        MOVE "(MENOS DE 30)" TO MARCA-REP
002600     END-IF.
002610     MOVE LIN-GERMEN-REP TO LIN-ANTIBIOG.
002620     WRITE LIN-ANTIBIOG.
002630     MOVE SPACES TO LIN-ANTIBIOG.
002640     STRING "      ANTIB.   PROBADOS  SENSIBLES  % SENS."
002650            DELIMITED BY SIZE INTO LIN-ANTIBIOG.
002660     WRITE LIN-ANTIBIOG.
002670     PERFORM LISTAR-ANTIBIOTICO
002680             VARYING IX-ATB-W FROM 1 BY 1
002690             UNTIL IX-ATB-W > TOTAL-ATB-W.

002700 LISTAR-ANTIBIOTICO.
002710     IF SERVHO-ATB-W (IX-ATB-W) = SERVHO-GER-W (IX-GER-W)
002720        AND ORGANISMO-ATB-W (IX-ATB-W)
002730            = ORGANISMO-GER-W (IX-GER-W)
002740        MOVE ANTIB-ATB-W (IX-ATB-W)     TO ANTIB-REP
002750        MOVE PROBADOS-ATB-W (IX-ATB-W)  TO PROBADOS-REP
002760        MOVE SENSIBLES-ATB-W (IX-ATB-W) TO SENSIBLES-REP
002770        MOVE 0 TO PORCENTAJE-REP
002780        IF PROBADOS-ATB-W (IX-ATB-W) > 0
002790           COMPUTE PORCENTAJE-REP ROUNDED =
002800               SENSIBLES-ATB-W (IX-ATB-W) * 100
002810             / PROBADOS-ATB-W (IX-ATB-W)
002820        END-IF
002830        MOVE LIN-ANTIB-REP TO LIN-ANTIBIOG
002840        WRITE LIN-ANTIBIOG
002850     END-IF.
