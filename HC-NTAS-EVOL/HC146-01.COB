      *=================================================================
      * HISTORIA CLINICA - INFORME DE USO DE PAQUETES DE ORDENES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * PARA EL COMITE MEDICO QUE MANTIENE LAS GUIAS: CUANTAS VECES
      * SE APLICO CADA PAQUETE DE HC146 EN EL PERIODO Y, POR ITEM,
      * CUANTAS VECES SE PROPUSO, SE EDITO O SE RETIRO, CON EL
      * PORCENTAJE DE RETIRO (EL ITEM QUE EL MEDICO QUITA CASI
      * SIEMPRE SOBRA EN LA GUIA) Y CUANTAS VECES TRAJO ALERTA DE
      * RX425. RECORRE ARCHIVO-USO-SET POR SU LLAVE (PAQUETE,
      * FECHA...) CON CORTE DE CONTROL POR PAQUETE Y DEJA EL
      * INFORME EN SC-INFUSOSET.TXT.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC146-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-SET-ORDEN LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-SETORD-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-SETO
000140         ALTERNATE RECORD KEY IS CIE-SETO WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-USO-SET LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-USOSET-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-USOS
000210         ALTERNATE RECORD KEY IS FECHA-USOS WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT REPORTE-USO-SET
000240         ASSIGN NOM-INFUSO-W
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS OTR-STAT.

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  ARCHIVO-SET-ORDEN
000300     LABEL RECORD STANDARD.
000310 01  REG-SETO.
000320     02 LLAVE-SETO.
000330        03 COD-SETO             PIC X(6).
000340        03 SECU-SETO            PIC 9(3).
000350     02 CIE-SETO                PIC X(4).
000360     02 TIPO-SETO               PIC X.
000370        88 SETO-CABECERA        VALUE "C".
000380        88 SETO-ARTICULO        VALUE "M".
000390        88 SETO-EXAMEN          VALUE "E".
000400        88 SETO-INDICACION      VALUE "I".
000410        88 SETO-ITEM-VALIDO     VALUE "M" "E" "I".
000420     02 COD-ITEM-SETO           PIC X(12).
000430     02 DESCRIP-SETO            PIC X(60).
000440     02 DOSIS-SETO              PIC 9(5)V99.
000450     02 UNIDAD-DOSIS-SETO       PIC X(4).
000460     02 VIA-SETO                PIC X(3).
000470     02 FRECUENCIA-SETO         PIC 99.
000480     02 DIAS-SETO               PIC 99.
000490     02 CANTIDAD-SETO           PIC 9(3).
000500     02 ESTADO-SETO             PIC X.
000510        88 SETO-ACTIVO          VALUE "A".
000520        88 SETO-INACTIVO        VALUE "I".
000530     02 FECHA-ACT-SETO          PIC 9(8).
000540     02 OPER-SETO               PIC X(4).

000550 FD  ARCHIVO-USO-SET
000560     LABEL RECORD STANDARD.
000570 01  REG-USOS.
000580     02 LLAVE-USOS.
000590        03 COD-SET-USOS         PIC X(6).
000600        03 FECHA-USOS           PIC 9(8).
000610        03 HORA-USOS            PIC 9(6).
000620        03 PACI-USOS            PIC X(15).
000630        03 SECU-USOS            PIC 9(3).
000640     02 TIPO-USOS               PIC X.
000650     02 COD-ITEM-USOS           PIC X(12).
000660     02 DECISION-USOS           PIC X.
000670        88 USOS-ACEPTADO        VALUE "A".
000680        88 USOS-EDITADO         VALUE "E".
000690        88 USOS-RETIRADO        VALUE "R".
000700     02 ALERTA-USOS             PIC X.
000710     02 CIE-USOS                PIC X(4).
000720     02 MEDICO-USOS             PIC X(10).

000730 FD  REPORTE-USO-SET
000740     LABEL RECORD STANDARD.
000750 01  LIN-USO-SET                PIC X(132).

000760 WORKING-STORAGE SECTION.

000770 77  NOM-SETORD-W               PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-SETORD.DAT".
000790 77  NOM-USOSET-W               PIC X(60)
000800     VALUE "D:\progelect\DATOS\SC-USOSET.DAT".
000810 77  NOM-INFUSO-W               PIC X(60)
000820     VALUE "D:\progelect\DATOS\SC-INFUSOSET.TXT".
000830 77  OTR-STAT                   PIC XX.
000840 77  SW-FIN-W                   PIC 9 VALUE 0.
000850 77  SET-ACTUAL-W               PIC X(6) VALUE SPACES.
000860 77  USOS-SET-W                 PIC 9(5) VALUE 0.
000870 77  IX-ITEM-W                  PIC 99.
000880 77  TOT-SETS-W                 PIC 9(5) VALUE 0.
000890 77  TOT-USOS-W                 PIC 9(5) VALUE 0.

000900 01  TABLA-ITEMS-USO-W.
000910     02 ITEM-USO-W              OCCURS 30.
000920        03 TIPO-ITEM-W          PIC X.
000930        03 COD-ITEM-W           PIC X(12).
000940        03 PROPUESTO-ITEM-W     PIC 9(5).
000950        03 EDITADO-ITEM-W       PIC 9(5).
000960        03 RETIRADO-ITEM-W      PIC 9(5).
000970        03 ALERTA-ITEM-W        PIC 9(5).

000980 01  LIN-SET-REP.
000990     02 FILLER                  PIC X(8) VALUE "PAQUETE ".
001000     02 COD-SET-REP             PIC X(6).
001010     02 FILLER                  PIC X VALUE " ".
001020     02 NOMBRE-SET-REP          PIC X(60).
001030     02 FILLER                  PIC X(6) VALUE " CIE: ".
001040     02 CIE-SET-REP             PIC X(4).
001050     02 FILLER                  PIC X(7) VALUE " USOS: ".
001060     02 USOS-SET-REP            PIC ZZZZ9.

001070 01  LIN-ITEM-REP.
001080     02 FILLER                  PIC X(3) VALUE SPACES.
001090     02 SECU-ITEM-REP           PIC 9(3).
001100     02 FILLER                  PIC X VALUE " ".
001110     02 TIPO-ITEM-REP           PIC X.
001120     02 FILLER                  PIC X VALUE " ".
001130     02 COD-ITEM-REP            PIC X(12).
001140     02 FILLER                  PIC X VALUE " ".
001150     02 DESCRIP-ITEM-REP        PIC X(40).
001160     02 FILLER                  PIC X(6) VALUE " PROP ".
001170     02 PROPUESTO-REP           PIC ZZZZ9.
001180     02 FILLER                  PIC X(6) VALUE " EDIT ".
001190     02 EDITADO-REP             PIC ZZZZ9.
001200     02 FILLER                  PIC X(6) VALUE " RETI ".
001210     02 RETIRADO-REP            PIC ZZZZ9.
001220     02 FILLER                  PIC X VALUE " ".
001230     02 PCT-RETIRO-REP          PIC ZZ9.9.
001240     02 FILLER                  PIC X(8) VALUE "% ALERT ".
001250     02 ALERTA-REP              PIC ZZZZ9.

001260 LINKAGE SECTION.
001270 01  FECHA-INI-LNK              PIC 9(8).
001280 01  FECHA-FIN-LNK              PIC 9(8).

001290 PROCEDURE DIVISION USING FECHA-INI-LNK FECHA-FIN-LNK.

001300 MAINLINE.
001310     OPEN INPUT ARCHIVO-SET-ORDEN.
001320     OPEN INPUT ARCHIVO-USO-SET.
001330     IF OTR-STAT NOT = "00"
001340        CLOSE ARCHIVO-SET-ORDEN
001350        EXIT PROGRAM
001360     END-IF.
001370     OPEN OUTPUT REPORTE-USO-SET.
001380     MOVE SPACES TO LIN-USO-SET.
001390     STRING "USO DE PAQUETES DE ORDENES POR GUIA CLINICA "
001400            FECHA-INI-LNK " A " FECHA-FIN-LNK
001410            DELIMITED BY SIZE INTO LIN-USO-SET.
001420     WRITE LIN-USO-SET.
001430     INITIALIZE TABLA-ITEMS-USO-W.
001440     MOVE 0 TO SW-FIN-W.
001450     PERFORM LEER-USO UNTIL SW-FIN-W = 1.
001460     IF SET-ACTUAL-W NOT = SPACES
001470        PERFORM LISTAR-SET
001480     END-IF.
001490     CLOSE ARCHIVO-SET-ORDEN ARCHIVO-USO-SET REPORTE-USO-SET.
001500     DISPLAY "PAQUETES USADOS: " TOT-SETS-W.
001510     DISPLAY "APLICACIONES:    " TOT-USOS-W.
001520     EXIT PROGRAM.

001530 LEER-USO.
001540     READ ARCHIVO-USO-SET NEXT
001550          AT END MOVE 1 TO SW-FIN-W
001560     END-READ.
001570     IF SW-FIN-W = 0
001580        IF FECHA-USOS >= FECHA-INI-LNK
001590           AND FECHA-USOS <= FECHA-FIN-LNK
001600           PERFORM ACUMULAR-USO
001610        END-IF
001620     END-IF.

001630 ACUMULAR-USO.
001640     IF COD-SET-USOS NOT = SET-ACTUAL-W
001650        IF SET-ACTUAL-W NOT = SPACES
001660           PERFORM LISTAR-SET
001670        END-IF
001680        MOVE COD-SET-USOS TO SET-ACTUAL-W
001690        MOVE 0 TO USOS-SET-W
001700        INITIALIZE TABLA-ITEMS-USO-W
001710     END-IF.
001720     IF SECU-USOS = 0
001730        ADD 1 TO USOS-SET-W
001740     ELSE
001750        IF SECU-USOS <= 30
001760           MOVE SECU-USOS     TO IX-ITEM-W
001770           MOVE TIPO-USOS     TO TIPO-ITEM-W (IX-ITEM-W)
001780           MOVE COD-ITEM-USOS TO COD-ITEM-W (IX-ITEM-W)
001790           ADD 1 TO PROPUESTO-ITEM-W (IX-ITEM-W)
001800           IF USOS-EDITADO
001810              ADD 1 TO EDITADO-ITEM-W (IX-ITEM-W)
001820           END-IF
001830           IF USOS-RETIRADO
001840              ADD 1 TO RETIRADO-ITEM-W (IX-ITEM-W)
001850           END-IF
001860           IF ALERTA-USOS NOT = SPACE
001870              ADD 1 TO ALERTA-ITEM-W (IX-ITEM-W)
001880           END-IF
001890        END-IF
001900     END-IF.

001910 LISTAR-SET.
001920     MOVE SET-ACTUAL-W TO COD-SETO.
001930     MOVE 0            TO SECU-SETO.
001940     READ ARCHIVO-SET-ORDEN
001950          INVALID KEY MOVE SPACES TO DESCRIP-SETO CIE-SETO
001960     END-READ.
001970     MOVE SET-ACTUAL-W TO COD-SET-REP.
001980     MOVE DESCRIP-SETO TO NOMBRE-SET-REP.
001990     MOVE CIE-SETO     TO CIE-SET-REP.
002000     MOVE USOS-SET-W   TO USOS-SET-REP.
002010     MOVE SPACES TO LIN-USO-SET.
002020     WRITE LIN-USO-SET.
002030     WRITE LIN-USO-SET FROM LIN-SET-REP.
002040     PERFORM LISTAR-ITEM VARYING IX-ITEM-W FROM 1 BY 1
002050             UNTIL IX-ITEM-W > 30.
002060     ADD 1 TO TOT-SETS-W.
002070     ADD USOS-SET-W TO TOT-USOS-W.

002080 LISTAR-ITEM.
002090     IF PROPUESTO-ITEM-W (IX-ITEM-W) > 0
002100        MOVE SET-ACTUAL-W TO COD-SETO
002110        MOVE IX-ITEM-W    TO SECU-SETO
002120        READ ARCHIVO-SET-ORDEN
002130             INVALID KEY MOVE "(YA NO ESTA EN LA GUIA)"
002140                           TO DESCRIP-SETO
002150        END-READ
002160        MOVE IX-ITEM-W                   TO SECU-ITEM-REP
002170        MOVE TIPO-ITEM-W (IX-ITEM-W)     TO TIPO-ITEM-REP
002180        MOVE COD-ITEM-W (IX-ITEM-W)      TO COD-ITEM-REP
002190        MOVE DESCRIP-SETO                TO DESCRIP-ITEM-REP
002200        MOVE PROPUESTO-ITEM-W (IX-ITEM-W) TO PROPUESTO-REP
002210        MOVE EDITADO-ITEM-W (IX-ITEM-W)  TO EDITADO-REP
002220        MOVE RETIRADO-ITEM-W (IX-ITEM-W) TO RETIRADO-REP
002230        COMPUTE PCT-RETIRO-REP ROUNDED =
002240                RETIRADO-ITEM-W (IX-ITEM-W) * 100
002250                / PROPUESTO-ITEM-W (IX-ITEM-W)
002260        MOVE ALERTA-ITEM-W (IX-ITEM-W)   TO ALERTA-REP
002270        WRITE LIN-USO-SET FROM LIN-ITEM-REP
002280     END-IF.
