      *=================================================================
      * HISTORIA CLINICA - CONTEO MENSUAL DE BANDEJAS POR TIPO DE
      * DIETA PARA EL INFORME DE COSTOS DE COCINA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECIBE EL PERIODO AAAAMM Y SUMA ARCHIVO-BANDEJAS (LO GRABA EL
      * CENSO HC141-01 POR FECHA, COMIDA Y TIPO DE DIETA). DEJA EN
      * SC-BANDMES.TXT UNA LINEA POR TIPO DE DIETA CON DESAYUNOS,
      * ALMUERZOS, COMIDAS Y TOTAL, SEPARADA POR ";" PARA QUE COCINA
      * LA LLEVE A SU HOJA DE COSTOS. EL AYUNO (NV) SE INFORMA PERO
      * NO SUMA AL TOTAL DE BANDEJAS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC141-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-BANDEJAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-BANDEJAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-BAN
000140         FILE STATUS IS OTR-STAT.

000150     SELECT CONTEO-BANDEJAS
000160         ASSIGN NOM-BANDMES-W
000170         ORGANIZATION IS LINE SEQUENTIAL.

000180 DATA DIVISION.
000190 FILE SECTION.

000200 FD  ARCHIVO-BANDEJAS
000210     LABEL RECORD STANDARD.
000220 01  REG-BAN.
000230     02 LLAVE-BAN.
000240        03 FECHA-BAN.
000250           05 ANO-MES-BAN       PIC 9(6).
000260           05 DIA-BAN           PIC 99.
000270        03 COMIDA-BAN           PIC X.
000280           88 BAN-DESAYUNO      VALUE "D".
000290           88 BAN-ALMUERZO      VALUE "A".
000300           88 BAN-CENA          VALUE "C".
000310        03 TIPO-BAN             PIC XX.
000320     02 CANT-BAN                PIC 9(4).

000330 FD  CONTEO-BANDEJAS
000340     LABEL RECORD STANDARD.
000350 01  LIN-BANDMES                PIC X(80).

000360 WORKING-STORAGE SECTION.

000370 77  NOM-BANDEJAS-W             PIC X(60)
000380     VALUE "D:\progelect\DATOS\SC-BANDEJAS.DAT".
000390 77  NOM-BANDMES-W              PIC X(60)
000400     VALUE "D:\progelect\DATOS\SC-BANDMES.TXT".
000410 77  OTR-STAT                   PIC XX.
000420 77  SW-FIN-W                   PIC 9 VALUE 0.
000430 77  IX-TAB-W                   PIC 99.
000440 77  POS-TAB-W                  PIC 99.
000450 77  TOT-BANDEJAS-W             PIC 9(7) VALUE 0.

000460 01  VALORES-TIPOS-W            PIC X(14)
000470     VALUE "COLCLTBLHSDBNV".
000480 01  TABLA-TIPOS-W REDEFINES VALORES-TIPOS-W.
000490     02 TIPO-TAB-W              OCCURS 7 PIC XX.

000500 01  CONTEO-MES-W.
000510     02 CONTEO-TIPO-W OCCURS 7 TIMES.
000520        03 DESAYUNOS-W          PIC 9(6).
000530        03 ALMUERZOS-W          PIC 9(6).
000540        03 COMIDAS-W            PIC 9(6).
000550        03 TOTAL-TIPO-W         PIC 9(7).

000560 01  LIN-CONTEO-REP.
000570     02 ANO-MES-REP             PIC 9(6).
000580     02 FILLER                  PIC X VALUE ";".
000590     02 TIPO-REP                PIC XX.
000600     02 FILLER                  PIC X VALUE ";".
000610     02 DESAYUNOS-REP           PIC 9(6).
000620     02 FILLER                  PIC X VALUE ";".
000630     02 ALMUERZOS-REP           PIC 9(6).
000640     02 FILLER                  PIC X VALUE ";".
000650     02 COMIDAS-REP             PIC 9(6).
000660     02 FILLER                  PIC X VALUE ";".
000670     02 TOTAL-REP               PIC 9(7).

000680 LINKAGE SECTION.
000690 01  ANO-MES-LNK                PIC 9(6).

000700 PROCEDURE DIVISION USING ANO-MES-LNK.

000710 MAINLINE.
000720     MOVE 0 TO SW-FIN-W TOT-BANDEJAS-W.
000730     INITIALIZE CONTEO-MES-W.
000740     OPEN OUTPUT CONTEO-BANDEJAS.
000750     MOVE "PERIODO;DIETA;DESAYUNOS;ALMUERZOS;COMIDAS;TOTAL"
000760       TO LIN-BANDMES.
000770     WRITE LIN-BANDMES.
000780     OPEN INPUT ARCHIVO-BANDEJAS.
000790     IF OTR-STAT = "00"
000800        MOVE ANO-MES-LNK TO ANO-MES-BAN
000810        MOVE 0           TO DIA-BAN
000820        MOVE LOW-VALUES  TO COMIDA-BAN TIPO-BAN
000830        START ARCHIVO-BANDEJAS KEY IS >= LLAVE-BAN
000840              INVALID KEY MOVE 1 TO SW-FIN-W
000850        END-START
000860        PERFORM SUMAR-BANDEJAS UNTIL SW-FIN-W = 1
000870        CLOSE ARCHIVO-BANDEJAS
000880     END-IF.
000890     PERFORM LISTAR-TIPO
000900             VARYING IX-TAB-W FROM 1 BY 1 UNTIL IX-TAB-W > 7.
000910     MOVE SPACES TO LIN-BANDMES.
000920     STRING ANO-MES-LNK ";TOTAL BANDEJAS;;;;" TOT-BANDEJAS-W
000930            DELIMITED BY SIZE INTO LIN-BANDMES.
000940     WRITE LIN-BANDMES.
000950     CLOSE CONTEO-BANDEJAS.
000960     EXIT PROGRAM.

000970 SUMAR-BANDEJAS.
000980     READ ARCHIVO-BANDEJAS NEXT
000990          AT END MOVE 1 TO SW-FIN-W
001000     END-READ.
001010     IF SW-FIN-W = 0
001020        IF ANO-MES-BAN NOT = ANO-MES-LNK
001030           MOVE 1 TO SW-FIN-W
001040        ELSE
001050           PERFORM UBICAR-TIPO
001060           IF POS-TAB-W > 0
001070              EVALUATE TRUE
001080                 WHEN BAN-DESAYUNO
001090                      ADD CANT-BAN TO DESAYUNOS-W (POS-TAB-W)
001100                 WHEN BAN-ALMUERZO
001110                      ADD CANT-BAN TO ALMUERZOS-W (POS-TAB-W)
001120                 WHEN OTHER
001130                      ADD CANT-BAN TO COMIDAS-W (POS-TAB-W)
001140              END-EVALUATE
001150              ADD CANT-BAN TO TOTAL-TIPO-W (POS-TAB-W)
001160              IF TIPO-BAN NOT = "NV"
001170                 ADD CANT-BAN TO TOT-BANDEJAS-W
001180              END-IF
001190           END-IF
001200        END-IF
001210     END-IF.

001220 UBICAR-TIPO.
001230     MOVE 0 TO POS-TAB-W.
001240     PERFORM COMPARAR-TIPO
001250             VARYING IX-TAB-W FROM 1 BY 1
001260             UNTIL IX-TAB-W > 7 OR POS-TAB-W > 0.

001270 COMPARAR-TIPO.
001280     IF TIPO-TAB-W (IX-TAB-W) = TIPO-BAN
001290        MOVE IX-TAB-W TO POS-TAB-W
001300     END-IF.

001310 LISTAR-TIPO.
001320     MOVE ANO-MES-LNK               TO ANO-MES-REP.
001330     MOVE TIPO-TAB-W (IX-TAB-W)     TO TIPO-REP.
001340     MOVE DESAYUNOS-W (IX-TAB-W)    TO DESAYUNOS-REP.
001350     MOVE ALMUERZOS-W (IX-TAB-W)    TO ALMUERZOS-REP.
001360     MOVE COMIDAS-W (IX-TAB-W)      TO COMIDAS-REP.
001370     MOVE TOTAL-TIPO-W (IX-TAB-W)   TO TOTAL-REP.
001380     MOVE LIN-CONTEO-REP TO LIN-BANDMES.
001390     WRITE LIN-BANDMES.
