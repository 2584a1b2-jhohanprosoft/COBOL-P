      *=================================================================
      * CARTERA - MATRIZ DE PERDIDA ESPERADA (DETERIORO NIIF 9)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * MANTIENE ARCHIVO-MATRIZ-DET, LA TABLA QUE USA EL DETERIORO
      * MENSUAL DE CARTERA (SER108-46). DOS TIPOS DE REGISTRO:
      * "T" - UN TIPO DE ENTIDAD (EPS CONTRIBUTIVO, SUBSIDIADO, SOAT,
      *       PARTICULAR...) CON EL PORCENTAJE DE PERDIDA DE CADA
      *       BALDE DE VENCIMIENTO: 0-30, 31-60, 61-90, 91-180,
      *       181-360 Y MAS DE 360 DIAS.
      * "E" - UNA ENTIDAD: SU TIPO Y SU CONDICION (N NORMAL, L EN
      *       LIQUIDACION, I INTERVENIDA). LA ENTIDAD EN LIQUIDACION
      *       O INTERVENIDA SE DETERIORA AL 100% SIN IMPORTAR EL
      *       BALDE. LA ENTIDAD SIN REGISTRO TOMA EL TIPO "GE".
      * MODO "T" - GRABA UN TIPO CON SUS PORCENTAJES.
      * MODO "E" - GRABA EL TIPO Y LA CONDICION DE UNA ENTIDAD (EL
      *            TIPO DEBE EXISTIR).
      * MODO "Q" - CONSULTA UNA ENTIDAD: DEVUELVE SU TIPO, SU
      *            CONDICION Y LOS PORCENTAJES DE SU TIPO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-45.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-MATRIZ-DET LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-MATRIZDET-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-MDT
000140         FILE STATUS IS OTR-STAT.

000150 DATA DIVISION.
000160 FILE SECTION.

000170 FD  ARCHIVO-MATRIZ-DET
000180     LABEL RECORD STANDARD.
000190 01  REG-MDT.
000200     02 LLAVE-MDT.
000210        03 TIPO-REG-MDT         PIC X.
000220           88 MDT-TIPO          VALUE "T".
000230           88 MDT-ENTIDAD       VALUE "E".
000240        03 COD-MDT              PIC X(6).
000250     02 DATOS-MDT               PIC X(60).
000260     02 DATOS-TIPO-MDT REDEFINES DATOS-MDT.
000270        03 DESCRIP-TIPO-MDT     PIC X(30).
000280        03 PORC-BALDE-MDT       PIC 9(3)V99 OCCURS 6.
000290     02 DATOS-ENT-MDT REDEFINES DATOS-MDT.
000300        03 TIPO-ENT-MDT         PIC XX.
000310        03 CONDICION-ENT-MDT    PIC X.
000320           88 ENT-NORMAL        VALUE "N".
000330           88 ENT-LIQUIDACION   VALUE "L".
000340           88 ENT-INTERVENIDA   VALUE "I".
000350        03 FECHA-COND-MDT       PIC 9(8).
000360        03 FILLER               PIC X(49).
000370     02 OPER-MDT                PIC X(4).
000380     02 FECHA-ACT-MDT           PIC 9(8).

000390 WORKING-STORAGE SECTION.

000400 77  NOM-MATRIZDET-W            PIC X(60)
000410     VALUE "D:\progelect\DATOS\SC-MATRIZDET.DAT".
000420 77  OTR-STAT                   PIC XX.
000430 77  K                          PIC 9 VALUE 0.
000440 77  SW-PORC-MALO-W             PIC 9 VALUE 0.

000450 LINKAGE SECTION.
000460 01  MODO-LNK                   PIC X.
000470     88 MODO-TIPO               VALUE "T".
000480     88 MODO-ENTIDAD            VALUE "E".
000490     88 MODO-CONSULTAR          VALUE "Q".
000500 01  DATOS-MDT-LNK.
000510     02 COD-MDT-LNK             PIC X(6).
000520     02 DESCRIP-TIPO-LNK        PIC X(30).
000530     02 PORC-BALDE-LNK          PIC 9(3)V99 OCCURS 6.
000540     02 TIPO-ENT-LNK            PIC XX.
000550     02 CONDICION-ENT-LNK       PIC X.
000560     02 OPER-LNK                PIC X(4).
000570 01  RESULT-LNK                 PIC X.
000580     88 MATRIZ-OK               VALUE "S".
000590     88 MATRIZ-NO-EXISTE        VALUE "X".
000600     88 MATRIZ-NO-OK            VALUE "N".

000610 PROCEDURE DIVISION USING MODO-LNK DATOS-MDT-LNK RESULT-LNK.

000620 MAINLINE.
000630     MOVE "N" TO RESULT-LNK.
000640     PERFORM ABRIR-ARCHIVO.
000650     EVALUATE TRUE
000660        WHEN MODO-TIPO
000670             PERFORM GRABAR-TIPO THRU FIN-GRABAR-TIPO
000680        WHEN MODO-ENTIDAD
000690             PERFORM GRABAR-ENTIDAD THRU FIN-GRABAR-ENTIDAD
000700        WHEN MODO-CONSULTAR
000710             PERFORM CONSULTAR-ENTIDAD THRU FIN-CONSULTAR
000720     END-EVALUATE.
000730     CLOSE ARCHIVO-MATRIZ-DET.
000740     EXIT PROGRAM.

000750 ABRIR-ARCHIVO.
000760     OPEN I-O ARCHIVO-MATRIZ-DET.
000770     IF OTR-STAT = "35"
000780        OPEN OUTPUT ARCHIVO-MATRIZ-DET
000790        CLOSE ARCHIVO-MATRIZ-DET
000800        OPEN I-O ARCHIVO-MATRIZ-DET
000810     END-IF.

000820 GRABAR-TIPO.
000830     IF COD-MDT-LNK = SPACES
000840        GO TO FIN-GRABAR-TIPO
000850     END-IF.
000860     MOVE 0 TO SW-PORC-MALO-W.
000870     PERFORM VALIDAR-PORCENTAJE VARYING K FROM 1 BY 1
000880             UNTIL K > 6.
000890     IF SW-PORC-MALO-W = 1
000900        GO TO FIN-GRABAR-TIPO
000910     END-IF.
000920     INITIALIZE REG-MDT.
000930     MOVE "T"              TO TIPO-REG-MDT.
000940     MOVE COD-MDT-LNK      TO COD-MDT.
000950     MOVE DESCRIP-TIPO-LNK TO DESCRIP-TIPO-MDT.
000960     PERFORM PASAR-PORCENTAJE VARYING K FROM 1 BY 1
000970             UNTIL K > 6.
000980     PERFORM GRABAR-REGISTRO.

000990 FIN-GRABAR-TIPO.
001000     EXIT.

001010 VALIDAR-PORCENTAJE.
001020     IF PORC-BALDE-LNK (K) > 100
001030        MOVE 1 TO SW-PORC-MALO-W
001040     END-IF.

001050 PASAR-PORCENTAJE.
001060     MOVE PORC-BALDE-LNK (K) TO PORC-BALDE-MDT (K).

001070 GRABAR-ENTIDAD.
001080     IF COD-MDT-LNK = SPACES
001090        OR (CONDICION-ENT-LNK NOT = "N" AND NOT = "L"
001100                                AND NOT = "I")
001110        GO TO FIN-GRABAR-ENTIDAD
001120     END-IF.
001130     MOVE "T"          TO TIPO-REG-MDT.
001140     MOVE TIPO-ENT-LNK TO COD-MDT.
001150     READ ARCHIVO-MATRIZ-DET
001160          INVALID KEY
001170             MOVE "X" TO RESULT-LNK
001180             GO TO FIN-GRABAR-ENTIDAD
001190     END-READ.
001200     MOVE "E"         TO TIPO-REG-MDT.
001210     MOVE COD-MDT-LNK TO COD-MDT.
001220     READ ARCHIVO-MATRIZ-DET
001230          INVALID KEY
001240             INITIALIZE REG-MDT
001250             MOVE "E"         TO TIPO-REG-MDT
001260             MOVE COD-MDT-LNK TO COD-MDT
001270     END-READ.
001280     IF CONDICION-ENT-LNK NOT = CONDICION-ENT-MDT
001290        MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-COND-MDT
001300     END-IF.
001310     MOVE TIPO-ENT-LNK      TO TIPO-ENT-MDT.
001320     MOVE CONDICION-ENT-LNK TO CONDICION-ENT-MDT.
001330     PERFORM GRABAR-REGISTRO.

001340 FIN-GRABAR-ENTIDAD.
001350     EXIT.

001360 GRABAR-REGISTRO.
001370     MOVE OPER-LNK TO OPER-MDT.
001380     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-ACT-MDT.
001390     REWRITE REG-MDT
001400         INVALID KEY WRITE REG-MDT END-WRITE
001410     END-REWRITE.
001420     MOVE "S" TO RESULT-LNK.

001430 CONSULTAR-ENTIDAD.
001440     MOVE "X"         TO RESULT-LNK.
001450     MOVE "E"         TO TIPO-REG-MDT.
001460     MOVE COD-MDT-LNK TO COD-MDT.
001470     READ ARCHIVO-MATRIZ-DET
001480          INVALID KEY
001490             MOVE "GE" TO TIPO-ENT-LNK
001500             MOVE "N"  TO CONDICION-ENT-LNK
001510          NOT INVALID KEY
001520             MOVE TIPO-ENT-MDT      TO TIPO-ENT-LNK
001530             MOVE CONDICION-ENT-MDT TO CONDICION-ENT-LNK
001540     END-READ.
001550     MOVE "T"          TO TIPO-REG-MDT.
001560     MOVE TIPO-ENT-LNK TO COD-MDT.
001570     READ ARCHIVO-MATRIZ-DET
001580          INVALID KEY GO TO FIN-CONSULTAR
001590     END-READ.
001600     MOVE DESCRIP-TIPO-MDT TO DESCRIP-TIPO-LNK.
001610     PERFORM DEVOLVER-PORCENTAJE VARYING K FROM 1 BY 1
001620             UNTIL K > 6.
001630     MOVE "S" TO RESULT-LNK.

001640 FIN-CONSULTAR.
001650     EXIT.

001660 DEVOLVER-PORCENTAJE.
001670     MOVE PORC-BALDE-MDT (K) TO PORC-BALDE-LNK (K).
