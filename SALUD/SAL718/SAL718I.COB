      *=================================================================
      * TARIFAS CUPS - MANUAL TARIFARIO QUIRURGICO (SOAT / ISS)
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LAS CUENTAS DE CIRUGIA SE LIQUIDABAN CON CALCULADORA PORQUE
      * SAL718F SOLO GUARDA UN VALOR POR CUP, Y LOS MANUALES COBRAN
      * LA CIRUGIA POR COMPONENTES. ARCHIVO-MANUAL-QX GUARDA, CON UN
      * TIPO DE REGISTRO EN LA LLAVE:
      * "E" - EL MANUAL DEL CONTRATO DE CADA ENTIDAD: "S" SOAT O
      *       "I" ISS, Y EL PORCENTAJE PACTADO SOBRE EL MANUAL
      *       (P.EJ. ISS + 30 O SOAT - 15).
      * "C" - POR MANUAL Y CUP, LAS UNIDADES DEL PROCEDIMIENTO: UVR
      *       EN EL ISS, GRUPO QUIRURGICO EN EL SOAT.
      * "T" - POR MANUAL, LA TABLA DE VALORES HASTA UN NUMERO DE
      *       UNIDADES: HONORARIOS DE CIRUJANO, ANESTESIOLOGO Y
      *       AYUDANTE, DERECHOS DE SALA Y MATERIALES. EN EL ISS LOS
      *       TRES HONORARIOS SON VALOR POR UVR (SE MULTIPLICAN POR
      *       LAS UVR DEL CUP) Y SALA Y MATERIALES VAN POR RANGO; EN
      *       EL SOAT TODO ES VALOR FIJO DEL GRUPO.
      * MODO "E" - GRABA EL CONTRATO DE UNA ENTIDAD.
      * MODO "C" - GRABA LAS UNIDADES DE UN CUP EN UN MANUAL.
      * MODO "T" - GRABA UNA FILA DE LA TABLA DE UN MANUAL.
      * MODO "Q" - CONSULTA EL MANUAL Y PORCENTAJE DE UNA ENTIDAD
      *            ("N" SI NO TIENE CONTRATO POR MANUAL).
      * LA LIQUIDACION DE LA CIRUGIA LA HACE SER108-38.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL718I.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-MANUAL-QX LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-MANUALQX-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-MQX
000140         FILE STATUS IS OTR-STAT.

000150 DATA DIVISION.
000160 FILE SECTION.

000170 FD  ARCHIVO-MANUAL-QX
000180     LABEL RECORD STANDARD.
000190 01  REG-MQX.
000200     02 LLAVE-MQX.
000210        03 TIPO-MQX             PIC X.
000220           88 MQX-ENTIDAD       VALUE "E".
000230           88 MQX-CUP           VALUE "C".
000240           88 MQX-TABLA         VALUE "T".
000250        03 MANUAL-MQX           PIC X.
000260        03 COD-MQX              PIC X(12).
000270     02 DATOS-MQX               PIC X(70).
000280     02 DATOS-ENT-MQX REDEFINES DATOS-MQX.
000290        03 MANUAL-ENT-MQX       PIC X.
000300           88 MANUAL-SOAT       VALUE "S".
000310           88 MANUAL-ISS        VALUE "I".
000320        03 PORC-AJUSTE-MQX      PIC S9(3)V99 SIGN IS TRAILING.
000330        03 FILLER               PIC X(64).
000340     02 DATOS-CUP-MQX REDEFINES DATOS-MQX.
000350        03 UNIDADES-MQX         PIC 9(4).
000360        03 FILLER               PIC X(66).
000370     02 DATOS-TAB-MQX REDEFINES DATOS-MQX.
000380        03 VLR-CIRUJANO-MQX     PIC 9(9)V99.
000390        03 VLR-ANEST-MQX        PIC 9(9)V99.
000400        03 VLR-AYUDANTE-MQX     PIC 9(9)V99.
000410        03 VLR-SALA-MQX         PIC 9(9)V99.
000420        03 VLR-MATERIAL-MQX     PIC 9(9)V99.
000430        03 FILLER               PIC X(15).

000440 WORKING-STORAGE SECTION.

000450 77  NOM-MANUALQX-W             PIC X(60)
000460     VALUE "D:\progelect\DATOS\SC-MANUALQX.DAT".
000470 77  OTR-STAT                   PIC XX.

000480 LINKAGE SECTION.
000490 01  MODO-LNK                   PIC X.
000500     88 MODO-ENTIDAD            VALUE "E".
000510     88 MODO-CUP                VALUE "C".
000520     88 MODO-TABLA              VALUE "T".
000530     88 MODO-CONSULTAR          VALUE "Q".
000540 01  DATOS-MQX-LNK.
000550     02 ENTIDAD-MQX-LNK         PIC X(6).
000560     02 MANUAL-MQX-LNK          PIC X.
000570     02 PORC-AJUSTE-MQX-LNK     PIC S9(3)V99 SIGN IS TRAILING.
000580     02 CUP-MQX-LNK             PIC X(12).
000590     02 UNIDADES-MQX-LNK        PIC 9(4).
000600     02 VLR-CIRUJANO-MQX-LNK    PIC 9(9)V99.
000610     02 VLR-ANEST-MQX-LNK       PIC 9(9)V99.
000620     02 VLR-AYUDANTE-MQX-LNK    PIC 9(9)V99.
000630     02 VLR-SALA-MQX-LNK        PIC 9(9)V99.
000640     02 VLR-MATERIAL-MQX-LNK    PIC 9(9)V99.
000650 01  RESULT-LNK                 PIC X.
000660     88 MANUALQX-OK             VALUE "S".
000670     88 MANUALQX-NO-OK          VALUE "N".

000680 PROCEDURE DIVISION USING MODO-LNK DATOS-MQX-LNK RESULT-LNK.

000690 MAINLINE.
000700     MOVE "N" TO RESULT-LNK.
000710     PERFORM ABRIR-ARCHIVO.
000720     EVALUATE TRUE
000730        WHEN MODO-ENTIDAD
000740             PERFORM GRABAR-ENTIDAD THRU FIN-GRABAR-ENTIDAD
000750        WHEN MODO-CUP
000760             PERFORM GRABAR-CUP THRU FIN-GRABAR-CUP
000770        WHEN MODO-TABLA
000780             PERFORM GRABAR-TABLA THRU FIN-GRABAR-TABLA
000790        WHEN MODO-CONSULTAR
000800             PERFORM CONSULTAR-ENTIDAD
000810     END-EVALUATE.
000820     CLOSE ARCHIVO-MANUAL-QX.
000830     EXIT PROGRAM.

000840 ABRIR-ARCHIVO.
000850     OPEN I-O ARCHIVO-MANUAL-QX.
000860     IF OTR-STAT = "35"
000870        OPEN OUTPUT ARCHIVO-MANUAL-QX
000880        CLOSE ARCHIVO-MANUAL-QX
000890        OPEN I-O ARCHIVO-MANUAL-QX
000900     END-IF.

000910 GRABAR-ENTIDAD.
000920     IF ENTIDAD-MQX-LNK = SPACES
000930        OR (MANUAL-MQX-LNK NOT = "S" AND NOT = "I")
000940        GO TO FIN-GRABAR-ENTIDAD
000950     END-IF.
000960     INITIALIZE REG-MQX.
000970     MOVE "E"                 TO TIPO-MQX.
000980     MOVE SPACE               TO MANUAL-MQX.
000990     MOVE ENTIDAD-MQX-LNK     TO COD-MQX.
001000     MOVE MANUAL-MQX-LNK      TO MANUAL-ENT-MQX.
001010     MOVE PORC-AJUSTE-MQX-LNK TO PORC-AJUSTE-MQX.
001020     PERFORM GRABAR-REGISTRO.

001030 FIN-GRABAR-ENTIDAD.
001040     EXIT.

001050 GRABAR-CUP.
001060     IF (MANUAL-MQX-LNK NOT = "S" AND NOT = "I")
001070        OR CUP-MQX-LNK = SPACES OR UNIDADES-MQX-LNK = 0
001080        GO TO FIN-GRABAR-CUP
001090     END-IF.
001100     INITIALIZE REG-MQX.
001110     MOVE "C"              TO TIPO-MQX.
001120     MOVE MANUAL-MQX-LNK   TO MANUAL-MQX.
001130     MOVE CUP-MQX-LNK      TO COD-MQX.
001140     MOVE UNIDADES-MQX-LNK TO UNIDADES-MQX.
001150     PERFORM GRABAR-REGISTRO.

001160 FIN-GRABAR-CUP.
001170     EXIT.

      * LA FILA VA CON EL TOPE DE UNIDADES EN CUATRO DIGITOS PARA QUE
      * LA LLAVE QUEDE EN ORDEN NUMERICO.
001180 GRABAR-TABLA.
001190     IF (MANUAL-MQX-LNK NOT = "S" AND NOT = "I")
001200        OR UNIDADES-MQX-LNK = 0
001210        GO TO FIN-GRABAR-TABLA
001220     END-IF.
001230     INITIALIZE REG-MQX.
001240     MOVE "T"                  TO TIPO-MQX.
001250     MOVE MANUAL-MQX-LNK       TO MANUAL-MQX.
001260     MOVE UNIDADES-MQX-LNK     TO COD-MQX (1: 4).
001270     MOVE VLR-CIRUJANO-MQX-LNK TO VLR-CIRUJANO-MQX.
001280     MOVE VLR-ANEST-MQX-LNK    TO VLR-ANEST-MQX.
001290     MOVE VLR-AYUDANTE-MQX-LNK TO VLR-AYUDANTE-MQX.
001300     MOVE VLR-SALA-MQX-LNK     TO VLR-SALA-MQX.
001310     MOVE VLR-MATERIAL-MQX-LNK TO VLR-MATERIAL-MQX.
001320     PERFORM GRABAR-REGISTRO.

001330 FIN-GRABAR-TABLA.
001340     EXIT.

001350 GRABAR-REGISTRO.
001360     REWRITE REG-MQX
001370         INVALID KEY WRITE REG-MQX END-WRITE
001380     END-REWRITE.
001390     MOVE "S" TO RESULT-LNK.

001400 CONSULTAR-ENTIDAD.
001410     MOVE "E"             TO TIPO-MQX.
001420     MOVE SPACE           TO MANUAL-MQX.
001430     MOVE ENTIDAD-MQX-LNK TO COD-MQX.
001440     READ ARCHIVO-MANUAL-QX
001450          INVALID KEY CONTINUE
001460          NOT INVALID KEY
001470             MOVE MANUAL-ENT-MQX  TO MANUAL-MQX-LNK
001480             MOVE PORC-AJUSTE-MQX TO PORC-AJUSTE-MQX-LNK
001490             MOVE "S" TO RESULT-LNK
001500     END-READ.
