      *=================================================================
      * TESORERIA - PAGOS FIJOS Y SUPUESTOS DE RECAUDO DEL FLUJO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * MANTIENE LOS DOS ARCHIVOS DE PARAMETROS DE LA PROYECCION DE
      * CAJA A 13 SEMANAS (CON135-01):
      * MODO "F" - GRABA UN PAGO FIJO PLANEADO (NOMINA, ARRIENDO,
      *            CUOTAS DE CREDITO...) CON SU VALOR, SU FRECUENCIA
      *            (S SEMANAL, Q QUINCENAL: DIA 15 Y FIN DE MES,
      *            M MENSUAL EN EL DIA INDICADO) Y SU VIGENCIA. EN
      *            ESTADO "I" DEJA DE PROYECTARSE.
      * MODO "D" - AJUSTA EL SUPUESTO DE RECAUDO DE UNA ENTIDAD: DIAS
      *            QUE SE SUMAN (O RESTAN) A SUS DIAS HISTORICOS DE
      *            PAGO Y PORCENTAJE DEL SALDO QUE SE ESPERA RECAUDAR.
      *            LOS DIAS HISTORICOS LOS RECALCULA CADA PROYECCION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON135.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PAGOS-FIJOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PAGOFIJO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-PFJ
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-SUPUESTO-COBRO LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-SUPCOBRO-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-ENT-SUP
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-ENTIDADES LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-ENTI-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS COD-ENT
000260         ALTERNATE RECORD KEY IS NOMBRE-ENT WITH DUPLICATES
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-PAGOS-FIJOS
000310     LABEL RECORD STANDARD.
000320 01  REG-PFJ.
000330     02 COD-PFJ                 PIC X(6).
000340     02 DESCRIP-PFJ             PIC X(40).
000350     02 VALOR-PFJ               PIC 9(11)V99.
000360     02 FRECUENCIA-PFJ          PIC X.
000370        88 PFJ-SEMANAL          VALUE "S".
000380        88 PFJ-QUINCENAL        VALUE "Q".
000390        88 PFJ-MENSUAL          VALUE "M".
000400     02 DIA-PFJ                 PIC 99.
000410     02 FECHA-DESDE-PFJ         PIC 9(8).
000420     02 FECHA-HASTA-PFJ         PIC 9(8).
000430     02 ESTADO-PFJ              PIC X.
000440        88 PFJ-ACTIVO           VALUE "A".
000450        88 PFJ-INACTIVO         VALUE "I".
000460     02 NIT-EMPRESA-PFJ         PIC 9(10).
000470     02 USUARIO-PFJ             PIC X(4).
000480     02 FECHA-ACT-PFJ           PIC 9(8).
000490     02 FILLER                  PIC X(20).

000500 FD  ARCHIVO-SUPUESTO-COBRO
000510     LABEL RECORD STANDARD.
000520 01  REG-SUP.
000530     02 COD-ENT-SUP             PIC X(6).
000540     02 DIAS-HIST-SUP           PIC 9(4).
000550     02 DIAS-AJUSTE-SUP         PIC S9(4) SIGN IS TRAILING.
000560     02 PORC-RECAUDO-SUP        PIC 9(3)V99.
000570     02 FECHA-CALCULO-SUP       PIC 9(8).
000580     02 USUARIO-SUP             PIC X(4).
000590     02 FECHA-ACT-SUP           PIC 9(8).
000600     02 FILLER                  PIC X(20).

000610 FD  ARCHIVO-ENTIDADES
000620     LABEL RECORD STANDARD.
000630 01  REG-ENT.
000640     02 COD-ENT                 PIC X(6).
000650     02 NOMBRE-ENT              PIC X(40).

000660 WORKING-STORAGE SECTION.

000670 77  NOM-PAGOFIJO-W             PIC X(60)
000680     VALUE "D:\progelect\DATOS\SC-PAGOFIJO.DAT".
000690 77  NOM-SUPCOBRO-W             PIC X(60)
000700     VALUE "D:\progelect\DATOS\SC-SUPCOBRO.DAT".
000710 77  NOM-ENTI-W                 PIC X(60)
000720     VALUE "D:\progelect\DATOS\SC-ENTIDAD.DAT".
000730 77  OTR-STAT                   PIC XX.

000740 LINKAGE SECTION.
000750 01  MODO-LNK                   PIC X.
000760     88 MODO-PAGO-FIJO          VALUE "F".
000770     88 MODO-SUPUESTO           VALUE "D".
000780 01  DATOS-PFJ-LNK.
000790     02 COD-PFJ-LNK             PIC X(6).
000800     02 DESCRIP-PFJ-LNK         PIC X(40).
000810     02 VALOR-PFJ-LNK           PIC 9(11)V99.
000820     02 FRECUENCIA-PFJ-LNK      PIC X.
000830     02 DIA-PFJ-LNK             PIC 99.
000840     02 FECHA-DESDE-PFJ-LNK     PIC 9(8).
000850     02 FECHA-HASTA-PFJ-LNK     PIC 9(8).
000860     02 ESTADO-PFJ-LNK          PIC X.
000870     02 NIT-EMPRESA-PFJ-LNK     PIC 9(10).
000880 01  DATOS-SUP-LNK.
000890     02 COD-ENT-SUP-LNK         PIC X(6).
000900     02 DIAS-AJUSTE-SUP-LNK     PIC S9(4).
000910     02 PORC-RECAUDO-SUP-LNK    PIC 9(3)V99.
000920 01  USUARIO-LNK                PIC X(4).
000930 01  RESULT-LNK                 PIC X.
000940     88 FLUJO-PARAM-OK          VALUE "S".
000950     88 ENTIDAD-NO-EXISTE       VALUE "X".
000960     88 FLUJO-PARAM-NO-OK       VALUE "N".

000970 PROCEDURE DIVISION USING MODO-LNK DATOS-PFJ-LNK DATOS-SUP-LNK
000980                          USUARIO-LNK RESULT-LNK.

000990 MAINLINE.
001000     MOVE "N" TO RESULT-LNK.
001010     EVALUATE TRUE
001020        WHEN MODO-PAGO-FIJO
001030           PERFORM GRABAR-PAGO-FIJO THRU FIN-GRABAR-PAGO-FIJO
001040        WHEN MODO-SUPUESTO
001050           PERFORM GRABAR-SUPUESTO THRU FIN-GRABAR-SUPUESTO
001060     END-EVALUATE.
001070     EXIT PROGRAM.

001080 GRABAR-PAGO-FIJO.
001090     IF COD-PFJ-LNK = SPACES OR VALOR-PFJ-LNK = 0
001100        GO TO FIN-GRABAR-PAGO-FIJO
001110     END-IF.
001120     IF FRECUENCIA-PFJ-LNK NOT = "S" AND NOT = "Q"
001130                             AND NOT = "M"
001140        GO TO FIN-GRABAR-PAGO-FIJO
001150     END-IF.
001160     IF FRECUENCIA-PFJ-LNK = "M"
001170        AND (DIA-PFJ-LNK < 1 OR DIA-PFJ-LNK > 31)
001180        GO TO FIN-GRABAR-PAGO-FIJO
001190     END-IF.
001200     IF ESTADO-PFJ-LNK NOT = "I"
001210        MOVE "A" TO ESTADO-PFJ-LNK
001220     END-IF.
001230     OPEN I-O ARCHIVO-PAGOS-FIJOS.
001240     IF OTR-STAT = "35"
001250        OPEN OUTPUT ARCHIVO-PAGOS-FIJOS
001260        CLOSE ARCHIVO-PAGOS-FIJOS
001270        OPEN I-O ARCHIVO-PAGOS-FIJOS
001280     END-IF.
001290     INITIALIZE REG-PFJ.
001300     MOVE COD-PFJ-LNK         TO COD-PFJ.
001310     MOVE DESCRIP-PFJ-LNK     TO DESCRIP-PFJ.
001320     MOVE VALOR-PFJ-LNK       TO VALOR-PFJ.
001330     MOVE FRECUENCIA-PFJ-LNK  TO FRECUENCIA-PFJ.
001340     MOVE DIA-PFJ-LNK         TO DIA-PFJ.
001350     MOVE FECHA-DESDE-PFJ-LNK TO FECHA-DESDE-PFJ.
001360     MOVE FECHA-HASTA-PFJ-LNK TO FECHA-HASTA-PFJ.
001370     MOVE ESTADO-PFJ-LNK      TO ESTADO-PFJ.
001380     MOVE NIT-EMPRESA-PFJ-LNK TO NIT-EMPRESA-PFJ.
001390     MOVE USUARIO-LNK         TO USUARIO-PFJ.
001400     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-ACT-PFJ.
001410     REWRITE REG-PFJ
001420         INVALID KEY WRITE REG-PFJ END-WRITE
001430     END-REWRITE.
001440     CLOSE ARCHIVO-PAGOS-FIJOS.
001450     MOVE "S" TO RESULT-LNK.
001460 FIN-GRABAR-PAGO-FIJO.
001470     EXIT.

      * LOS DIAS HISTORICOS Y LA FECHA DE CALCULO SE CONSERVAN.
001480 GRABAR-SUPUESTO.
001490     IF PORC-RECAUDO-SUP-LNK > 100
001500        GO TO FIN-GRABAR-SUPUESTO
001510     END-IF.
001520     OPEN INPUT ARCHIVO-ENTIDADES.
001530     MOVE COD-ENT-SUP-LNK TO COD-ENT.
001540     READ ARCHIVO-ENTIDADES
001550          INVALID KEY
001560             MOVE "X" TO RESULT-LNK
001570     END-READ.
001580     CLOSE ARCHIVO-ENTIDADES.
001590     IF ENTIDAD-NO-EXISTE
001600        GO TO FIN-GRABAR-SUPUESTO
001610     END-IF.
001620     OPEN I-O ARCHIVO-SUPUESTO-COBRO.
001630     IF OTR-STAT = "35"
001640        OPEN OUTPUT ARCHIVO-SUPUESTO-COBRO
001650        CLOSE ARCHIVO-SUPUESTO-COBRO
001660        OPEN I-O ARCHIVO-SUPUESTO-COBRO
001670     END-IF.
001680     MOVE COD-ENT-SUP-LNK TO COD-ENT-SUP.
001690     READ ARCHIVO-SUPUESTO-COBRO
001700          INVALID KEY
001710             INITIALIZE REG-SUP
001720             MOVE COD-ENT-SUP-LNK TO COD-ENT-SUP
001730     END-READ.
001740     MOVE DIAS-AJUSTE-SUP-LNK  TO DIAS-AJUSTE-SUP.
001750     MOVE PORC-RECAUDO-SUP-LNK TO PORC-RECAUDO-SUP.
001760     MOVE USUARIO-LNK          TO USUARIO-SUP.
001770     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-ACT-SUP.
001780     REWRITE REG-SUP
001790         INVALID KEY WRITE REG-SUP END-WRITE
001800     END-REWRITE.
001810     CLOSE ARCHIVO-SUPUESTO-COBRO.
001820     MOVE "S" TO RESULT-LNK.
001830 FIN-GRABAR-SUPUESTO.
001840     EXIT.
