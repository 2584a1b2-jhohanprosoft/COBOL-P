      *=================================================================
      * SALUD - DISPONIBILIDAD DE UN EQUIPO BIOMEDICO PARA RESERVA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LO LLAMAN SAL7C26 AL RESERVAR UN RECURSO TIPO EQUIPO Y
      * SAL7C26-01 EN LA HOJA DIARIA DE OCUPACION. BUSCA EL EQUIPO
      * BIOMEDICO LIGADO AL RECURSO (SAL7C38) Y DEVUELVE:
      * "S" DISPONIBLE (O RECURSO SIN EQUIPO BAJO CONTROL), "F" EQUIPO
      * FUERA DE SERVICIO O DADO DE BAJA, "M" MANTENIMIENTO PREVENTIVO
      * VENCIDO A LA FECHA, "C" CALIBRACION VENCIDA A LA FECHA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C38-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-EQUIPO-BIO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-EQUIBIO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-EQB
000140         ALTERNATE RECORD KEY IS COD-RECUR-EQB WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PLAN-BIO LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PLANBIO-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PLB
000210         FILE STATUS IS OTR-STAT.

000220 DATA DIVISION.
000230 FILE SECTION.

000240 FD  ARCHIVO-EQUIPO-BIO
000250     LABEL RECORD STANDARD.
000260 01  REG-EQB.
000270     02 COD-EQB                 PIC X(8).
000280     02 DESCRIP-EQB             PIC X(40).
000290     02 MARCA-EQB               PIC X(20).
000300     02 MODELO-EQB              PIC X(20).
000310     02 SERIE-EQB               PIC X(20).
000320     02 REG-INVIMA-EQB          PIC X(20).
000330     02 CLASE-RIESGO-EQB        PIC X(3).
000340     02 SEDE-EQB                PIC XX.
000350     02 UBICACION-EQB           PIC X(20).
000360     02 NIT-PROVEEDOR-EQB       PIC 9(10).
000370     02 PROVEEDOR-EQB           PIC X(30).
000380     02 COD-ACTIVO-EQB          PIC X(8).
000390     02 COD-RECUR-EQB           PIC X(6).
000400     02 FECHA-INGRESO-EQB       PIC 9(8).
000410     02 ESTADO-EQB              PIC X.
000420        88 EQUIPO-EN-SERVICIO   VALUE "A".
000430        88 EQUIPO-FUERA-SERV    VALUE "F".
000440        88 EQUIPO-DE-BAJA       VALUE "B".
000450     02 FECHA-ACT-EQB           PIC 9(8).
000460     02 USUARIO-EQB             PIC X(4).
000470     02 FILLER                  PIC X(20).

000480 FD  ARCHIVO-PLAN-BIO
000490     LABEL RECORD STANDARD.
000500 01  REG-PLB.
000510     02 LLAVE-PLB.
000520        03 COD-EQB-PLB          PIC X(8).
000530        03 TIPO-PLB             PIC X.
000540     02 FRECUENCIA-PLB          PIC 99.
000550     02 ACTIVIDAD-PLB           PIC X(60).
000560     02 RESPONSABLE-PLB         PIC X(30).
000570     02 FECHA-ULT-PLB           PIC 9(8).
000580     02 FECHA-PROX-PLB          PIC 9(8).
000590     02 NRO-OT-ABIERTA-PLB      PIC 9(7).
000600     02 USUARIO-PLB             PIC X(4).
000610     02 FILLER                  PIC X(20).

000620 WORKING-STORAGE SECTION.

000630 77  NOM-EQUIBIO-W              PIC X(60)
000640     VALUE "D:\progelect\DATOS\SC-EQUIBIO.DAT".
000650 77  NOM-PLANBIO-W              PIC X(60)
000660     VALUE "D:\progelect\DATOS\SC-PLANBIO.DAT".
000670 77  OTR-STAT                   PIC XX.

000680 LINKAGE SECTION.
000690 01  COD-RECUR-LNK              PIC X(6).
000700 01  FECHA-LNK                  PIC 9(8).
000710 01  RESULT-LNK                 PIC X.
000720     88 EQUIPO-DISPONIBLE       VALUE "S".

000730 PROCEDURE DIVISION USING COD-RECUR-LNK FECHA-LNK RESULT-LNK.

000740 MAINLINE.
000750     MOVE "S" TO RESULT-LNK.
000760     OPEN INPUT ARCHIVO-EQUIPO-BIO.
000770     IF OTR-STAT = "00"
000780        OPEN INPUT ARCHIVO-PLAN-BIO
000790        PERFORM VALIDAR-EQUIPO THRU FIN-VALIDAR-EQUIPO
000800        CLOSE ARCHIVO-EQUIPO-BIO ARCHIVO-PLAN-BIO
000810     END-IF.
000820     EXIT PROGRAM.

      * SE TOMA EL PRIMER EQUIPO DEL RECURSO QUE NO ESTE DE BAJA.
000830 VALIDAR-EQUIPO.
000840     MOVE COD-RECUR-LNK TO COD-RECUR-EQB.
000850     READ ARCHIVO-EQUIPO-BIO KEY IS COD-RECUR-EQB
000860          INVALID KEY GO TO FIN-VALIDAR-EQUIPO
000870     END-READ.
000880     PERFORM SIGUIENTE-EQUIPO
000890             UNTIL NOT EQUIPO-DE-BAJA OR NOT EQUIPO-DISPONIBLE.
000900     IF NOT EQUIPO-DISPONIBLE
000910        GO TO FIN-VALIDAR-EQUIPO
000920     END-IF.
000930     IF EQUIPO-FUERA-SERV
000940        MOVE "F" TO RESULT-LNK
000950        GO TO FIN-VALIDAR-EQUIPO
000960     END-IF.
000970     MOVE COD-EQB TO COD-EQB-PLB.
000980     MOVE "M"     TO TIPO-PLB.
000990     READ ARCHIVO-PLAN-BIO
001000          NOT INVALID KEY
001010              IF FECHA-PROX-PLB < FECHA-LNK
001020                 MOVE "M" TO RESULT-LNK
001030                 GO TO FIN-VALIDAR-EQUIPO
001040              END-IF
001050     END-READ.
001060     MOVE COD-EQB TO COD-EQB-PLB.
001070     MOVE "C"     TO TIPO-PLB.
001080     READ ARCHIVO-PLAN-BIO
001090          NOT INVALID KEY
001100              IF FECHA-PROX-PLB < FECHA-LNK
001110                 MOVE "C" TO RESULT-LNK
001120              END-IF
001130     END-READ.
001140 FIN-VALIDAR-EQUIPO.
001150     EXIT.

      * SI TODOS LOS EQUIPOS DEL RECURSO ESTAN DE BAJA QUEDA "F".
001160 SIGUIENTE-EQUIPO.
001170     READ ARCHIVO-EQUIPO-BIO NEXT
001180          AT END MOVE "F" TO RESULT-LNK
001190     END-READ.
001200     IF EQUIPO-DISPONIBLE AND COD-RECUR-EQB NOT = COD-RECUR-LNK
001210        MOVE "F" TO RESULT-LNK
001220     END-IF.
