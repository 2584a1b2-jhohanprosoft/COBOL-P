      *=================================================================
      * SALUD - FECHA + N DIAS HABILES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * DEVUELVE LA FECHA QUE RESULTA DE SUMAR DIAS-LNK DIAS HABILES A
      * FECHA-BASE-LNK (EL DIA BASE NO CUENTA). NO SON HABILES SABADO,
      * DOMINGO NI LOS FESTIVOS DE ARCHIVO-FESTIVOS (SC-FESTIVOS.DAT,
      * LOS GRABA SAL7C36 MODO "F"). SI EL ARCHIVO NO EXISTE SOLO SE
      * DESCUENTAN LOS FINES DE SEMANA. EL DIA DE LA SEMANA SE SACA
      * COMO EN SAL7C23: 1 DOMINGO ... 7 SABADO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL7C36-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-FESTIVOS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-FESTIVOS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS FECHA-FEST
000140         FILE STATUS IS OTR-STAT.

000150 DATA DIVISION.
000160 FILE SECTION.

000170 FD  ARCHIVO-FESTIVOS
000180     LABEL RECORD STANDARD.
000190 01  REG-FEST.
000200     02 FECHA-FEST              PIC 9(8).
000210     02 DESCRIP-FEST            PIC X(30).

000220 WORKING-STORAGE SECTION.

000230 77  NOM-FESTIVOS-W             PIC X(60)
000240     VALUE "D:\progelect\DATOS\SC-FESTIVOS.DAT".
000250 77  OTR-STAT                   PIC XX.
000260 77  SW-HAY-FESTIVOS-W          PIC 9 VALUE 0.
000270 77  SW-HABIL-W                 PIC 9 VALUE 0.
000280 77  DIA-SEMANA-W               PIC 9.
000290 77  DIAS-CONTADOS-W            PIC 9(3) VALUE 0.
000300 77  FECHA-INT-W                PIC 9(7) VALUE 0.

000310 LINKAGE SECTION.
000320 01  FECHA-BASE-LNK             PIC 9(8).
000330 01  DIAS-LNK                   PIC 9(3).
000340 01  FECHA-RESULT-LNK           PIC 9(8).

000350 PROCEDURE DIVISION USING FECHA-BASE-LNK DIAS-LNK
000360                          FECHA-RESULT-LNK.

000370 MAINLINE.
000380     MOVE 0 TO SW-HAY-FESTIVOS-W DIAS-CONTADOS-W.
000390     OPEN INPUT ARCHIVO-FESTIVOS.
000400     IF OTR-STAT = "00"
000410        MOVE 1 TO SW-HAY-FESTIVOS-W
000420     END-IF.
000430     COMPUTE FECHA-INT-W =
000440         FUNCTION INTEGER-OF-DATE(FECHA-BASE-LNK).
000450     PERFORM AVANZAR-DIA UNTIL DIAS-CONTADOS-W >= DIAS-LNK.
000460     COMPUTE FECHA-RESULT-LNK =
000470         FUNCTION DATE-OF-INTEGER(FECHA-INT-W).
000480     IF SW-HAY-FESTIVOS-W = 1
000490        CLOSE ARCHIVO-FESTIVOS
000500     END-IF.
000510     EXIT PROGRAM.

000520 AVANZAR-DIA.
000530     ADD 1 TO FECHA-INT-W.
000540     MOVE 1 TO SW-HABIL-W.
000550     COMPUTE DIA-SEMANA-W = FUNCTION MOD(FECHA-INT-W, 7) + 1.
000560     IF DIA-SEMANA-W = 1 OR DIA-SEMANA-W = 7
000570        MOVE 0 TO SW-HABIL-W
000580     END-IF.
000590     IF SW-HABIL-W = 1 AND SW-HAY-FESTIVOS-W = 1
000600        COMPUTE FECHA-FEST =
000610            FUNCTION DATE-OF-INTEGER(FECHA-INT-W)
000620        READ ARCHIVO-FESTIVOS
000630             INVALID KEY CONTINUE
000640             NOT INVALID KEY MOVE 0 TO SW-HABIL-W
000650        END-READ
000660     END-IF.
000670     IF SW-HABIL-W = 1
000680        ADD 1 TO DIAS-CONTADOS-W
000690     END-IF.
