      *=================================================================
      * HISTORIA CLINICA - PARAMETROS DEL REPORTE A LA CUENTA DE ALTO
      * COSTO (CAC) DE HTA, DIABETES Y ENFERMEDAD RENAL CRONICA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * EL REPORTE ANUAL QUE ARMA HC149-01 NECESITA SABER DONDE ESTA
      * CADA VARIABLE Y QUE MEDICAMENTOS CUENTAN:
      * - ARCHIVO-CAC-VAR: QUE CAMPO DE QUE PROTOCOLO DE
      *   ARCHIVO-RESULT-EXAMEN ES CADA VARIABLE DE LABORATORIO O DE
      *   TENSION, CON EL RANGO PLAUSIBLE QUE USA LA PREVALIDACION:
      *   CREA CREATININA (MG/DL)       HBA1 HEMOGLOBINA GLICADA (%)
      *   LDL  COLESTEROL LDL (MG/DL)   ALBU ALBUMINURIA (MG/G)
      *   PAS  TENSION SISTOLICA        PAD  TENSION DIASTOLICA
      *   (SI LA TENSION NO ESTA COMO RESULTADO SE TOMA DE LOS SIGNOS
      *   DE LA ULTIMA EVOLUCION).
      * - ARCHIVO-CAC-MED: QUE ARTICULOS DEL FORMULARIO SON
      *   "I" IECA O ARA II, "E" ESTATINA.
      * MODO "V" - GRABA LA VARIABLE (PROTOCOLO EN BLANCO LA RETIRA).
      * MODO "M" - GRABA LA CLASE DEL ARTICULO (EN BLANCO LO RETIRA).
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC149.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CAC-VAR LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CACVAR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS VAR-CACV
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-CAC-MED LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-CACMED-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS ART-CACM
000200         FILE STATUS IS OTR-STAT.

000210 DATA DIVISION.
000220 FILE SECTION.

000230 FD  ARCHIVO-CAC-VAR
000240     LABEL RECORD STANDARD.
000250 01  REG-CACV.
000260     02 VAR-CACV                PIC X(4).
000270        88 VARIABLE-VALIDA      VALUE "CREA" "HBA1" "LDL "
000280                                      "ALBU" "PAS " "PAD ".
000290     02 MACRO-CACV              PIC X(7).
000300     02 SECU-CAMPO-CACV         PIC 9(3).
000310     02 MINIMO-CACV             PIC 9(5)V99.
000320     02 MAXIMO-CACV             PIC 9(5)V99.

000330 FD  ARCHIVO-CAC-MED
000340     LABEL RECORD STANDARD.
000350 01  REG-CACM.
000360     02 ART-CACM                PIC X(8).
000370     02 CLASE-CACM              PIC X.
000380        88 CLASE-VALIDA         VALUE "I" "E".

000390 WORKING-STORAGE SECTION.

000400 77  NOM-CACVAR-W               PIC X(60)
000410     VALUE "D:\progelect\DATOS\SC-CACVAR.DAT".
000420 77  NOM-CACMED-W               PIC X(60)
000430     VALUE "D:\progelect\DATOS\SC-CACMED.DAT".
000440 77  OTR-STAT                   PIC XX.
000450 77  SW-EXISTE-W                PIC 9 VALUE 0.

000460 LINKAGE SECTION.
000470 01  MODO-LNK                   PIC X.
000480     88 MODO-VARIABLE           VALUE "V".
000490     88 MODO-MEDICAMENTO        VALUE "M".
000500 01  DATOS-CAC-LNK.
000510     02 VAR-LNK                 PIC X(4).
000520     02 MACRO-LNK               PIC X(7).
000530     02 SECU-CAMPO-LNK          PIC 9(3).
000540     02 MINIMO-LNK              PIC 9(5)V99.
000550     02 MAXIMO-LNK              PIC 9(5)V99.
000560     02 ART-LNK                 PIC X(8).
000570     02 CLASE-LNK               PIC X.
000580 01  RESULT-LNK                 PIC X.

000590 PROCEDURE DIVISION USING MODO-LNK DATOS-CAC-LNK RESULT-LNK.

000600 MAINLINE.
000610     MOVE "N" TO RESULT-LNK.
000620     EVALUATE TRUE
000630        WHEN MODO-VARIABLE
000640             PERFORM GRABAR-VARIABLE THRU FIN-VARIABLE
000650        WHEN MODO-MEDICAMENTO
000660             PERFORM GRABAR-MEDICAMENTO THRU FIN-MEDICAMENTO
000670     END-EVALUATE.
000680     EXIT PROGRAM.

000690 GRABAR-VARIABLE.
000700     MOVE VAR-LNK TO VAR-CACV.
000710     IF NOT VARIABLE-VALIDA
000720        OR (MACRO-LNK NOT = SPACES AND MAXIMO-LNK < MINIMO-LNK)
000730        MOVE "I" TO RESULT-LNK
000740        GO TO FIN-VARIABLE
000750     END-IF.
000760     OPEN I-O ARCHIVO-CAC-VAR.
000770     IF OTR-STAT = "35"
000780        OPEN OUTPUT ARCHIVO-CAC-VAR
000790        CLOSE ARCHIVO-CAC-VAR
000800        OPEN I-O ARCHIVO-CAC-VAR
000810     END-IF.
000820     MOVE 1 TO SW-EXISTE-W.
000830     READ ARCHIVO-CAC-VAR
000840          INVALID KEY MOVE 0 TO SW-EXISTE-W
000850     END-READ.
000860     MOVE MACRO-LNK      TO MACRO-CACV.
000870     MOVE SECU-CAMPO-LNK TO SECU-CAMPO-CACV.
000880     MOVE MINIMO-LNK     TO MINIMO-CACV.
000890     MOVE MAXIMO-LNK     TO MAXIMO-CACV.
000900     EVALUATE TRUE
000910        WHEN MACRO-LNK = SPACES AND SW-EXISTE-W = 1
000920             DELETE ARCHIVO-CAC-VAR
000930                 INVALID KEY CONTINUE
000940             END-DELETE
000950        WHEN MACRO-LNK = SPACES
000960             CONTINUE
000970        WHEN SW-EXISTE-W = 1
000980             REWRITE REG-CACV INVALID KEY CONTINUE END-REWRITE
000990        WHEN OTHER
001000             WRITE REG-CACV INVALID KEY CONTINUE END-WRITE
001010     END-EVALUATE.
001020     CLOSE ARCHIVO-CAC-VAR.
001030     MOVE "S" TO RESULT-LNK.

001040 FIN-VARIABLE.
001050     EXIT.

001060 GRABAR-MEDICAMENTO.
001070     MOVE CLASE-LNK TO CLASE-CACM.
001080     IF ART-LNK = SPACES
001090        OR (CLASE-LNK NOT = SPACE AND NOT CLASE-VALIDA)
001100        MOVE "I" TO RESULT-LNK
001110        GO TO FIN-MEDICAMENTO
001120     END-IF.
001130     OPEN I-O ARCHIVO-CAC-MED.
001140     IF OTR-STAT = "35"
001150        OPEN OUTPUT ARCHIVO-CAC-MED
001160        CLOSE ARCHIVO-CAC-MED
001170        OPEN I-O ARCHIVO-CAC-MED
001180     END-IF.
001190     MOVE ART-LNK TO ART-CACM.
001200     MOVE 1 TO SW-EXISTE-W.
001210     READ ARCHIVO-CAC-MED
001220          INVALID KEY MOVE 0 TO SW-EXISTE-W
001230     END-READ.
001240     MOVE CLASE-LNK TO CLASE-CACM.
001250     EVALUATE TRUE
001260        WHEN CLASE-LNK = SPACE AND SW-EXISTE-W = 1
001270             DELETE ARCHIVO-CAC-MED
001280                 INVALID KEY CONTINUE
001290             END-DELETE
001300        WHEN CLASE-LNK = SPACE
001310             CONTINUE
001320        WHEN SW-EXISTE-W = 1
001330             REWRITE REG-CACM INVALID KEY CONTINUE END-REWRITE
001340        WHEN OTHER
001350             WRITE REG-CACM INVALID KEY CONTINUE END-WRITE
001360     END-EVALUATE.
001370     CLOSE ARCHIVO-CAC-MED.
001380     MOVE "S" TO RESULT-LNK.

001390 FIN-MEDICAMENTO.
001400     EXIT.
