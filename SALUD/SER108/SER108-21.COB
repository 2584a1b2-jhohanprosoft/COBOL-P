      *         LISTA DE SOPORTES ESCANEADOS DEL PACIENTE (CALL
      *         HC137 MODO "E" -> SC-DOCEXPORT.TXT) PARA ANEXAR
      *         AL PAQUETE QUE SE ENTREGA A LA EPS.
      * PO -> 15/10/2026 PABLO OLGUIN - LOS SOPORTES SE PIDEN CON
      *         HC137 MODO "R" (EXPORTE DE PROCESO) Y EL MOTIVO
      *         "SOPORTES DE RADICACION", PARA QUE EL ACCESO A LA
      *         HISTORIA QUEDE EN LA BITACORA DE HC152.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-21.
000030 ENVIRONMENT DIVISION.
000281     02 VALOR-PAGADO-FACT       PIC 9(11)V99.
000282     02 VALOR-GLOSADO-FACT      PIC 9(11)V99.
000283     02 FECHA-ULT-PAGO-FACT     PIC 9(8).
000284     02 VALOR-NOTAS-FACT        PIC S9(11)V99
000285                                    SIGN IS TRAILING.

000290 WORKING-STORAGE SECTION.

000300 77  NOM-FACTU-LNK              PIC X(60)
000310     VALUE "D:\progelect\DATOS\SC-ARCHFACT.DAT".
000311 77  OTR-STAT                   PIC XX.

      * PARAMETROS PARA HC137 MODO "R" (SOPORTES ESCANEADOS)
000312 77  MODO-DOCEXP-W              PIC X VALUE "R".
000313 77  COD-TIPODOC-NULO-W         PIC X(6) VALUE SPACES.
000314 77  MOTIVO-RADIC-W             PIC X(30)
000315     VALUE "SOPORTES DE RADICACION".
000324 77  RETENCION-NULA-W           PIC 9(2) VALUE 0.
000325 77  TIPO-ADM-NULO-W            PIC XX VALUE SPACES.
000326 77  FOLIO-NULO-W               PIC X(8) VALUE SPACES.
000329 77  FALTANTES-W                PIC 9(2).
000330 77  RESULT-DOCEXP-W            PIC X.

000331 LINKAGE SECTION.
000340 01  LLAVE-FACT-LNK             PIC X(12).
000350 01  FECHA-RADIC-LNK            PIC 9(8).
000360 01  NRO-RADICADO-LNK           PIC X(15).
000671* LOS SOPORTES ESCANEADOS DEL PACIENTE QUEDAN LISTADOS EN
000672* SC-DOCEXPORT.TXT PARA ANEXAR AL PAQUETE RADICADO.
000673     CALL "HC137" USING MODO-DOCEXP-W COD-TIPODOC-NULO-W
000674                        MOTIVO-RADIC-W RETENCION-NULA-W
000675                        TIPO-ADM-NULO-W PACI-FACT
000676                        FOLIO-NULO-W RUTA-NULA-W
000677                        USUARIO-RAD-W FALTANTES-W
