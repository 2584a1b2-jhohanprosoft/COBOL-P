      *=================================================================
      * SALUD - CALIDAD DEL DATO DEL PACIENTE PARA RIPS Y BDUA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA MAYORIA DE RECHAZOS DE RIPS Y FURIPS VIENEN DEL DATO DEL
      * PACIENTE. ESTE COMPONENTE APLICA LAS REGLAS A UN PACIENTE Y
      * DEJA EL RESULTADO EN ARCHIVO-PACI-RIPS (EXTENSION DEL MAESTRO
      * POR COD-PACI CON LOS DATOS QUE RIPS PIDE Y EL MAESTRO NO
      * TIENE: TIPO DE DOCUMENTO, MUNICIPIO DANE Y ZONA):
      *  REGLA 1 (20) TIPO DE DOCUMENTO FALTANTE O QUE NO CORRESPONDE
      *               A LA EDAD (RC MENOR DE 7, TI DE 7 A 17, CC DE
      *               18 EN ADELANTE, CN MENOR DE 1, MS/AS MENOR/
      *               ADULTO SIN IDENTIFICACION).
      *  REGLA 2 (15) SIN MUNICIPIO DE RESIDENCIA.
      *  REGLA 3 (10) TELEFONO INVALIDO: 10 DIGITOS QUE EMPIECEN POR 3
      *               (CELULAR) O 60 (FIJO CON INDICATIVO).
      *  REGLA 4 (20) EPS-PACI NO COINCIDE CON LA AFILIACION CARGADA
      *               DE LA BDUA (SER114): NO FIGURA, RETIRADO O
      *               SUSPENDIDO, U OTRA ENTIDAD.
      *  REGLA 5 (20) FECHA DE NACIMIENTO VACIA, INVALIDA, FUTURA O DE
      *               MAS DE 120 ANOS.
      *  REGLA 6 (05) SEXO DISTINTO DE M/F.
      *  REGLA 7 (05) NOMBRE VACIO O DE UNA SOLA PALABRA.
      *  REGLA 8 (05) SIN EPS.
      * EL PUNTAJE ES 100 MENOS EL PESO DE LAS REGLAS QUE FALLAN.
      * MODO "E" - EVALUAR UN PACIENTE (CHECK-IN, SAL7C12-02): DEVUELVE
      *            PUNTAJE, REGLAS FALLIDAS Y EL TEXTO DE AVISOS.
      * MODO "L" - IGUAL QUE "E" PERO DEJA LOS ARCHIVOS ABIERTOS PARA
      *            EL LOTE SEMANAL (SER114-03); MODO "F" LOS CIERRA.
      * MODO "D" - GRABAR TIPO DE DOCUMENTO, MUNICIPIO Y ZONA QUE
      *            CORRIGE RECEPCION Y REEVALUAR.
      * EL PACIENTE FUSIONADO NO SE EVALUA (RESULTADO "F").
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER114-02.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PACIE-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS COD-PACI
000140         FILE STATUS IS OTR-STAT.

000150     SELECT ARCHIVO-PACI-RIPS LOCK MODE IS AUTOMATIC
000160         ASSIGN NOM-PACIRIPS-W
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS COD-PACI-PRP
000200         FILE STATUS IS OTR-STAT.

000210     SELECT ARCHIVO-BDUA LOCK MODE IS AUTOMATIC
000220         ASSIGN NOM-BDUA-W
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS DOCUM-BDUA
000260         ALTERNATE RECORD KEY IS ENTIDAD-BDUA WITH DUPLICATES
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-PACIENTES
000310     LABEL RECORD STANDARD.
000320 01  REG-PACI.
000330     02 COD-PACI                PIC X(15).
000340     02 DESCRIP-PACI            PIC X(40).
000350     02 EPS-PACI                PIC X(6).
000360     02 ID-COTIZ-PACI           PIC X(15).
000370     02 ESTADO-PACI             PIC X.
000380        88 PACIENTE-FUSIONADO   VALUE "F".
000390     02 FUSIONADO-EN-PACI       PIC X(15).
000400     02 FECHA-FUSION-PACI       PIC 9(8).
000410     02 TELEFONO-PACI           PIC X(15).
000420     02 FECHA-NAC-PACI          PIC 9(8).
000430     02 SEXO-PACI               PIC X.
000440     02 PLAN-PACI               PIC XX.
000450     02 NIVEL-INGRESO-PACI      PIC 9.
000460     02 AUTORIZA-PACI.
000470        03 AUT-RECORDAT-PACI    PIC X.
000480        03 AUT-RESULTADOS-PACI  PIC X.
000490        03 AUT-MERCADEO-PACI    PIC X.
000500     02 FILLER                  PIC X(6).

000510 FD  ARCHIVO-PACI-RIPS
000520     LABEL RECORD STANDARD.
000530 01  REG-PRP.
000540     02 COD-PACI-PRP            PIC X(15).
000550     02 TIPO-ID-PRP             PIC XX.
000560     02 MUNICIPIO-PRP           PIC 9(5).
000570     02 ZONA-PRP                PIC X.
000580        88 ZONA-URBANA          VALUE "U".
000590        88 ZONA-RURAL           VALUE "R".
000600     02 USUARIO-PRP             PIC X(4).
000610     02 FECHA-ACT-PRP           PIC 9(8).
000620     02 PUNTAJE-PRP             PIC 9(3).
000630     02 FECHA-EVAL-PRP          PIC 9(8).
000640     02 FALLAS-PRP.
000650        03 FALLA-PRP            PIC X OCCURS 8.
000660     02 FILLER                  PIC X(20).

000670 FD  ARCHIVO-BDUA
000680     LABEL RECORD STANDARD.
000690 01  REG-BDUA.
000700     02 DOCUM-BDUA              PIC X(15).
000710     02 ENTIDAD-BDUA            PIC X(6).
000720     02 REGIMEN-BDUA            PIC X.
000730     02 ESTADO-BDUA             PIC X.
000740        88 BDUA-ACTIVO          VALUE "A".
000750        88 BDUA-RETIRADO        VALUE "R".
000760        88 BDUA-TRASLADADO      VALUE "T".
000770        88 BDUA-SUSPENDIDO      VALUE "S".
000780     02 FECHA-CORTE-BDUA        PIC 9(8).

000790 WORKING-STORAGE SECTION.

000800 77  NOM-PACIE-W                PIC X(60)
000810     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000820 77  NOM-PACIRIPS-W             PIC X(60)
000830     VALUE "D:\progelect\DATOS\SC-PACIRIPS.DAT".
000840 77  NOM-BDUA-W                 PIC X(60)
000850     VALUE "D:\progelect\DATOS\SC-BDUA.DAT".
000860 77  OTR-STAT                   PIC XX.
000870 77  SW-ABIERTO-W               PIC 9 VALUE 0.
000880 77  SW-EXT-W                   PIC 9 VALUE 0.
000890 77  SW-FECHA-OK-W              PIC 9 VALUE 0.
000900 77  I                          PIC 99 VALUE 0.
000910 77  K                          PIC 99 VALUE 0.
000920 77  FECHA-HOY-W                PIC 9(8).
000930 77  EDAD-W                     PIC 9(3).
000940 77  DIGITOS-W                  PIC 99.
000950 77  OTROS-W                    PIC 99.
000960 77  LARGO-W                    PIC 99.
000970 77  ESPACIOS-W                 PIC 99.
000980 77  PUNTERO-W                  PIC 999.

000990 01  FECHA-NAC-W                PIC 9(8).
001000 01  FECHA-NAC-R REDEFINES FECHA-NAC-W.
001010     02 ANO-NAC-W               PIC 9(4).
001020     02 MES-NAC-W               PIC 99.
001030     02 DIA-NAC-W               PIC 99.

      * PESO DE CADA REGLA SOBRE 100 Y SU AVISO PARA RECEPCION
001040 01  PESOS-REGLA-W.
001050     02 FILLER                  PIC 99 VALUE 20.
001060     02 FILLER                  PIC 99 VALUE 15.
001070     02 FILLER                  PIC 99 VALUE 10.
001080     02 FILLER                  PIC 99 VALUE 20.
001090     02 FILLER                  PIC 99 VALUE 20.
001100     02 FILLER                  PIC 99 VALUE 05.
001110     02 FILLER                  PIC 99 VALUE 05.
001120     02 FILLER                  PIC 99 VALUE 05.
001130 01  PESOS-REGLA-R REDEFINES PESOS-REGLA-W.
001140     02 PESO-REGLA-W            PIC 99 OCCURS 8.

001150 01  AVISOS-REGLA-W.
001160     02 FILLER                  PIC X(14) VALUE "TIPO DOC/EDAD".
001170     02 FILLER                  PIC X(14) VALUE "SIN MUNICIPIO".
001180     02 FILLER                  PIC X(14) VALUE "TELEFONO".
001190     02 FILLER                  PIC X(14) VALUE "EPS VS BDUA".
001200     02 FILLER                  PIC X(14) VALUE "FECHA NACIM.".
001210     02 FILLER                  PIC X(14) VALUE "SEXO".
001220     02 FILLER                  PIC X(14) VALUE "NOMBRE".
001230     02 FILLER                  PIC X(14) VALUE "SIN EPS".
001240 01  AVISOS-REGLA-R REDEFINES AVISOS-REGLA-W.
001250     02 AVISO-REGLA-W           PIC X(14) OCCURS 8.

001260 LINKAGE SECTION.
001270 01  MODO-LNK                   PIC X.
001280     88 MODO-EVALUAR            VALUE "E".
001290     88 MODO-LOTE               VALUE "L".
001300     88 MODO-FIN-LOTE           VALUE "F".
001310     88 MODO-DATOS              VALUE "D".
001320 01  PACI-LNK                   PIC X(15).
001330 01  DATOS-RIPS-LNK.
001340     02 TIPO-ID-LNK             PIC XX.
001350     02 MUNICIPIO-LNK           PIC 9(5).
001360     02 ZONA-LNK                PIC X.
001370 01  USUARIO-LNK                PIC X(4).
001380 01  PUNTAJE-LNK                PIC 9(3).
001390 01  FALLAS-LNK.
001400     02 FALLA-LNK               PIC X OCCURS 8.
001410 01  AVISOS-LNK                 PIC X(120).
001420 01  RESULT-LNK                 PIC X.
001430     88 CALIDAD-EVALUADA        VALUE "S".
001440     88 CALIDAD-FUSIONADO       VALUE "F".
001450     88 CALIDAD-NO-EXISTE       VALUE "N".

001460 PROCEDURE DIVISION USING MODO-LNK PACI-LNK DATOS-RIPS-LNK
001470                          USUARIO-LNK PUNTAJE-LNK FALLAS-LNK
001480                          AVISOS-LNK RESULT-LNK.

001490 MAINLINE.
001500     MOVE "N" TO RESULT-LNK.
001510     MOVE 0 TO PUNTAJE-LNK.
001520     MOVE SPACES TO FALLAS-LNK AVISOS-LNK.
001530     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001540     IF MODO-FIN-LOTE
001550        IF SW-ABIERTO-W = 1
001560           PERFORM CERRAR-ARCHIVOS
001570        END-IF
001580        EXIT PROGRAM
001590     END-IF.
001600     IF SW-ABIERTO-W = 0
001610        PERFORM ABRIR-ARCHIVOS
001620     END-IF.
001630     EVALUATE TRUE
001640        WHEN MODO-DATOS
001650           PERFORM GRABAR-DATOS-RIPS
001660           PERFORM EVALUAR-PACIENTE THRU FIN-EVALUAR
001670        WHEN MODO-EVALUAR
001680        WHEN MODO-LOTE
001690           PERFORM EVALUAR-PACIENTE THRU FIN-EVALUAR
001700     END-EVALUATE.
001710     IF NOT MODO-LOTE
001720        PERFORM CERRAR-ARCHIVOS
001730     END-IF.
001740     EXIT PROGRAM.

001750 ABRIR-ARCHIVOS.
001760     OPEN INPUT ARCHIVO-PACIENTES.
001770     OPEN INPUT ARCHIVO-BDUA.
001780     OPEN I-O ARCHIVO-PACI-RIPS.
001790     IF OTR-STAT = "35"
001800        OPEN OUTPUT ARCHIVO-PACI-RIPS
001810        CLOSE ARCHIVO-PACI-RIPS
001820        OPEN I-O ARCHIVO-PACI-RIPS
001830     END-IF.
001840     MOVE 1 TO SW-ABIERTO-W.

001850 CERRAR-ARCHIVOS.
001860     CLOSE ARCHIVO-PACIENTES ARCHIVO-BDUA ARCHIVO-PACI-RIPS.
001870     MOVE 0 TO SW-ABIERTO-W.

001880 LEER-EXTENSION.
001890     MOVE PACI-LNK TO COD-PACI-PRP.
001900     MOVE 1 TO SW-EXT-W.
001910     READ ARCHIVO-PACI-RIPS
001920          INVALID KEY MOVE 0 TO SW-EXT-W
001930                      INITIALIZE REG-PRP
001940                      MOVE PACI-LNK TO COD-PACI-PRP
001950     END-READ.

001960 GRABAR-EXTENSION.
001970     IF SW-EXT-W = 1
001980        REWRITE REG-PRP INVALID KEY CONTINUE END-REWRITE
001990     ELSE
002000        WRITE REG-PRP INVALID KEY CONTINUE END-WRITE
002010        MOVE 1 TO SW-EXT-W
002020     END-IF.

002030 GRABAR-DATOS-RIPS.
002040     PERFORM LEER-EXTENSION.
002050     MOVE TIPO-ID-LNK   TO TIPO-ID-PRP.
002060     MOVE MUNICIPIO-LNK TO MUNICIPIO-PRP.
002070     MOVE ZONA-LNK      TO ZONA-PRP.
002080     MOVE USUARIO-LNK   TO USUARIO-PRP.
002090     MOVE FECHA-HOY-W   TO FECHA-ACT-PRP.
002100     PERFORM GRABAR-EXTENSION.

      *-----------------------------------------------------------------
      * EVALUACION DE LAS OCHO REGLAS
      *-----------------------------------------------------------------
002110 EVALUAR-PACIENTE.
002120     MOVE PACI-LNK TO COD-PACI.
002130     READ ARCHIVO-PACIENTES
002140          INVALID KEY GO TO FIN-EVALUAR
002150     END-READ.
002160     IF PACIENTE-FUSIONADO
002170        MOVE "F" TO RESULT-LNK
002180        GO TO FIN-EVALUAR
002190     END-IF.
002200     PERFORM LEER-EXTENSION.
002210     MOVE SPACES TO FALLAS-PRP.
002220     PERFORM VALIDAR-FECHA-NAC.
002230     PERFORM VALIDAR-TIPO-DOCUMENTO.
002240     IF MUNICIPIO-PRP = 0
002250        MOVE "X" TO FALLA-PRP (2)
002260     END-IF.
002270     PERFORM VALIDAR-TELEFONO.
002280     IF EPS-PACI = SPACES
002290        MOVE "X" TO FALLA-PRP (8)
002300     ELSE
002310        PERFORM VALIDAR-BDUA
002320     END-IF.
002330     IF SEXO-PACI NOT = "M" AND SEXO-PACI NOT = "F"
002340        MOVE "X" TO FALLA-PRP (6)
002350     END-IF.
002360     PERFORM VALIDAR-NOMBRE.
002370     MOVE 100 TO PUNTAJE-PRP.
002380     MOVE 1   TO PUNTERO-W.
002390     PERFORM SUMAR-REGLA VARYING I FROM 1 BY 1 UNTIL I > 8.
002400     MOVE FECHA-HOY-W TO FECHA-EVAL-PRP.
002410     PERFORM GRABAR-EXTENSION.
002420     MOVE PUNTAJE-PRP TO PUNTAJE-LNK.
002430     MOVE FALLAS-PRP  TO FALLAS-LNK.
002440     MOVE "S" TO RESULT-LNK.
002450 FIN-EVALUAR.
002460     EXIT.

002470 SUMAR-REGLA.
002480     IF FALLA-PRP (I) = "X"
002490        SUBTRACT PESO-REGLA-W (I) FROM PUNTAJE-PRP
002500        IF PUNTERO-W > 1
002510           STRING "; " DELIMITED BY SIZE
002520                  INTO AVISOS-LNK WITH POINTER PUNTERO-W
002530        END-IF
002540        STRING AVISO-REGLA-W (I) DELIMITED BY "  "
002550               INTO AVISOS-LNK WITH POINTER PUNTERO-W
002560     END-IF.

      * REGLA 5: LA EDAD SOLO SE USA SI LA FECHA ES VALIDA
002570 VALIDAR-FECHA-NAC.
002580     MOVE 0 TO SW-FECHA-OK-W EDAD-W.
002590     MOVE FECHA-NAC-PACI TO FECHA-NAC-W.
002600     IF ANO-NAC-W > 1900 AND MES-NAC-W > 0 AND MES-NAC-W < 13
002610        AND DIA-NAC-W > 0 AND DIA-NAC-W < 32
002620        AND FECHA-NAC-W NOT > FECHA-HOY-W
002630        MOVE 1 TO SW-FECHA-OK-W
002640        COMPUTE EDAD-W = (FECHA-HOY-W - FECHA-NAC-W) / 10000
002650        IF EDAD-W > 120
002660           MOVE 0 TO SW-FECHA-OK-W
002670        END-IF
002680     END-IF.
002690     IF SW-FECHA-OK-W = 0
002700        MOVE "X" TO FALLA-PRP (5)
002710     END-IF.

      * REGLA 1: SIN FECHA VALIDA SOLO SE EXIGE UN TIPO CONOCIDO
002720 VALIDAR-TIPO-DOCUMENTO.
002730     EVALUATE TIPO-ID-PRP
002740        WHEN "RC"
002750           IF SW-FECHA-OK-W = 1 AND EDAD-W > 6
002760              MOVE "X" TO FALLA-PRP (1)
002770           END-IF
002780        WHEN "TI"
002790           IF SW-FECHA-OK-W = 1 AND (EDAD-W < 7 OR EDAD-W > 17)
002800              MOVE "X" TO FALLA-PRP (1)
002810           END-IF
002820        WHEN "CC"
002830           IF SW-FECHA-OK-W = 1 AND EDAD-W < 18
002840              MOVE "X" TO FALLA-PRP (1)
002850           END-IF
002860        WHEN "CN"
002870           IF SW-FECHA-OK-W = 1 AND EDAD-W > 0
002880              MOVE "X" TO FALLA-PRP (1)
002890           END-IF
002900        WHEN "MS"
002910           IF SW-FECHA-OK-W = 1 AND EDAD-W > 17
002920              MOVE "X" TO FALLA-PRP (1)
002930           END-IF
002940        WHEN "AS"
002950           IF SW-FECHA-OK-W = 1 AND EDAD-W < 18
002960              MOVE "X" TO FALLA-PRP (1)
002970           END-IF
002980        WHEN "CE"
002990        WHEN "PA"
003000        WHEN "PE"
003010        WHEN "PT"
003020        WHEN "SC"
003030        WHEN "CD"
003040           CONTINUE
003050        WHEN OTHER
003060           MOVE "X" TO FALLA-PRP (1)
003070     END-EVALUATE.

      * REGLA 3: DIEZ DIGITOS, CELULAR (3) O FIJO CON INDICATIVO (60)
003080 VALIDAR-TELEFONO.
003090     MOVE 0 TO DIGITOS-W OTROS-W.
003100     PERFORM CONTAR-DIGITO VARYING K FROM 1 BY 1 UNTIL K > 15.
003110     IF OTROS-W > 0 OR DIGITOS-W NOT = 10
003120        OR (TELEFONO-PACI (1:1) NOT = "3"
003130            AND TELEFONO-PACI (1:2) NOT = "60")
003140        MOVE "X" TO FALLA-PRP (3)
003150     END-IF.

003160 CONTAR-DIGITO.
003170     IF TELEFONO-PACI (K:1) IS NUMERIC
003180        ADD 1 TO DIGITOS-W
003190     ELSE
003200        IF TELEFONO-PACI (K:1) NOT = SPACE
003210           ADD 1 TO OTROS-W
003220        END-IF
003230     END-IF.

      * REGLA 4: MISMA VERIFICACION DE SER114-01 SOBRE EL MAESTRO
003240 VALIDAR-BDUA.
003250     MOVE COD-PACI TO DOCUM-BDUA.
003260     READ ARCHIVO-BDUA
003270          INVALID KEY MOVE "X" TO FALLA-PRP (4)
003280          NOT INVALID KEY
003290             IF BDUA-RETIRADO OR BDUA-SUSPENDIDO
003300                OR ENTIDAD-BDUA NOT = EPS-PACI
003310                MOVE "X" TO FALLA-PRP (4)
003320             END-IF
003330     END-READ.

      * REGLA 7: AL MENOS NOMBRE Y APELLIDO
003340 VALIDAR-NOMBRE.
003350     IF DESCRIP-PACI = SPACES
003360        MOVE "X" TO FALLA-PRP (7)
003370     ELSE
003380        MOVE 40 TO LARGO-W
003390        PERFORM RETROCEDER-NOMBRE
003400                UNTIL DESCRIP-PACI (LARGO-W:1) NOT = SPACE
003410        MOVE 0 TO ESPACIOS-W
003420        INSPECT DESCRIP-PACI (1:LARGO-W)
003430                TALLYING ESPACIOS-W FOR ALL " "
003440        IF ESPACIOS-W = 0
003450           MOVE "X" TO FALLA-PRP (7)
003460        END-IF
003470     END-IF.

003480 RETROCEDER-NOMBRE.
003490     SUBTRACT 1 FROM LARGO-W.
