      *=================================================================
      * CONTABILIDAD - CONCILIACION MENSUAL DE DOCUMENTOS SOPORTE
      * CONTRA EL GASTO CONTABILIZADO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LISTADO DEL MES (AAAAMM) EN SC-DSCONCIL.TXT:
      * 1. CADA DOCUMENTO SOPORTE Y NOTA DE AJUSTE DE CON133 DEL MES
      *    CONTRA LO QUE SU COMPROBANTE DEL LOTE "CP" LLEVO A LA
      *    CUENTA DE GASTO EN MOVIMIENTO-DIARIO: "OK", "DIFERENCIA",
      *    "SIN CONTABILIZAR", Y LA MARCA DEL DOCUMENTO QUE LA DIAN
      *    AUN NO ACEPTA (GENERADO, TRANSMITIDO O RECHAZADO).
      * 2. LOS DEBITOS A CUENTAS DE GASTO Y COSTO (CLASES 5 A 7) DEL
      *    MES CON TERCERO MARCADO COMO NO OBLIGADO A FACTURAR EN SU
      *    PERFIL DE CON132 QUE NO TIENEN DOCUMENTO SOPORTE.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CON133-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-DOC-SOPORTE LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-DOCSOP-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-DS
000140         ALTERNATE RECORD KEY IS FECHA-DS WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PERFIL-CXP LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PERFILCXP-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-TERCERO-PRF
000210         FILE STATUS IS OTR-STAT.

000220     SELECT MOVIMIENTO-DIARIO LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-MOV-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-MOV
000270         ALTERNATE RECORD KEY IS SECUENCIA-MOV
000280         FILE STATUS IS OTR-STAT.

000290     SELECT REPORTE-CONCILIACION
000300         ASSIGN NOM-DSCONCIL-W
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  ARCHIVO-DOC-SOPORTE
000350     LABEL RECORD STANDARD.
000360 01  REG-DS.
000370     02 LLAVE-DS.
000380        03 TIPO-DS              PIC X.
000390           88 ES-DOC-SOPORTE    VALUE "D".
000400           88 ES-NOTA-AJUSTE    VALUE "N".
000410        03 SUC-DS               PIC XX.
000420        03 NRO-DS               PIC 9(9).
000430     02 FECHA-DS                PIC 9(8).
000440     02 NIT-PROV-DS             PIC 9(10).
000450     02 CUENTA-GASTO-DS         PIC 9(6).
000460     02 DESCRIP-DS              PIC X(40).
000470     02 BASE-DS                 PIC 9(11)V99.
000480     02 IVA-DS                  PIC 9(11)V99.
000490     02 RETEFUENTE-DS           PIC 9(11)V99.
000500     02 RETEIVA-DS              PIC 9(11)V99.
000510     02 RETEICA-DS              PIC 9(11)V99.
000520     02 NETO-DS                 PIC 9(11)V99.
000530     02 COMPROB-DS              PIC X(7).
000540     02 REF-DS                  PIC X(12).
000550     02 TIPO-AJUSTE-DS          PIC X.
000560        88 AJUSTE-DISMINUYE     VALUE "D".
000570        88 AJUSTE-AUMENTA       VALUE "A".
000580     02 MOTIVO-DS               PIC X(40).
000590     02 ESTADO-DS               PIC X.
000600        88 DS-GENERADO          VALUE "G".
000610        88 DS-TRANSMITIDO       VALUE "T".
000620        88 DS-ACEPTADO          VALUE "A".
000630        88 DS-RECHAZADO         VALUE "R".
000640     02 CUDS-DS                 PIC X(96).
000650     02 CAUSAL-RECH-DS          PIC X(60).
000660     02 FECHA-GEN-DS            PIC 9(8).
000670     02 FECHA-ESTADO-DS         PIC 9(8).
000680     02 USUARIO-DS              PIC X(4).
000690     02 NIT-EMPRESA-DS          PIC 9(10).
000700     02 FILLER                  PIC X(20).

000710 FD  ARCHIVO-PERFIL-CXP
000720     LABEL RECORD STANDARD.
000730 01  REG-PRF.
000740     02 COD-TERCERO-PRF         PIC 9(10).
000750     02 TIPO-PERSONA-PRF        PIC X.
000760     02 REGIMEN-PRF             PIC X.
000770     02 GRAN-CONTRIB-PRF        PIC X.
000780     02 AUTORRET-PRF            PIC X.
000790     02 CONCEPTO-RTF-PRF        PIC XX.
000800     02 TARIFA-ICA-PRF          PIC 99V99.
000810     02 BANCO-PRF               PIC X(4).
000820     02 TIPO-CTA-PRF            PIC X.
000830     02 NRO-CTA-PRF             PIC X(17).
000840     02 DIAS-CREDITO-PRF        PIC 9(3).
000850     02 PRIORIDAD-PRF           PIC 9.
000860     02 DOC-SOPORTE-PRF         PIC X.
000870        88 REQUIERE-DOC-SOPORTE VALUE "S".
000880     02 FILLER                  PIC X(19).

000890 FD  MOVIMIENTO-DIARIO
000900     LABEL RECORD STANDARD.
000910 01  REG-MOV.
000920     02 LLAVE-MOV.
000930        03 LOTE-MOV             PIC XX.
000940        03 COMPROB-MOV          PIC X(7).
000950        03 SECU-MOV             PIC XX.
000960     02 MAYOR-MOV               PIC 9(6).
000970     02 FECHA-MOV               PIC 9(6).
000980     02 VALOR-MOV               PIC S9(12)V99 SIGN IS TRAILING.
000990     02 DETALLE-MOV             PIC X(30).
001000     02 NIT-MOV                 PIC 9(10).
001010     02 SECUENCIA-MOV           PIC 9(8).
001020     02 SUCURSAL-MOV            PIC XX.
001030     02 NIT-EMPRESA-MOV         PIC 9(10).

001040 FD  REPORTE-CONCILIACION
001050     LABEL RECORD STANDARD.
001060 01  LIN-CONCILIACION           PIC X(132).

001070 WORKING-STORAGE SECTION.

001080 77  NOM-DOCSOP-W               PIC X(60)
001090     VALUE "D:\progelect\DATOS\SC-DOCSOP.DAT".
001100 77  NOM-PERFILCXP-W            PIC X(60)
001110     VALUE "D:\progelect\DATOS\SC-PERFILCXP.DAT".
001120 77  NOM-MOV-W                  PIC X(50)
001130     VALUE "D:\progelect\DATOS\SC-ARCHMOV.DAT".
001140 77  NOM-DSCONCIL-W             PIC X(60)
001150     VALUE "D:\progelect\DATOS\SC-DSCONCIL.TXT".
001160 77  OTR-STAT                   PIC XX.
001170 77  SW-FIN-W                   PIC 9 VALUE 0.
001180 77  SW-HALLADO-W               PIC 9 VALUE 0.
001190 77  J                          PIC 9(4) VALUE 0.
001200 77  K                          PIC 9(4) VALUE 0.
001210 77  TOT-DOCS-W                 PIC 9(4) VALUE 0.
001220 77  TOT-SIN-DS-W               PIC 9(4) VALUE 0.
001230 77  TOT-DIFERENCIAS-W          PIC 9(5) VALUE 0.
001240 77  FECHA-DESDE-W              PIC 9(8).
001250 77  FECHA-HASTA-W              PIC 9(8).
001260 77  ANOMES-MOV-W               PIC 9(4).
001270 77  DIFERENCIA-W               PIC S9(12)V99.
001280 77  TOTAL-DS-W                 PIC S9(13)V99 VALUE 0.
001290 77  TOTAL-CONTABLE-W           PIC S9(13)V99 VALUE 0.
001300 77  TOTAL-SIN-DS-W             PIC S9(13)V99 VALUE 0.

      * DOCUMENTOS DEL MES CON LO ESPERADO EN LA CUENTA DE GASTO (LA
      * NOTA QUE DISMINUYE VA EN NEGATIVO) Y LO HALLADO EN EL LIBRO.
001310 01  TABLA-DOCS-W.
001320     02 DOC-W                   OCCURS 1000.
001330        03 DOC-LLAVE-W          PIC X(12).
001340        03 DOC-FECHA-W          PIC 9(8).
001350        03 DOC-NIT-W            PIC 9(10).
001360        03 DOC-CUENTA-W         PIC 9(6).
001370        03 DOC-COMPROB-W        PIC X(7).
001380        03 DOC-ESTADO-W         PIC X.
001390        03 DOC-ESPERADO-W       PIC S9(12)V99.
001400        03 DOC-CONTABLE-W       PIC S9(12)V99.

001410 01  TABLA-SIN-DS-W.
001420     02 SIN-DS-W                OCCURS 500.
001430        03 SIN-LLAVE-MOV-W      PIC X(11).
001440        03 SIN-FECHA-W          PIC 9(6).
001450        03 SIN-NIT-W            PIC 9(10).
001460        03 SIN-CUENTA-W         PIC 9(6).
001470        03 SIN-VALOR-W          PIC S9(12)V99.
001480        03 SIN-DETALLE-W        PIC X(30).

001490 01  LIN-TITULO.
001500     02 FILLER                  PIC X(48) VALUE
001510        "CONCILIACION DOCUMENTO SOPORTE VS GASTO - MES ".
001520     02 PERIODO-TIT             PIC 9(6).
001530     02 FILLER                  PIC X(9) VALUE " EMPRESA ".
001540     02 EMPRESA-TIT             PIC Z(9)9.

001550 01  LIN-COLUMNAS.
001560     02 FILLER                  PIC X(44) VALUE
001570        "T SEDE/NUMERO   FECHA    NIT        CUENTA  ".
001580     02 FILLER                  PIC X(44) VALUE
001590        "    VALOR DOC.   VALOR CONTABLE   DIFERENCIA".
001600     02 FILLER                  PIC X(30) VALUE
001610        "  OBSERVACION".

001620 01  LIN-DETALLE.
001630     02 TIPO-DET                PIC X.
001640     02 FILLER                  PIC X VALUE SPACE.
001650     02 SUC-DET                 PIC XX.
001660     02 FILLER                  PIC X VALUE "-".
001670     02 NRO-DET                 PIC 9(9).
001680     02 FILLER                  PIC X VALUE SPACE.
001690     02 FECHA-DET               PIC 9(8).
001700     02 FILLER                  PIC X VALUE SPACE.
001710     02 NIT-DET                 PIC Z(9)9.
001720     02 FILLER                  PIC X VALUE SPACE.
001730     02 CUENTA-DET              PIC 9(6).
001740     02 FILLER                  PIC X VALUE SPACE.
001750     02 ESPERADO-DET            PIC -ZZZZZZZZZZ9.99.
001760     02 FILLER                  PIC X VALUE SPACE.
001770     02 CONTABLE-DET            PIC -ZZZZZZZZZZ9.99.
001780     02 FILLER                  PIC X VALUE SPACE.
001790     02 DIFERENCIA-DET          PIC -ZZZZZZZZZZ9.99.
001800     02 FILLER                  PIC XX VALUE SPACES.
001810     02 OBSERVACION-DET         PIC X(16).
001820     02 FILLER                  PIC X VALUE SPACE.
001830     02 DIAN-DET                PIC X(18).

001840 01  LIN-SIN-DS.
001850     02 FILLER                  PIC X(4) VALUE SPACES.
001860     02 LLAVE-SIN               PIC X(11).
001870     02 FILLER                  PIC X VALUE SPACE.
001880     02 FECHA-SIN               PIC 9(6).
001890     02 FILLER                  PIC X VALUE SPACE.
001900     02 NIT-SIN                 PIC Z(9)9.
001910     02 FILLER                  PIC X VALUE SPACE.
001920     02 CUENTA-SIN              PIC 9(6).
001930     02 FILLER                  PIC X VALUE SPACE.
001940     02 VALOR-SIN               PIC -ZZZZZZZZZZ9.99.
001950     02 FILLER                  PIC X VALUE SPACE.
001960     02 DETALLE-SIN             PIC X(30).

001970 01  LIN-TOTAL.
001980     02 TEXTO-TOT               PIC X(40).
001990     02 VALOR1-TOT              PIC -ZZZZZZZZZZZ9.99.
002000     02 FILLER                  PIC X VALUE SPACE.
002010     02 VALOR2-TOT              PIC -ZZZZZZZZZZZ9.99.
002020     02 FILLER                  PIC X VALUE SPACE.
002030     02 CANT-TOT                PIC ZZZZ9.

002040 LINKAGE SECTION.
002050 01  PERIODO-LNK                PIC 9(6).
002060 01  NIT-EMPRESA-LNK            PIC 9(10).

002070 PROCEDURE DIVISION USING PERIODO-LNK NIT-EMPRESA-LNK.

002080 MAINLINE.
002090     PERFORM ABRIR-ARCHIVOS.
002100     PERFORM CARGAR-DOCUMENTOS.
002110     PERFORM BARRER-MOVIMIENTO.
002120     PERFORM ESCRIBIR-INFORME.
002130     PERFORM CERRAR-ARCHIVOS.
002140     EXIT PROGRAM.

002150 ABRIR-ARCHIVOS.
002160     COMPUTE FECHA-DESDE-W = PERIODO-LNK * 100 + 1.
002170     COMPUTE FECHA-HASTA-W = PERIODO-LNK * 100 + 31.
002180     MOVE PERIODO-LNK (3: 4) TO ANOMES-MOV-W.
002190     OPEN INPUT ARCHIVO-DOC-SOPORTE ARCHIVO-PERFIL-CXP
002200                MOVIMIENTO-DIARIO.
002210     OPEN OUTPUT REPORTE-CONCILIACION.

      *-----------------------------------------------------------------
      * DOCUMENTOS Y NOTAS DEL MES
      *-----------------------------------------------------------------
002220 CARGAR-DOCUMENTOS.
002230     MOVE 0 TO SW-FIN-W TOT-DOCS-W.
002240     MOVE FECHA-DESDE-W TO FECHA-DS.
002250     START ARCHIVO-DOC-SOPORTE KEY IS >= FECHA-DS
002260           INVALID KEY MOVE 1 TO SW-FIN-W.
002270     PERFORM CARGAR-UN-DOCUMENTO UNTIL SW-FIN-W = 1.

002280 CARGAR-UN-DOCUMENTO.
002290     READ ARCHIVO-DOC-SOPORTE NEXT
002300          AT END MOVE 1 TO SW-FIN-W
002310     END-READ.
002320     IF SW-FIN-W = 0
002330        IF FECHA-DS > FECHA-HASTA-W
002340           MOVE 1 TO SW-FIN-W
002350        ELSE
002360           IF (NIT-EMPRESA-LNK = 0
002370               OR NIT-EMPRESA-DS = NIT-EMPRESA-LNK)
002380              AND TOT-DOCS-W < 1000
002390              ADD 1 TO TOT-DOCS-W
002400              MOVE LLAVE-DS        TO DOC-LLAVE-W (TOT-DOCS-W)
002410              MOVE FECHA-DS        TO DOC-FECHA-W (TOT-DOCS-W)
002420              MOVE NIT-PROV-DS     TO DOC-NIT-W (TOT-DOCS-W)
002430              MOVE CUENTA-GASTO-DS TO DOC-CUENTA-W (TOT-DOCS-W)
002440              MOVE COMPROB-DS      TO DOC-COMPROB-W (TOT-DOCS-W)
002450              MOVE ESTADO-DS       TO DOC-ESTADO-W (TOT-DOCS-W)
002460              MOVE BASE-DS         TO DOC-ESPERADO-W (TOT-DOCS-W)
002470              IF ES-NOTA-AJUSTE AND AJUSTE-DISMINUYE
002480                 COMPUTE DOC-ESPERADO-W (TOT-DOCS-W) =
002490                         0 - BASE-DS
002500              END-IF
002510              MOVE 0 TO DOC-CONTABLE-W (TOT-DOCS-W)
002520           END-IF
002530        END-IF
002540     END-IF.

      *-----------------------------------------------------------------
      * GASTO DEL MES EN EL LIBRO
      *-----------------------------------------------------------------
002550 BARRER-MOVIMIENTO.
002560     MOVE 0 TO SW-FIN-W TOT-SIN-DS-W.
002570     MOVE LOW-VALUES TO LLAVE-MOV.
002580     START MOVIMIENTO-DIARIO KEY IS >= LLAVE-MOV
002590           INVALID KEY MOVE 1 TO SW-FIN-W.
002600     PERFORM EVALUAR-RENGLON UNTIL SW-FIN-W = 1.

002610 EVALUAR-RENGLON.
002620     READ MOVIMIENTO-DIARIO NEXT
002630          AT END MOVE 1 TO SW-FIN-W
002640     END-READ.
002650     IF SW-FIN-W = 0
002660        IF FECHA-MOV (1: 4) = ANOMES-MOV-W
002670           AND MAYOR-MOV >= 500000 AND MAYOR-MOV < 800000
002680           AND (NIT-EMPRESA-LNK = 0
002690                OR NIT-EMPRESA-MOV = NIT-EMPRESA-LNK)
002700           PERFORM CRUZAR-RENGLON
002710        END-IF
002720     END-IF.

002730 CRUZAR-RENGLON.
002740     MOVE 0 TO SW-HALLADO-W.
002750     IF LOTE-MOV = "CP"
002760        PERFORM BUSCAR-DOCUMENTO VARYING J FROM 1 BY 1
002770                UNTIL J > TOT-DOCS-W OR SW-HALLADO-W = 1
002780     END-IF.
002790     IF SW-HALLADO-W = 1
      * AL HALLARLO J QUEDA UNO ADELANTE POR EL VARYING
002800        SUBTRACT 1 FROM J
002810        ADD VALOR-MOV TO DOC-CONTABLE-W (J)
002820     ELSE
002830        IF VALOR-MOV > 0
002840           PERFORM VERIFICAR-TERCERO
002850        END-IF
002860     END-IF.

002870 BUSCAR-DOCUMENTO.
002880     IF DOC-COMPROB-W (J) = COMPROB-MOV
002890        AND DOC-CUENTA-W (J) = MAYOR-MOV
002900        MOVE 1 TO SW-HALLADO-W
002910     END-IF.

002920 VERIFICAR-TERCERO.
002930     MOVE NIT-MOV TO COD-TERCERO-PRF.
002940     READ ARCHIVO-PERFIL-CXP
002950          INVALID KEY MOVE SPACE TO DOC-SOPORTE-PRF
002960     END-READ.
002970     IF REQUIERE-DOC-SOPORTE AND TOT-SIN-DS-W < 500
002980        ADD 1 TO TOT-SIN-DS-W
002990        MOVE LLAVE-MOV   TO SIN-LLAVE-MOV-W (TOT-SIN-DS-W)
003000        MOVE FECHA-MOV   TO SIN-FECHA-W (TOT-SIN-DS-W)
003010        MOVE NIT-MOV     TO SIN-NIT-W (TOT-SIN-DS-W)
003020        MOVE MAYOR-MOV   TO SIN-CUENTA-W (TOT-SIN-DS-W)
003030        MOVE VALOR-MOV   TO SIN-VALOR-W (TOT-SIN-DS-W)
003040        MOVE DETALLE-MOV TO SIN-DETALLE-W (TOT-SIN-DS-W)
003050     END-IF.

      *-----------------------------------------------------------------
      * INFORME
      *-----------------------------------------------------------------
003060 ESCRIBIR-INFORME.
003070     MOVE PERIODO-LNK     TO PERIODO-TIT.
003080     MOVE NIT-EMPRESA-LNK TO EMPRESA-TIT.
003090     MOVE LIN-TITULO      TO LIN-CONCILIACION.
003100     WRITE LIN-CONCILIACION.
003110     MOVE LIN-COLUMNAS    TO LIN-CONCILIACION.
003120     WRITE LIN-CONCILIACION.
003130     MOVE 0 TO TOTAL-DS-W TOTAL-CONTABLE-W TOT-DIFERENCIAS-W
003140               TOTAL-SIN-DS-W.
003150     PERFORM ESCRIBIR-DOCUMENTO VARYING K FROM 1 BY 1
003160             UNTIL K > TOT-DOCS-W.
003170     MOVE "TOTAL DOCUMENTOS / CONTABLE / NOVEDADES"
003180       TO TEXTO-TOT.
003190     MOVE TOTAL-DS-W        TO VALOR1-TOT.
003200     MOVE TOTAL-CONTABLE-W  TO VALOR2-TOT.
003210     MOVE TOT-DIFERENCIAS-W TO CANT-TOT.
003220     MOVE LIN-TOTAL TO LIN-CONCILIACION.
003230     WRITE LIN-CONCILIACION.
003240     MOVE SPACES TO LIN-CONCILIACION.
003250     WRITE LIN-CONCILIACION.
003260     MOVE
003270        "GASTO DE NO OBLIGADOS A FACTURAR SIN DOCUMENTO SOPORTE:"
003280       TO LIN-CONCILIACION.
003290     WRITE LIN-CONCILIACION.
003300     PERFORM ESCRIBIR-SIN-DS VARYING K FROM 1 BY 1
003310             UNTIL K > TOT-SIN-DS-W.
003320     MOVE "TOTAL GASTO SIN DOCUMENTO SOPORTE" TO TEXTO-TOT.
003330     MOVE TOTAL-SIN-DS-W TO VALOR1-TOT.
003340     MOVE 0              TO VALOR2-TOT.
003350     MOVE TOT-SIN-DS-W   TO CANT-TOT.
003360     MOVE LIN-TOTAL TO LIN-CONCILIACION.
003370     WRITE LIN-CONCILIACION.

003380 ESCRIBIR-DOCUMENTO.
003390     MOVE DOC-LLAVE-W (K) TO LLAVE-DS.
003400     MOVE TIPO-DS            TO TIPO-DET.
003410     MOVE SUC-DS             TO SUC-DET.
003420     MOVE NRO-DS             TO NRO-DET.
003430     MOVE DOC-FECHA-W (K)    TO FECHA-DET.
003440     MOVE DOC-NIT-W (K)      TO NIT-DET.
003450     MOVE DOC-CUENTA-W (K)   TO CUENTA-DET.
003460     MOVE DOC-ESPERADO-W (K) TO ESPERADO-DET.
003470     MOVE DOC-CONTABLE-W (K) TO CONTABLE-DET.
003480     COMPUTE DIFERENCIA-W = DOC-CONTABLE-W (K)
003490                          - DOC-ESPERADO-W (K).
003500     MOVE DIFERENCIA-W       TO DIFERENCIA-DET.
003510     ADD DOC-ESPERADO-W (K)  TO TOTAL-DS-W.
003520     ADD DOC-CONTABLE-W (K)  TO TOTAL-CONTABLE-W.
003530     EVALUATE TRUE
003540        WHEN DOC-CONTABLE-W (K) = 0
003550           MOVE "SIN CONTABILIZAR" TO OBSERVACION-DET
003560           ADD 1 TO TOT-DIFERENCIAS-W
003570        WHEN DIFERENCIA-W NOT = 0
003580           MOVE "DIFERENCIA"       TO OBSERVACION-DET
003590           ADD 1 TO TOT-DIFERENCIAS-W
003600        WHEN OTHER
003610           MOVE "OK"               TO OBSERVACION-DET
003620     END-EVALUATE.
003630     EVALUATE DOC-ESTADO-W (K)
003640        WHEN "A"
003650           MOVE SPACES               TO DIAN-DET
003660        WHEN "R"
003670           MOVE "RECHAZADO DIAN"     TO DIAN-DET
003680        WHEN "T"
003690           MOVE "SIN RESPUESTA DIAN" TO DIAN-DET
003700        WHEN OTHER
003710           MOVE "SIN TRANSMITIR"     TO DIAN-DET
003720     END-EVALUATE.
003730     MOVE LIN-DETALLE TO LIN-CONCILIACION.
003740     WRITE LIN-CONCILIACION.

003750 ESCRIBIR-SIN-DS.
003760     MOVE SIN-LLAVE-MOV-W (K) TO LLAVE-SIN.
003770     MOVE SIN-FECHA-W (K)     TO FECHA-SIN.
003780     MOVE SIN-NIT-W (K)       TO NIT-SIN.
003790     MOVE SIN-CUENTA-W (K)    TO CUENTA-SIN.
003800     MOVE SIN-VALOR-W (K)     TO VALOR-SIN.
003810     MOVE SIN-DETALLE-W (K)   TO DETALLE-SIN.
003820     ADD SIN-VALOR-W (K)      TO TOTAL-SIN-DS-W.
003830     MOVE LIN-SIN-DS TO LIN-CONCILIACION.
003840     WRITE LIN-CONCILIACION.

003850 CERRAR-ARCHIVOS.
003860     CLOSE ARCHIVO-DOC-SOPORTE ARCHIVO-PERFIL-CXP
003870           MOVIMIENTO-DIARIO REPORTE-CONCILIACION.
003880     DISPLAY "DOCUMENTOS SOPORTE DEL MES:   " TOT-DOCS-W.
003890     DISPLAY "CON NOVEDAD:                  " TOT-DIFERENCIAS-W.
003900     DISPLAY "GASTOS SIN DOCUMENTO SOPORTE: " TOT-SIN-DS-W.
