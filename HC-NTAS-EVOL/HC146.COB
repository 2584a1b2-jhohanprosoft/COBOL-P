      *=================================================================
      * HISTORIA CLINICA - PAQUETES DE ORDENES POR GUIA CLINICA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * EL MEDICO VOLVIA A DIGITAR LOS MISMOS MEDICAMENTOS, EXAMENES
      * E INDICACIONES PARA LOS DIAGNOSTICOS DE SIEMPRE (NEUMONIA,
      * CETOACIDOSIS, PARTO NORMAL). ESTE COMPONENTE MANTIENE EN
      * ARCHIVO-SET-ORDEN LOS PAQUETES DE ORDENES DE CADA GUIA,
      * AMARRADOS A UN CIE-10 DE ARCHIVO-ENFERMEDAD. LA SECUENCIA 000
      * ES LA CABECERA (NOMBRE, CIE-10, ESTADO) Y LAS DEMAS SON LOS
      * ITEMS: "M" ARTICULO CON DOSIS/UNIDAD/VIA/FRECUENCIA/DIAS,
      * "E" EXAMEN O PROCEDIMIENTO CUPS CON CANTIDAD, "I" INDICACION
      * DE ENFERMERIA EN TEXTO. SE INVOCA ASI:
      * MODO "M" - MANTENER: GRABA EL PAQUETE COMPLETO (CABECERA E
      *            ITEMS DE TABLA-ITEMS-LNK), REEMPLAZANDO LOS
      *            ITEMS ANTERIORES. EL CIE-10 DEBE EXISTIR.
      * MODO "X" - INACTIVAR EL PAQUETE (NO SE OFRECE MAS).
      * MODO "B" - BUSCAR: DEVUELVE EN LA TABLA LOS PAQUETES ACTIVOS
      *            DEL CIE-10 (TIPO "C", CODIGO Y NOMBRE).
      * MODO "P" - PROPONER: DEVUELVE LOS ITEMS DEL PAQUETE PARA
      *            QUE EL MEDICO LOS ACEPTE O EDITE. CADA ARTICULO Y
      *            CADA CUPS PASA POR RX425-01 (DUPLICADA /
      *            INTERACCION) Y CADA ARTICULO POR RX425-02
      *            (ALERGIA); LA ALERTA QUEDA EN EL ITEM Y EL
      *            RESULTADO ES "A" SI ALGUNO LA TIENE.
      * MODO "A" - REGISTRAR LA DECISION DEL MEDICO SOBRE LA
      *            PROPUESTA (A ACEPTADO, E EDITADO, R RETIRADO POR
      *            ITEM, EN EL ORDEN PROPUESTO) EN ARCHIVO-USO-SET,
      *            QUE ALIMENTA EL INFORME DE USO HC146-01.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC146.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-SET-ORDEN LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-SETORD-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-SETO
000140         ALTERNATE RECORD KEY IS CIE-SETO WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-USO-SET LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-USOSET-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-USOS
000210         ALTERNATE RECORD KEY IS FECHA-USOS WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230     SELECT ARCHIVO-ENFERMEDAD LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-ENFER-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-ENF
000280         ALTERNATE RECORD KEY IS NOMBRE-ENF WITH DUPLICATES
000290         FILE STATUS IS OTR-STAT.

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  ARCHIVO-SET-ORDEN
000330     LABEL RECORD STANDARD.
000340 01  REG-SETO.
000350     02 LLAVE-SETO.
000360        03 COD-SETO             PIC X(6).
000370        03 SECU-SETO            PIC 9(3).
000380     02 CIE-SETO                PIC X(4).
000390     02 TIPO-SETO               PIC X.
000400        88 SETO-CABECERA        VALUE "C".
000410        88 SETO-ARTICULO        VALUE "M".
000420        88 SETO-EXAMEN          VALUE "E".
000430        88 SETO-INDICACION      VALUE "I".
000440        88 SETO-ITEM-VALIDO     VALUE "M" "E" "I".
000450     02 COD-ITEM-SETO           PIC X(12).
000460     02 DESCRIP-SETO            PIC X(60).
000470     02 DOSIS-SETO              PIC 9(5)V99.
000480     02 UNIDAD-DOSIS-SETO       PIC X(4).
000490     02 VIA-SETO                PIC X(3).
000500     02 FRECUENCIA-SETO         PIC 99.
000510     02 DIAS-SETO               PIC 99.
000520     02 CANTIDAD-SETO           PIC 9(3).
000530     02 ESTADO-SETO             PIC X.
000540        88 SETO-ACTIVO          VALUE "A".
000550        88 SETO-INACTIVO        VALUE "I".
000560     02 FECHA-ACT-SETO          PIC 9(8).
000570     02 OPER-SETO               PIC X(4).

000580 FD  ARCHIVO-USO-SET
000590     LABEL RECORD STANDARD.
000600 01  REG-USOS.
000610     02 LLAVE-USOS.
000620        03 COD-SET-USOS         PIC X(6).
000630        03 FECHA-USOS           PIC 9(8).
000640        03 HORA-USOS            PIC 9(6).
000650        03 PACI-USOS            PIC X(15).
000660        03 SECU-USOS            PIC 9(3).
000670     02 TIPO-USOS               PIC X.
000680     02 COD-ITEM-USOS           PIC X(12).
000690     02 DECISION-USOS           PIC X.
000700        88 USOS-ACEPTADO        VALUE "A".
000710        88 USOS-EDITADO         VALUE "E".
000720        88 USOS-RETIRADO        VALUE "R".
000730     02 ALERTA-USOS             PIC X.
000740     02 CIE-USOS                PIC X(4).
000750     02 MEDICO-USOS             PIC X(10).

000760 FD  ARCHIVO-ENFERMEDAD
000770     LABEL RECORD STANDARD.
000780 01  REG-ENF.
000790     02 LLAVE-ENF               PIC X(4).
000800     02 NOMBRE-ENF              PIC X(70).

000810 WORKING-STORAGE SECTION.

000820 77  NOM-SETORD-W               PIC X(60)
000830     VALUE "D:\progelect\DATOS\SC-SETORD.DAT".
000840 77  NOM-USOSET-W               PIC X(60)
000850     VALUE "D:\progelect\DATOS\SC-USOSET.DAT".
000860 77  NOM-ENFER-W                PIC X(60)
000870     VALUE "D:\progelect\DATOS\SC-ARCHENF.DAT".
000880 77  OTR-STAT                   PIC XX.
000890 77  SW-FIN-W                   PIC 9 VALUE 0.
000900 77  IX-ITEM-W                  PIC 99.
000910 77  SECU-NUEVA-W               PIC 9(3).

      * PARAMETROS PARA RX425-01 (DUPLICADA / INTERACCION)
000920 77  NIT-RX-W                   PIC X(10).
000930 77  CUPS-RX-W                  PIC X(12).
000940 77  RESULT-RX-W                PIC X.
000950 77  TIPO-ALERTA-RX-W           PIC X.
000960 77  CUPS-CONFLICTO-RX-W        PIC X(12).
000970 77  DESCRIP-ALERTA-RX-W        PIC X(50).

      * PARAMETROS PARA RX425-02 MODO "V" (ALERGIA)
000980 77  MODO-ALERG-W               PIC X VALUE "V".
000990 77  COD-ART-ALERG-W            PIC X(8).
001000 77  ORIGEN-ALERG-W             PIC X VALUE "O".
001010 77  MEDICO-ALERG-W             PIC X(6).
001020 77  JUSTIFICA-NULA-W           PIC X(60) VALUE SPACES.
001030 77  SUSTANCIA-ALERG-W          PIC X(8).
001040 77  SEVERIDAD-ALERG-W          PIC X.
001050 77  RESULT-ALERG-W             PIC X.

001060 LINKAGE SECTION.
001070 01  MODO-LNK                   PIC X.
001080     88 MODO-MANTENER           VALUE "M".
001090     88 MODO-INACTIVAR          VALUE "X".
001100     88 MODO-BUSCAR             VALUE "B".
001110     88 MODO-PROPONER           VALUE "P".
001120     88 MODO-DECISION           VALUE "A".
001130 01  DATOS-SET-LNK.
001140     02 COD-SET-LNK             PIC X(6).
001150     02 NOMBRE-SET-LNK          PIC X(60).
001160     02 CIE-SET-LNK             PIC X(4).
001170     02 PACI-SET-LNK            PIC X(15).
001180     02 FECHA-SET-LNK           PIC 9(8).
001190     02 HORA-SET-LNK            PIC 9(6).
001200     02 MEDICO-SET-LNK          PIC X(10).
001210     02 OPER-SET-LNK            PIC X(4).
001220 01  TABLA-ITEMS-LNK.
001230     02 NRO-ITEMS-LNK           PIC 99.
001240     02 ITEM-LNK                OCCURS 30.
001250        03 SECU-ITEM-LNK        PIC 9(3).
001260        03 TIPO-ITEM-LNK        PIC X.
001270        03 COD-ITEM-LNK         PIC X(12).
001280        03 DESCRIP-ITEM-LNK     PIC X(60).
001290        03 DOSIS-ITEM-LNK       PIC 9(5)V99.
001300        03 UNIDAD-ITEM-LNK      PIC X(4).
001310        03 VIA-ITEM-LNK         PIC X(3).
001320        03 FRECUENCIA-ITEM-LNK  PIC 99.
001330        03 DIAS-ITEM-LNK        PIC 99.
001340        03 CANTIDAD-ITEM-LNK    PIC 9(3).
001350        03 DECISION-ITEM-LNK    PIC X.
001360        03 ALERTA-ITEM-LNK      PIC X.
001370        03 DESCRIP-ALERTA-LNK   PIC X(50).
001380 01  RESULT-LNK                 PIC X.
001390     88 SET-OK                  VALUE "S".
001400     88 SET-CON-ALERTA          VALUE "A".
001410     88 SET-INVALIDO            VALUE "I".
001420     88 SET-NO-EXISTE           VALUE "X".
001430     88 SET-NO-OK               VALUE "N".

001440 PROCEDURE DIVISION USING MODO-LNK DATOS-SET-LNK TABLA-ITEMS-LNK
001450                          RESULT-LNK.

001460 MAINLINE.
001470     MOVE "N" TO RESULT-LNK.
001480     PERFORM ABRIR-ARCHIVOS.
001490     EVALUATE TRUE
001500        WHEN MODO-MANTENER
001510             PERFORM MANTENER-SET THRU FIN-MANTENER
001520        WHEN MODO-INACTIVAR
001530             PERFORM INACTIVAR-SET THRU FIN-INACTIVAR
001540        WHEN MODO-BUSCAR
001550             PERFORM BUSCAR-SETS THRU FIN-BUSCAR
001560        WHEN MODO-PROPONER
001570             PERFORM PROPONER-SET THRU FIN-PROPONER
001580        WHEN MODO-DECISION
001590             PERFORM REGISTRAR-DECISION THRU FIN-DECISION
001600     END-EVALUATE.
001610     CLOSE ARCHIVO-SET-ORDEN ARCHIVO-USO-SET.
001620     EXIT PROGRAM.

001630 ABRIR-ARCHIVOS.
001640     OPEN I-O ARCHIVO-SET-ORDEN.
001650     IF OTR-STAT = "35"
001660        OPEN OUTPUT ARCHIVO-SET-ORDEN
001670        CLOSE ARCHIVO-SET-ORDEN
001680        OPEN I-O ARCHIVO-SET-ORDEN
001690     END-IF.
001700     OPEN I-O ARCHIVO-USO-SET.
001710     IF OTR-STAT = "35"
001720        OPEN OUTPUT ARCHIVO-USO-SET
001730        CLOSE ARCHIVO-USO-SET
001740        OPEN I-O ARCHIVO-USO-SET
001750     END-IF.

      * EL CIE-10 SE VALIDA CONTRA ARCHIVO-ENFERMEDAD; LOS ITEMS
      * ANTERIORES SE BORRAN Y SE GRABAN LOS DE LA TABLA CON
      * SECUENCIA 001 EN ADELANTE.
001760 MANTENER-SET.
001770     IF COD-SET-LNK = SPACES OR NRO-ITEMS-LNK = 0
001780        OR NRO-ITEMS-LNK > 30
001790        MOVE "I" TO RESULT-LNK
001800        GO TO FIN-MANTENER
001810     END-IF.
001820     OPEN INPUT ARCHIVO-ENFERMEDAD.
001830     MOVE CIE-SET-LNK TO LLAVE-ENF.
001840     READ ARCHIVO-ENFERMEDAD
001850          INVALID KEY MOVE "I" TO RESULT-LNK
001860     END-READ.
001870     CLOSE ARCHIVO-ENFERMEDAD.
001880     IF SET-INVALIDO
001890        GO TO FIN-MANTENER
001900     END-IF.
001910     PERFORM VALIDAR-ITEM VARYING IX-ITEM-W FROM 1 BY 1
001920             UNTIL IX-ITEM-W > NRO-ITEMS-LNK.
001930     IF SET-INVALIDO
001940        GO TO FIN-MANTENER
001950     END-IF.
001960     PERFORM BORRAR-SET.
001970     INITIALIZE REG-SETO.
001980     MOVE COD-SET-LNK    TO COD-SETO.
001990     MOVE 0              TO SECU-SETO.
002000     MOVE CIE-SET-LNK    TO CIE-SETO.
002010     MOVE "C"            TO TIPO-SETO.
002020     MOVE NOMBRE-SET-LNK TO DESCRIP-SETO.
002030     MOVE "A"            TO ESTADO-SETO.
002040     MOVE FECHA-SET-LNK  TO FECHA-ACT-SETO.
002050     MOVE OPER-SET-LNK   TO OPER-SETO.
002060     WRITE REG-SETO
002070           INVALID KEY GO TO FIN-MANTENER
002080     END-WRITE.
002090     PERFORM GRABAR-ITEM VARYING IX-ITEM-W FROM 1 BY 1
002100             UNTIL IX-ITEM-W > NRO-ITEMS-LNK.
002110     MOVE "S" TO RESULT-LNK.

002120 FIN-MANTENER.
002130     EXIT.

002140 VALIDAR-ITEM.
002150     MOVE TIPO-ITEM-LNK (IX-ITEM-W) TO TIPO-SETO.
002160     IF NOT SETO-ITEM-VALIDO
002170        MOVE "I" TO RESULT-LNK
002180     END-IF.
002190     IF (SETO-ARTICULO OR SETO-EXAMEN)
002200        AND COD-ITEM-LNK (IX-ITEM-W) = SPACES
002210        MOVE "I" TO RESULT-LNK
002220     END-IF.

002230 BORRAR-SET.
002240     MOVE 0 TO SW-FIN-W.
002250     MOVE COD-SET-LNK TO COD-SETO.
002260     MOVE 0           TO SECU-SETO.
002270     START ARCHIVO-SET-ORDEN KEY IS >= LLAVE-SETO
002280           INVALID KEY MOVE 1 TO SW-FIN-W
002290     END-START.
002300     PERFORM BORRAR-REGISTRO-SET UNTIL SW-FIN-W = 1.

002310 BORRAR-REGISTRO-SET.
002320     READ ARCHIVO-SET-ORDEN NEXT
002330          AT END MOVE 1 TO SW-FIN-W
002340     END-READ.
002350     IF SW-FIN-W = 0
002360        IF COD-SETO NOT = COD-SET-LNK
002370           MOVE 1 TO SW-FIN-W
002380        ELSE
002390           DELETE ARCHIVO-SET-ORDEN RECORD
002400                  INVALID KEY CONTINUE
002410           END-DELETE
002420        END-IF
002430     END-IF.

002440 GRABAR-ITEM.
002450     INITIALIZE REG-SETO.
002460     MOVE COD-SET-LNK                   TO COD-SETO.
002470     MOVE IX-ITEM-W                     TO SECU-SETO.
002480     MOVE CIE-SET-LNK                   TO CIE-SETO.
002490     MOVE TIPO-ITEM-LNK (IX-ITEM-W)     TO TIPO-SETO.
002500     MOVE COD-ITEM-LNK (IX-ITEM-W)      TO COD-ITEM-SETO.
002510     MOVE DESCRIP-ITEM-LNK (IX-ITEM-W)  TO DESCRIP-SETO.
002520     MOVE DOSIS-ITEM-LNK (IX-ITEM-W)    TO DOSIS-SETO.
002530     MOVE UNIDAD-ITEM-LNK (IX-ITEM-W)   TO UNIDAD-DOSIS-SETO.
002540     MOVE VIA-ITEM-LNK (IX-ITEM-W)      TO VIA-SETO.
002550     MOVE FRECUENCIA-ITEM-LNK (IX-ITEM-W) TO FRECUENCIA-SETO.
002560     MOVE DIAS-ITEM-LNK (IX-ITEM-W)     TO DIAS-SETO.
002570     MOVE CANTIDAD-ITEM-LNK (IX-ITEM-W) TO CANTIDAD-SETO.
002580     MOVE "A"                           TO ESTADO-SETO.
002590     MOVE FECHA-SET-LNK                 TO FECHA-ACT-SETO.
002600     MOVE OPER-SET-LNK                  TO OPER-SETO.
002610     WRITE REG-SETO INVALID KEY CONTINUE END-WRITE.

002620 INACTIVAR-SET.
002630     MOVE COD-SET-LNK TO COD-SETO.
002640     MOVE 0           TO SECU-SETO.
002650     READ ARCHIVO-SET-ORDEN
002660          INVALID KEY
002670             MOVE "X" TO RESULT-LNK
002680             GO TO FIN-INACTIVAR
002690     END-READ.
002700     MOVE "I"            TO ESTADO-SETO.
002710     MOVE FECHA-SET-LNK  TO FECHA-ACT-SETO.
002720     MOVE OPER-SET-LNK   TO OPER-SETO.
002730     REWRITE REG-SETO
002740             INVALID KEY GO TO FIN-INACTIVAR
002750     END-REWRITE.
002760     MOVE "S" TO RESULT-LNK.

002770 FIN-INACTIVAR.
002780     EXIT.

      * LOS PAQUETES DEL CIE-10 SE RECORREN POR LA LLAVE ALTERNA;
      * SOLO LAS CABECERAS ACTIVAS SE DEVUELVEN.
002790 BUSCAR-SETS.
002800     INITIALIZE TABLA-ITEMS-LNK.
002810     MOVE CIE-SET-LNK TO CIE-SETO.
002820     START ARCHIVO-SET-ORDEN KEY IS = CIE-SETO
002830           INVALID KEY
002840              MOVE "X" TO RESULT-LNK
002850              GO TO FIN-BUSCAR
002860     END-START.
002870     MOVE 0 TO SW-FIN-W.
002880     PERFORM LEER-SET-DEL-CIE UNTIL SW-FIN-W = 1.
002890     IF NRO-ITEMS-LNK = 0
002900        MOVE "X" TO RESULT-LNK
002910     ELSE
002920        MOVE "S" TO RESULT-LNK
002930     END-IF.

002940 FIN-BUSCAR.
002950     EXIT.

002960 LEER-SET-DEL-CIE.
002970     READ ARCHIVO-SET-ORDEN NEXT
002980          AT END MOVE 1 TO SW-FIN-W
002990     END-READ.
003000     IF SW-FIN-W = 0
003010        IF CIE-SETO NOT = CIE-SET-LNK
003020           MOVE 1 TO SW-FIN-W
003030        ELSE
003040           IF SETO-CABECERA AND SETO-ACTIVO
003050              AND NRO-ITEMS-LNK < 30
003060              ADD 1 TO NRO-ITEMS-LNK
003070              MOVE "C"          TO TIPO-ITEM-LNK (NRO-ITEMS-LNK)
003080              MOVE COD-SETO     TO COD-ITEM-LNK (NRO-ITEMS-LNK)
003090              MOVE DESCRIP-SETO
003100                TO DESCRIP-ITEM-LNK (NRO-ITEMS-LNK)
003110           END-IF
003120        END-IF
003130     END-IF.

003140 PROPONER-SET.
003150     INITIALIZE TABLA-ITEMS-LNK.
003160     MOVE COD-SET-LNK TO COD-SETO.
003170     MOVE 0           TO SECU-SETO.
003180     READ ARCHIVO-SET-ORDEN
003190          INVALID KEY
003200             MOVE "X" TO RESULT-LNK
003210             GO TO FIN-PROPONER
003220     END-READ.
003230     IF NOT SETO-ACTIVO
003240        MOVE "X" TO RESULT-LNK
003250        GO TO FIN-PROPONER
003260     END-IF.
003270     MOVE DESCRIP-SETO TO NOMBRE-SET-LNK.
003280     MOVE CIE-SETO     TO CIE-SET-LNK.
003290     MOVE "S"          TO RESULT-LNK.
003300     MOVE 0 TO SW-FIN-W.
003310     PERFORM LEER-ITEM-SET UNTIL SW-FIN-W = 1.
003320     IF NRO-ITEMS-LNK = 0
003330        MOVE "X" TO RESULT-LNK
003340     END-IF.

003350 FIN-PROPONER.
003360     EXIT.

003370 LEER-ITEM-SET.
003380     READ ARCHIVO-SET-ORDEN NEXT
003390          AT END MOVE 1 TO SW-FIN-W
003400     END-READ.
003410     IF SW-FIN-W = 0
003420        IF COD-SETO NOT = COD-SET-LNK OR NRO-ITEMS-LNK = 30
003430           MOVE 1 TO SW-FIN-W
003440        ELSE
003450           ADD 1 TO NRO-ITEMS-LNK
003460           MOVE NRO-ITEMS-LNK TO IX-ITEM-W
003470           PERFORM CARGAR-ITEM-PROPUESTO
003480           PERFORM VERIFICAR-ITEM-PROPUESTO
003490        END-IF
003500     END-IF.

003510 CARGAR-ITEM-PROPUESTO.
003520     MOVE SECU-SETO         TO SECU-ITEM-LNK (IX-ITEM-W).
003530     MOVE TIPO-SETO         TO TIPO-ITEM-LNK (IX-ITEM-W).
003540     MOVE COD-ITEM-SETO     TO COD-ITEM-LNK (IX-ITEM-W).
003550     MOVE DESCRIP-SETO      TO DESCRIP-ITEM-LNK (IX-ITEM-W).
003560     MOVE DOSIS-SETO        TO DOSIS-ITEM-LNK (IX-ITEM-W).
003570     MOVE UNIDAD-DOSIS-SETO TO UNIDAD-ITEM-LNK (IX-ITEM-W).
003580     MOVE VIA-SETO          TO VIA-ITEM-LNK (IX-ITEM-W).
003590     MOVE FRECUENCIA-SETO   TO FRECUENCIA-ITEM-LNK (IX-ITEM-W).
003600     MOVE DIAS-SETO         TO DIAS-ITEM-LNK (IX-ITEM-W).
003610     MOVE CANTIDAD-SETO     TO CANTIDAD-ITEM-LNK (IX-ITEM-W).
003620     MOVE "A"               TO DECISION-ITEM-LNK (IX-ITEM-W).
003630     MOVE SPACE             TO ALERTA-ITEM-LNK (IX-ITEM-W).
003640     MOVE SPACES            TO DESCRIP-ALERTA-LNK (IX-ITEM-W).

      * LAS INDICACIONES DE ENFERMERIA NO SE VERIFICAN. LA ALERGIA
      * (PARE DURO) PREVALECE SOBRE DUPLICADA/INTERACCION.
003650 VERIFICAR-ITEM-PROPUESTO.
003660     IF SETO-ARTICULO OR SETO-EXAMEN
003670        PERFORM VERIFICAR-DUPLICADA
003680     END-IF.
003690     IF SETO-ARTICULO
003700        PERFORM VERIFICAR-ALERGIA
003710     END-IF.
003720     IF ALERTA-ITEM-LNK (IX-ITEM-W) NOT = SPACE
003730        MOVE "A" TO RESULT-LNK
003740     END-IF.

003750 VERIFICAR-DUPLICADA.
003760     MOVE PACI-SET-LNK  TO NIT-RX-W.
003770     MOVE COD-ITEM-SETO TO CUPS-RX-W.
003780     CALL "RX425-01" USING NIT-RX-W CUPS-RX-W FECHA-SET-LNK
003790                           RESULT-RX-W TIPO-ALERTA-RX-W
003800                           CUPS-CONFLICTO-RX-W
003810                           DESCRIP-ALERTA-RX-W.
003820     CANCEL "RX425-01".
003830     IF RESULT-RX-W = "N"
003840        MOVE TIPO-ALERTA-RX-W    TO ALERTA-ITEM-LNK (IX-ITEM-W)
003850        MOVE DESCRIP-ALERTA-RX-W
003860          TO DESCRIP-ALERTA-LNK (IX-ITEM-W)
003870     END-IF.

003880 VERIFICAR-ALERGIA.
003890     MOVE COD-ITEM-SETO  TO COD-ART-ALERG-W.
003900     MOVE MEDICO-SET-LNK TO MEDICO-ALERG-W.
003910     CALL "RX425-02" USING MODO-ALERG-W PACI-SET-LNK
003920                           COD-ART-ALERG-W ORIGEN-ALERG-W
003930                           MEDICO-ALERG-W JUSTIFICA-NULA-W
003940                           SUSTANCIA-ALERG-W SEVERIDAD-ALERG-W
003950                           RESULT-ALERG-W.
003960     CANCEL "RX425-02".
003970     IF RESULT-ALERG-W = "A"
003980        MOVE "A" TO ALERTA-ITEM-LNK (IX-ITEM-W)
003990        MOVE SPACES TO DESCRIP-ALERTA-LNK (IX-ITEM-W)
004000        STRING "ALERGIA " SUSTANCIA-ALERG-W
004010               " SEVERIDAD " SEVERIDAD-ALERG-W
004020               DELIMITED BY SIZE
004030               INTO DESCRIP-ALERTA-LNK (IX-ITEM-W)
004040        END-STRING
004050     END-IF.

      * UN REGISTRO DE USO CON SECUENCIA 000 POR CADA VEZ QUE SE
      * APLICA EL PAQUETE Y UNO POR ITEM CON LA DECISION DEL MEDICO.
004060 REGISTRAR-DECISION.
004070     IF COD-SET-LNK = SPACES OR NRO-ITEMS-LNK = 0
004080        OR NRO-ITEMS-LNK > 30
004090        MOVE "I" TO RESULT-LNK
004100        GO TO FIN-DECISION
004110     END-IF.
004120     INITIALIZE REG-USOS.
004130     MOVE COD-SET-LNK    TO COD-SET-USOS.
004140     MOVE FECHA-SET-LNK  TO FECHA-USOS.
004150     MOVE HORA-SET-LNK   TO HORA-USOS.
004160     MOVE PACI-SET-LNK   TO PACI-USOS.
004170     MOVE 0              TO SECU-USOS.
004180     MOVE "C"            TO TIPO-USOS.
004190     MOVE CIE-SET-LNK    TO CIE-USOS.
004200     MOVE MEDICO-SET-LNK TO MEDICO-USOS.
004210     WRITE REG-USOS
004220           INVALID KEY GO TO FIN-DECISION
004230     END-WRITE.
004240     PERFORM GRABAR-USO-ITEM VARYING IX-ITEM-W FROM 1 BY 1
004250             UNTIL IX-ITEM-W > NRO-ITEMS-LNK.
004260     MOVE "S" TO RESULT-LNK.

004270 FIN-DECISION.
004280     EXIT.

004290 GRABAR-USO-ITEM.
004300     IF SECU-ITEM-LNK (IX-ITEM-W) = 0
004310        MOVE IX-ITEM-W TO SECU-NUEVA-W
004320     ELSE
004330        MOVE SECU-ITEM-LNK (IX-ITEM-W) TO SECU-NUEVA-W
004340     END-IF.
004350     MOVE SECU-NUEVA-W                  TO SECU-USOS.
004360     MOVE TIPO-ITEM-LNK (IX-ITEM-W)     TO TIPO-USOS.
004370     MOVE COD-ITEM-LNK (IX-ITEM-W)      TO COD-ITEM-USOS.
004380     MOVE DECISION-ITEM-LNK (IX-ITEM-W) TO DECISION-USOS.
004390     IF NOT USOS-EDITADO AND NOT USOS-RETIRADO
004400        MOVE "A" TO DECISION-USOS
004410     END-IF.
004420     MOVE ALERTA-ITEM-LNK (IX-ITEM-W)   TO ALERTA-USOS.
004430     WRITE REG-USOS INVALID KEY CONTINUE END-WRITE.
