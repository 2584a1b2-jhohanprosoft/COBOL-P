      *=================================================================
      * HISTORIA CLINICA - REGISTRO DE LA VISITA DOMICILIARIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LO LLAMA LA PANTALLA MOVIL DEL PROFESIONAL EN LA CASA DEL
      * PACIENTE, CON LOS DATOS PLANOS DE UNA SOLA VISITA (PACIENTE,
      * FECHA PROGRAMADA Y DISCIPLINA COMO VIENEN EN LA HOJA DE RUTA).
      * MODO "C" - VISITA REALIZADA: CON LA HORA DE LLEGADA Y DE
      *            SALIDA Y LOS SIGNOS TOMADOS GRABA LA EVOLUCION EN
      *            EVOLUCION-HISTORIA CON FOLIO DE LA SERIE "AD" DEL
      *            PACIENTE; LA NOTA Y LOS INSUMOS GASTADOS (HASTA 10
      *            ARTICULOS) QUEDAN EN LA VISITA PARA LA FACTURACION
      *            (HC150-04). DEVUELVE EL FOLIO ASIGNADO.
      * MODO "N" - VISITA NO REALIZADA: CON EL MOTIVO LA MARCA Y LA
      *            REPROGRAMA PARA LA FECHA RECIBIDA (EN CERO, EL DIA
      *            SIGUIENTE). EL LOTE HC150-01 LA REPORTA.
      * RESULT-LNK: "S" OK, "I" DATOS INVALIDOS, "E" LA VISITA NO
      * EXISTE O YA NO ESTA PENDIENTE, "N" NO SE PUDO GRABAR.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC150-03.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-VISITA-DOMI LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-VISDOMI-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-VSD
000140         ALTERNATE RECORD KEY IS RUTA-VSD WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT EVOLUCION-HISTORIA LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-HCEVO-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-EVO
000210         ALTERNATE RECORD KEY IS FECHA-EVO WITH DUPLICATES
000220         FILE STATUS IS OTR-STAT.

000230 DATA DIVISION.
000240 FILE SECTION.

000250 FD  ARCHIVO-VISITA-DOMI
000260     LABEL RECORD STANDARD.
000270 01  REG-VSD.
000280     02 LLAVE-VSD.
000290        03 PACI-VSD             PIC X(15).
000300        03 FECHA-PROG-VSD       PIC 9(8).
000310        03 DISC-VSD             PIC 9.
000320     02 RUTA-VSD.
000330        03 FECHA-VSD            PIC 9(8).
000340        03 PROF-VSD             PIC 9(10).
000350        03 ZONA-VSD             PIC X(3).
000360        03 DIRECC-VSD           PIC X(30).
000370     02 CUPS-VSD                PIC X(12).
000380     02 ESTADO-VSD              PIC X.
000390        88 VISITA-PENDIENTE     VALUE "P".
000400        88 VISITA-REALIZADA     VALUE "R".
000410        88 VISITA-NO-REALIZADA  VALUE "N".
000420        88 VISITA-ANULADA       VALUE "A".
000430     02 REPROG-DE-VSD           PIC 9(8).
000440     02 HORA-LLEGA-VSD          PIC 9(4).
000450     02 HORA-SALE-VSD           PIC 9(4).
000460     02 FOLIO-VSD               PIC X(8).
000470     02 NOTA-VSD                PIC X(200).
000480     02 INSUMO-VSD              OCCURS 10.
000490        03 ART-INS-VSD          PIC X(8).
000500        03 CANT-INS-VSD         PIC 9(3)V99.
000510     02 MOTIVO-NR-VSD           PIC X(40).
000520     02 REPORTADA-VSD           PIC X.

000530 FD  EVOLUCION-HISTORIA
000540     LABEL RECORD STANDARD.
000550 01  REG-EVO.
000560     02 LLAVE-EVO.
000570        03 ID-EVO               PIC X(15).
000580        03 FOLIO-EVO.
000590           04 FOLIO-SUC-EVO     PIC XX.
000600           04 FOLIO-NRO-EVO     PIC 9(6).
000610     02 FECHA-EVO               PIC 9(8).
000620     02 HORA-EVO                PIC 9(4).
000630     02 MED-EVO                 PIC 9(10).
000640     02 SIGNOS-EVO.
000650        03 PESO-EVO             PIC 9(3).
000660        03 TALLA-EVO            PIC 9(3).
000670        03 TEMP-EVO             PIC 99V99.
000680        03 FCARD-EVO            PIC 9(3).
000690        03 FRESP-EVO            PIC 9(3).
000700        03 TENS1-EVO            PIC 9(3).
000710        03 TENS2-EVO            PIC 9(3).
000720        03 TENS-MEDIA-EVO       PIC 9(3).
000730        03 GLUCOMETRIA-EVO      PIC 9(3).

000740 WORKING-STORAGE SECTION.

000750 77  NOM-VISDOMI-W              PIC X(60)
000760     VALUE "D:\progelect\DATOS\SC-VISDOMI.DAT".
000770 77  NOM-HCEVO-W                PIC X(60)
000780     VALUE "D:\progelect\DATOS\SC-HCEVOLUC.DAT".
000790 77  OTR-STAT                   PIC XX.
000800 77  FECHA-HOY-W                PIC 9(8).
000810 77  FECHA-NUEVA-W              PIC 9(8).
000820 77  FECHA-ORIGINAL-W           PIC 9(8).
000830 77  NRO-FOLIO-W                PIC 9(6) VALUE 0.
000840 77  SW-GRABADA-W               PIC 9 VALUE 0.
000850 77  IX-INS-W                   PIC 99 VALUE 0.

000860 01  HORA-VALIDA-W.
000870     02 HH-VALIDA-W             PIC 99.
000880     02 MM-VALIDA-W             PIC 99.
000890 01  HORA-VALIDA-R REDEFINES HORA-VALIDA-W PIC 9(4).

000900 LINKAGE SECTION.
000910 01  MODO-LNK                   PIC X.
000920     88 MODO-CAPTURA            VALUE "C".
000930     88 MODO-NO-REALIZADA       VALUE "N".
000940 01  DATOS-VISITA-LNK.
000950     02 PACI-LNK                PIC X(15).
000960     02 FECHA-PROG-LNK          PIC 9(8).
000970     02 DISC-LNK                PIC 9.
000980     02 HORA-LLEGA-LNK          PIC 9(4).
000990     02 HORA-SALE-LNK           PIC 9(4).
001000     02 PESO-LNK                PIC 9(3).
001010     02 TALLA-LNK               PIC 9(3).
001020     02 TEMP-LNK                PIC 99V99.
001030     02 FCARD-LNK               PIC 9(3).
001040     02 FRESP-LNK               PIC 9(3).
001050     02 TENS1-LNK               PIC 9(3).
001060     02 TENS2-LNK               PIC 9(3).
001070     02 GLUCOMETRIA-LNK         PIC 9(3).
001080     02 NOTA-LNK                PIC X(200).
001090     02 INSUMO-LNK              OCCURS 10.
001100        03 ART-INS-LNK          PIC X(8).
001110        03 CANT-INS-LNK         PIC 9(3)V99.
001120     02 MOTIVO-LNK              PIC X(40).
001130     02 FECHA-NUEVA-LNK         PIC 9(8).
001140     02 FOLIO-LNK               PIC X(8).
001150 01  RESULT-LNK                 PIC X.
001160     88 VISITA-OK               VALUE "S".
001170     88 VISITA-INVALIDA         VALUE "I".
001180     88 VISITA-NO-EXISTE        VALUE "E".
001190     88 VISITA-NO-OK            VALUE "N".

001200 PROCEDURE DIVISION USING MODO-LNK DATOS-VISITA-LNK RESULT-LNK.

001210 MAINLINE.
001220     MOVE "N"    TO RESULT-LNK.
001230     MOVE SPACES TO FOLIO-LNK.
001240     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
001250     OPEN I-O ARCHIVO-VISITA-DOMI.
001260     IF OTR-STAT = "00"
001270        EVALUATE TRUE
001280           WHEN MODO-CAPTURA
001290                PERFORM CAPTURAR-VISITA THRU FIN-CAPTURAR
001300           WHEN MODO-NO-REALIZADA
001310                PERFORM MARCAR-NO-REALIZADA THRU FIN-NO-REALIZADA
001320        END-EVALUATE
001330        CLOSE ARCHIVO-VISITA-DOMI
001340     END-IF.
001350     EXIT PROGRAM.

001360 LEER-VISITA.
001370     MOVE PACI-LNK       TO PACI-VSD.
001380     MOVE FECHA-PROG-LNK TO FECHA-PROG-VSD.
001390     MOVE DISC-LNK       TO DISC-VSD.
001400     READ ARCHIVO-VISITA-DOMI
001410          INVALID KEY MOVE "E" TO RESULT-LNK
001420     END-READ.
001430     IF NOT VISITA-NO-EXISTE AND NOT VISITA-PENDIENTE
001440        MOVE "E" TO RESULT-LNK
001450     END-IF.

      *=================================================================
      * VISITA REALIZADA
      *=================================================================
001460 CAPTURAR-VISITA.
001470     PERFORM LEER-VISITA.
001480     IF VISITA-NO-EXISTE
001490        GO TO FIN-CAPTURAR
001500     END-IF.
001510     IF FECHA-VSD > FECHA-HOY-W
001520        MOVE "I" TO RESULT-LNK
001530        GO TO FIN-CAPTURAR
001540     END-IF.
001550     MOVE HORA-LLEGA-LNK TO HORA-VALIDA-R.
001560     PERFORM VALIDAR-HORA.
001570     MOVE HORA-SALE-LNK TO HORA-VALIDA-R.
001580     PERFORM VALIDAR-HORA.
001590     IF HORA-SALE-LNK < HORA-LLEGA-LNK
001600        MOVE "I" TO RESULT-LNK
001610     END-IF.
001620     IF VISITA-INVALIDA
001630        GO TO FIN-CAPTURAR
001640     END-IF.
001650     OPEN I-O EVOLUCION-HISTORIA.
001660     IF OTR-STAT NOT = "00"
001670        GO TO FIN-CAPTURAR
001680     END-IF.
001690     PERFORM BUSCAR-ULTIMO-FOLIO.
001700     MOVE 0 TO SW-GRABADA-W.
001710     PERFORM GRABAR-EVOLUCION UNTIL SW-GRABADA-W > 0.
001720     CLOSE EVOLUCION-HISTORIA.
001730     IF SW-GRABADA-W = 9
001740        GO TO FIN-CAPTURAR
001750     END-IF.
001760     MOVE "R"            TO ESTADO-VSD.
001770     MOVE HORA-LLEGA-LNK TO HORA-LLEGA-VSD.
001780     MOVE HORA-SALE-LNK  TO HORA-SALE-VSD.
001790     MOVE FOLIO-EVO      TO FOLIO-VSD FOLIO-LNK.
001800     MOVE NOTA-LNK       TO NOTA-VSD.
001810     PERFORM PASAR-INSUMO
001820        VARYING IX-INS-W FROM 1 BY 1 UNTIL IX-INS-W > 10.
001830     REWRITE REG-VSD INVALID KEY CONTINUE END-REWRITE.
001840     MOVE "S" TO RESULT-LNK.

001850 FIN-CAPTURAR.
001860     EXIT.

001870 VALIDAR-HORA.
001880     IF HH-VALIDA-W > 23 OR MM-VALIDA-W > 59
001890        MOVE "I" TO RESULT-LNK
001900     END-IF.

      *--- LA SERIE "AD" DEL PACIENTE SIGUE DEL ULTIMO FOLIO QUE TENGA;
      *--- SI OTRA PANTALLA TOMO EL MISMO NUMERO SE PASA AL SIGUIENTE
001910 BUSCAR-ULTIMO-FOLIO.
001920     MOVE PACI-VSD TO ID-EVO.
001930     MOVE "AD"     TO FOLIO-SUC-EVO.
001940     MOVE 999999   TO FOLIO-NRO-EVO.
001950     MOVE 0        TO NRO-FOLIO-W.
001960     START EVOLUCION-HISTORIA KEY IS <= LLAVE-EVO
001970           INVALID KEY MOVE 0 TO NRO-FOLIO-W
001980           NOT INVALID KEY
001990               READ EVOLUCION-HISTORIA PREVIOUS
002000                    AT END MOVE 0 TO NRO-FOLIO-W
002010                    NOT AT END
002020                        IF ID-EVO = PACI-VSD
002030                           AND FOLIO-SUC-EVO = "AD"
002040                           MOVE FOLIO-NRO-EVO TO NRO-FOLIO-W
002050                        END-IF
002060               END-READ
002070     END-START.

002080 GRABAR-EVOLUCION.
002090     ADD 1 TO NRO-FOLIO-W.
002100     INITIALIZE REG-EVO.
002110     MOVE PACI-VSD        TO ID-EVO.
002120     MOVE "AD"            TO FOLIO-SUC-EVO.
002130     MOVE NRO-FOLIO-W     TO FOLIO-NRO-EVO.
002140     MOVE FECHA-HOY-W     TO FECHA-EVO.
002150     MOVE HORA-LLEGA-LNK  TO HORA-EVO.
002160     MOVE PROF-VSD        TO MED-EVO.
002170     MOVE PESO-LNK        TO PESO-EVO.
002180     MOVE TALLA-LNK       TO TALLA-EVO.
002190     MOVE TEMP-LNK        TO TEMP-EVO.
002200     MOVE FCARD-LNK       TO FCARD-EVO.
002210     MOVE FRESP-LNK       TO FRESP-EVO.
002220     MOVE TENS1-LNK       TO TENS1-EVO.
002230     MOVE TENS2-LNK       TO TENS2-EVO.
002240     IF TENS1-LNK > 0
002250        COMPUTE TENS-MEDIA-EVO ROUNDED =
002260            (TENS1-LNK + 2 * TENS2-LNK) / 3
002270     END-IF.
002280     MOVE GLUCOMETRIA-LNK TO GLUCOMETRIA-EVO.
002290     WRITE REG-EVO
002300           INVALID KEY
002310               IF OTR-STAT NOT = "22"
002320                  MOVE 9 TO SW-GRABADA-W
002330               END-IF
002340           NOT INVALID KEY MOVE 1 TO SW-GRABADA-W
002350     END-WRITE.

002360 PASAR-INSUMO.
002370     MOVE ART-INS-LNK (IX-INS-W)  TO ART-INS-VSD (IX-INS-W).
002380     MOVE CANT-INS-LNK (IX-INS-W) TO CANT-INS-VSD (IX-INS-W).

      *=================================================================
      * VISITA NO REALIZADA
      *=================================================================
002390 MARCAR-NO-REALIZADA.
002400     PERFORM LEER-VISITA.
002410     IF VISITA-NO-EXISTE
002420        GO TO FIN-NO-REALIZADA
002430     END-IF.
002440     IF FECHA-NUEVA-LNK = 0
002450        COMPUTE FECHA-NUEVA-W =
002460            FUNCTION DATE-OF-INTEGER(
002470            FUNCTION INTEGER-OF-DATE(FECHA-HOY-W) + 1)
002480     ELSE
002490        MOVE FECHA-NUEVA-LNK TO FECHA-NUEVA-W
002500     END-IF.
002510     IF MOTIVO-LNK = SPACES OR FECHA-NUEVA-W < FECHA-HOY-W
002520        MOVE "I" TO RESULT-LNK
002530        GO TO FIN-NO-REALIZADA
002540     END-IF.
002550     MOVE FECHA-VSD  TO FECHA-ORIGINAL-W.
002560     MOVE "N"        TO ESTADO-VSD.
002570     MOVE MOTIVO-LNK TO MOTIVO-NR-VSD.
002580     MOVE SPACE      TO REPORTADA-VSD.
002590     REWRITE REG-VSD INVALID KEY CONTINUE END-REWRITE.
002600     MOVE FECHA-NUEVA-W    TO FECHA-PROG-VSD FECHA-VSD.
002610     MOVE FECHA-ORIGINAL-W TO REPROG-DE-VSD.
002620     MOVE "P"              TO ESTADO-VSD.
002630     MOVE SPACES           TO MOTIVO-NR-VSD.
002640     WRITE REG-VSD INVALID KEY CONTINUE END-WRITE.
002650     MOVE "S" TO RESULT-LNK.

002660 FIN-NO-REALIZADA.
002670     EXIT.
