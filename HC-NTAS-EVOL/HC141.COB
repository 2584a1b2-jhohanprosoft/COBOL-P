      *=================================================================
      * HISTORIA CLINICA - ORDEN DE DIETA DE LA ESTANCIA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LA DIETA SE PEDIA A COCINA EN UNA LISTA A MANO. ESTE
      * COMPONENTE GUARDA EN ARCHIVO-DIETAS LA ORDEN DE DIETA DEL
      * PACIENTE POR FOLIO CON SU HISTORIA DE INICIO Y SUSPENSION
      * (UNA SOLA ORDEN ACTIVA A LA VEZ). SE INVOCA DESDE LA
      * EVOLUCION (HC003) Y LO LEEN EL CENSO DE BANDEJAS (HC141-01)
      * Y EL CONTEO MENSUAL PARA COSTOS DE COCINA (HC141-02).
      * TIPOS: CO CORRIENTE, LC LIQUIDA CLARA, LT LIQUIDA TOTAL,
      *        BL BLANDA, HS HIPOSODICA, DB DIABETICA,
      *        NV NADA VIA ORAL (AYUNO).
      * MODO "O" - ORDENAR: CIERRA LA ORDEN ACTIVA (SI LA HAY) EN
      *            LA FECHA/HORA DE LA NUEVA Y GRABA LA NUEVA.
      * MODO "S" - SUSPENDER: CIERRA LA ORDEN ACTIVA SIN REEMPLAZO.
      * MODO "V" - VIGENTE: DEVUELVE LA DIETA ACTIVA DEL FOLIO.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC141.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-DIETAS LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-DIETAS-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-DIE
000140         ALTERNATE RECORD KEY IS ESTADO-DIE WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160 DATA DIVISION.
000170 FILE SECTION.

000180 FD  ARCHIVO-DIETAS
000190     LABEL RECORD STANDARD.
000200 01  REG-DIE.
000210     02 LLAVE-DIE.
000220        03 PACI-DIE             PIC X(15).
000230        03 FOLIO-DIE            PIC X(8).
000240        03 FECHA-INI-DIE        PIC 9(8).
000250        03 HORA-INI-DIE         PIC 9(4).
000260     02 TIPO-DIE                PIC XX.
000270        88 DIETA-VALIDA         VALUE "CO" "LC" "LT" "BL"
000280                                      "HS" "DB" "NV".
000290        88 DIETA-AYUNO          VALUE "NV".
000300     02 OBSERV-DIE              PIC X(60).
000310     02 USUARIO-INI-DIE         PIC X(4).
000320     02 ESTADO-DIE              PIC X.
000330        88 DIETA-ACTIVA         VALUE "A".
000340        88 DIETA-CERRADA        VALUE "C".
000350     02 FECHA-FIN-DIE           PIC 9(8).
000360     02 HORA-FIN-DIE            PIC 9(4).
000370     02 USUARIO-FIN-DIE         PIC X(4).

000380 WORKING-STORAGE SECTION.

000390 77  NOM-DIETAS-W               PIC X(60)
000400     VALUE "D:\progelect\DATOS\SC-DIETAS.DAT".
000410 77  OTR-STAT                   PIC XX.
000420 77  SW-FIN-W                   PIC 9 VALUE 0.
000430 77  SW-ACTIVA-W                PIC 9 VALUE 0.
000440 01  LLAVE-ACTIVA-W             PIC X(35).

000450 LINKAGE SECTION.
000460 01  MODO-LNK                   PIC X.
000470     88 MODO-ORDENAR            VALUE "O".
000480     88 MODO-SUSPENDER          VALUE "S".
000490     88 MODO-VIGENTE            VALUE "V".
000500 01  PACI-LNK                   PIC X(15).
000510 01  FOLIO-LNK                  PIC X(8).
000520 01  FECHA-LNK                  PIC 9(8).
000530 01  HORA-LNK                   PIC 9(4).
000540 01  TIPO-DIETA-LNK             PIC XX.
000550 01  OBSERV-LNK                 PIC X(60).
000560 01  USUARIO-LNK                PIC X(4).
000570 01  RESULT-LNK                 PIC X.
000580     88 DIETA-OK                VALUE "S".
000590     88 DIETA-INVALIDA          VALUE "I".
000600     88 DIETA-NO-EXISTE         VALUE "X".
000610     88 DIETA-NO-OK             VALUE "N".

000620 PROCEDURE DIVISION USING MODO-LNK PACI-LNK FOLIO-LNK
000630                          FECHA-LNK HORA-LNK TIPO-DIETA-LNK
000640                          OBSERV-LNK USUARIO-LNK RESULT-LNK.

000650 MAINLINE.
000660     MOVE "N" TO RESULT-LNK.
000670     PERFORM ABRIR-ARCHIVO.
000680     EVALUATE TRUE
000690        WHEN MODO-ORDENAR
000700             PERFORM ORDENAR-DIETA THRU FIN-ORDENAR
000710        WHEN MODO-SUSPENDER
000720             PERFORM SUSPENDER-DIETA THRU FIN-SUSPENDER
000730        WHEN MODO-VIGENTE
000740             PERFORM DIETA-VIGENTE THRU FIN-VIGENTE
000750     END-EVALUATE.
000760     CLOSE ARCHIVO-DIETAS.
000770     EXIT PROGRAM.

000780 ABRIR-ARCHIVO.
000790     OPEN I-O ARCHIVO-DIETAS.
000800     IF OTR-STAT = "35"
000810        OPEN OUTPUT ARCHIVO-DIETAS
000820        CLOSE ARCHIVO-DIETAS
000830        OPEN I-O ARCHIVO-DIETAS
000840     END-IF.

      * LA ORDEN ACTIVA ES LA ULTIMA DEL FOLIO CON ESTADO "A".
000850 BUSCAR-ACTIVA.
000860     MOVE 0 TO SW-FIN-W SW-ACTIVA-W.
000870     MOVE PACI-LNK  TO PACI-DIE.
000880     MOVE FOLIO-LNK TO FOLIO-DIE.
000890     MOVE 99999999  TO FECHA-INI-DIE.
000900     MOVE 9999      TO HORA-INI-DIE.
000910     START ARCHIVO-DIETAS KEY IS <= LLAVE-DIE
000920           INVALID KEY MOVE 1 TO SW-FIN-W
000930     END-START.
000940     PERFORM LEER-ANTERIOR UNTIL SW-FIN-W = 1.

000950 LEER-ANTERIOR.
000960     READ ARCHIVO-DIETAS PREVIOUS
000970          AT END MOVE 1 TO SW-FIN-W
000980     END-READ.
000990     IF SW-FIN-W = 0
001000        IF PACI-DIE NOT = PACI-LNK OR FOLIO-DIE NOT = FOLIO-LNK
001010           MOVE 1 TO SW-FIN-W
001020        ELSE
001030           IF DIETA-ACTIVA
001040              MOVE 1 TO SW-FIN-W SW-ACTIVA-W
001050              MOVE LLAVE-DIE TO LLAVE-ACTIVA-W
001060           END-IF
001070        END-IF
001080     END-IF.

001090 CERRAR-ACTIVA.
001100     MOVE LLAVE-ACTIVA-W TO LLAVE-DIE.
001110     READ ARCHIVO-DIETAS
001120          INVALID KEY MOVE 0 TO SW-ACTIVA-W
001130     END-READ.
001140     IF SW-ACTIVA-W = 1
001150        MOVE "C"         TO ESTADO-DIE
001160        MOVE FECHA-LNK   TO FECHA-FIN-DIE
001170        MOVE HORA-LNK    TO HORA-FIN-DIE
001180        MOVE USUARIO-LNK TO USUARIO-FIN-DIE
001190        REWRITE REG-DIE
001200            INVALID KEY MOVE 0 TO SW-ACTIVA-W
001210        END-REWRITE
001220     END-IF.

001230 ORDENAR-DIETA.
001240     MOVE TIPO-DIETA-LNK TO TIPO-DIE.
001250     IF NOT DIETA-VALIDA OR PACI-LNK = SPACES
001260        OR FECHA-LNK = 0
001270        MOVE "I" TO RESULT-LNK
001280        GO TO FIN-ORDENAR
001290     END-IF.
001300     PERFORM BUSCAR-ACTIVA.
001310     IF SW-ACTIVA-W = 1
001320        PERFORM CERRAR-ACTIVA
001330     END-IF.
001340     INITIALIZE REG-DIE.
001350     MOVE PACI-LNK       TO PACI-DIE.
001360     MOVE FOLIO-LNK      TO FOLIO-DIE.
001370     MOVE FECHA-LNK      TO FECHA-INI-DIE.
001380     MOVE HORA-LNK       TO HORA-INI-DIE.
001390     MOVE TIPO-DIETA-LNK TO TIPO-DIE.
001400     MOVE OBSERV-LNK     TO OBSERV-DIE.
001410     MOVE USUARIO-LNK    TO USUARIO-INI-DIE.
001420     MOVE "A"            TO ESTADO-DIE.
001430     WRITE REG-DIE
001440         INVALID KEY GO TO FIN-ORDENAR
001450     END-WRITE.
001460     MOVE "S" TO RESULT-LNK.

001470 FIN-ORDENAR.
001480     EXIT.

001490 SUSPENDER-DIETA.
001500     PERFORM BUSCAR-ACTIVA.
001510     IF SW-ACTIVA-W = 0
001520        MOVE "X" TO RESULT-LNK
001530        GO TO FIN-SUSPENDER
001540     END-IF.
001550     PERFORM CERRAR-ACTIVA.
001560     IF SW-ACTIVA-W = 1
001570        MOVE "S" TO RESULT-LNK
001580     END-IF.

001590 FIN-SUSPENDER.
001600     EXIT.

001610 DIETA-VIGENTE.
001620     PERFORM BUSCAR-ACTIVA.
001630     IF SW-ACTIVA-W = 0
001640        MOVE SPACES TO TIPO-DIETA-LNK OBSERV-LNK
001650        MOVE "X" TO RESULT-LNK
001660        GO TO FIN-VIGENTE
001670     END-IF.
001680     MOVE TIPO-DIE      TO TIPO-DIETA-LNK.
001690     MOVE OBSERV-DIE    TO OBSERV-LNK.
001700     MOVE FECHA-INI-DIE TO FECHA-LNK.
001710     MOVE HORA-INI-DIE  TO HORA-LNK.
001720     MOVE "S" TO RESULT-LNK.

001730 FIN-VIGENTE.
001740     EXIT.
