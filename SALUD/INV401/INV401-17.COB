      *=================================================================
      * INVENTARIOS - TRAZA LOTE / PACIENTE DE LA ENTREGA
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * CUANDO EL INVIMA O EL PROVEEDOR RETIRABA UN LOTE NO HABIA
      * COMO SABER QUE PACIENTES LO HABIAN RECIBIDO: LAS SALIDAS
      * QUEDABAN POR ARTICULO, NO POR LOTE. CADA FLUJO QUE ENTREGA
      * UN LOTE A UN PACIENTE DEJA AHORA UNA LINEA EN
      * ARCHIVO-TRAZA-LOTE (LOTE INTERNO COD-LTF + FECHA + HORA):
      * ORIGEN "H" - DESCARGUE HOSPITALARIO INV401 (LO LLAMA LA
      *              PANTALLA DE DESCARGUE DESPUES DE VALIDAR EL
      *              LOTE CON INV401-15 MODO "V").
      * ORIGEN "A" - ADMINISTRACION VERIFICADA EN CAMA (HC134).
      * ORIGEN "K" - CONSUMO DE CANASTA QUIRURGICA (INV426 "C").
      * ORIGEN "D" - ENTREGA DE PENDIENTE AMBULATORIO (INV433 "C");
      *              LA DISPENSACION AMBULATORIA NORMAL QUEDA CON SU
      *              LOTE EN ARCHIVO-DISPENSA.
      * EL ARTICULO SE TOMA DEL LOTE EN ARCHIVO-LOTE-FARM. LA TRAZA
      * DE RETIRO DE LOTE QUE LEE ESTE ARCHIVO ES INV401-18.
      * MODO "G" - GRABA LA LINEA DE ENTREGA.
      *=================================================================
      * PO -> 15/10/2026 PABLO OLGUIN - ORIGEN "B": CONSUMO DE BOTIQUIN
      *         DE PISO (INV437 MODO "C").
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV401-17.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-TRAZA-LOTE LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-TRAZA-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-TRZ
000140         ALTERNATE RECORD KEY IS PACI-TRZ WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-LOTE-FARM LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-LOTE-LNK
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-LTF
000210         ALTERNATE RECORD KEY IS ART-LTF WITH DUPLICATES
000220         ALTERNATE RECORD KEY IS VENCE-LTF WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000240 DATA DIVISION.
000250 FILE SECTION.

000260 FD  ARCHIVO-TRAZA-LOTE
000270     LABEL RECORD STANDARD.
000280 01  REG-TRZ.
000290     02 LLAVE-TRZ.
000300        03 COD-LTF-TRZ          PIC X(10).
000310        03 FECHA-TRZ            PIC 9(8).
000320        03 HORA-TRZ             PIC 9(6).
000330        03 SECU-TRZ             PIC 9(3).
000340     02 ART-TRZ                 PIC X(8).
000350     02 PACI-TRZ                PIC X(15).
000360     02 ORIGEN-TRZ              PIC X.
000370        88 ORIGEN-VALIDO        VALUE "H" "A" "K" "D" "B".
000380     02 REFER-TRZ               PIC X(20).
000390     02 CANT-TRZ                PIC 9(5)V99.
000400     02 USUARIO-TRZ             PIC X(4).

000410 FD  ARCHIVO-LOTE-FARM
000420     LABEL RECORD STANDARD.
000430 01  REG-LTF.
000440     02 COD-LTF                 PIC X(10).
000450     02 ART-LTF                 PIC X(8).
000460     02 DESCRIP-LTF             PIC X(30).
000470     02 LOTE-LTF                PIC X(10).
000480     02 VENCE-LTF               PIC 9(8).
000490     02 EXIST-LTF               PIC 9(9)V99.
000500     02 ESTADO-LTF              PIC X.
000510        88 LOTE-ACTIVO          VALUE "A" " ".
000520        88 LOTE-EN-CUARENTENA   VALUE "Q".
000530     02 FILLER                  PIC X(8).

000540 WORKING-STORAGE SECTION.

000550 77  NOM-TRAZA-W                PIC X(60)
000560     VALUE "D:\progelect\DATOS\SC-TRAZALOTE.DAT".
000570 77  NOM-LOTE-LNK               PIC X(60)
000580     VALUE "D:\progelect\DATOS\SC-LOTEFARM.DAT".
000590 77  OTR-STAT                   PIC XX.
000600 77  FECHA-HOY-W                PIC 9(8).
000610 77  HORA-HOY-W                 PIC 9(6).
000620 77  SECU-SIG-W                 PIC 9(3) VALUE 0.

000630 LINKAGE SECTION.
000640 01  MODO-LNK                   PIC X.
000650     88 MODO-GRABAR             VALUE "G".
000660 01  COD-LTF-LNK                PIC X(10).
000670 01  PACI-LNK                   PIC X(15).
000680 01  ORIGEN-LNK                 PIC X.
000690 01  REFER-LNK                  PIC X(20).
000700 01  CANT-LNK                   PIC 9(5)V99.
000710 01  USUARIO-LNK                PIC X(4).
000720 01  RESULT-LNK                 PIC X.
000730     88 TRAZA-OK                VALUE "S".
000740     88 TRAZA-SIN-LOTE          VALUE "X".
000750     88 TRAZA-INVALIDA          VALUE "I".
000760     88 TRAZA-NO-OK             VALUE "N".

000770 PROCEDURE DIVISION USING MODO-LNK COD-LTF-LNK PACI-LNK
000780                          ORIGEN-LNK REFER-LNK CANT-LNK
000790                          USUARIO-LNK RESULT-LNK.

000800 MAINLINE.
000810     MOVE "N" TO RESULT-LNK.
000820     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-W.
000830     MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-HOY-W.
000840     IF MODO-GRABAR
000850        PERFORM GRABAR-ENTREGA THRU FIN-GRABAR
000860     END-IF.
000870     EXIT PROGRAM.

000880 GRABAR-ENTREGA.
000890     MOVE ORIGEN-LNK TO ORIGEN-TRZ.
000900     IF NOT ORIGEN-VALIDO OR PACI-LNK = SPACES
000910        OR COD-LTF-LNK = SPACES
000920        MOVE "I" TO RESULT-LNK
000930        GO TO FIN-GRABAR
000940     END-IF.
000950     OPEN INPUT ARCHIVO-LOTE-FARM.
000960     IF OTR-STAT NOT = "00"
000970        MOVE "X" TO RESULT-LNK
000980        GO TO FIN-GRABAR
000990     END-IF.
001000     MOVE COD-LTF-LNK TO COD-LTF.
001010     READ ARCHIVO-LOTE-FARM
001020          INVALID KEY MOVE "X" TO RESULT-LNK
001030     END-READ.
001040     CLOSE ARCHIVO-LOTE-FARM.
001050     IF RESULT-LNK = "X"
001060        GO TO FIN-GRABAR
001070     END-IF.
001080     OPEN I-O ARCHIVO-TRAZA-LOTE.
001090     IF OTR-STAT = "35"
001100        OPEN OUTPUT ARCHIVO-TRAZA-LOTE
001110        CLOSE ARCHIVO-TRAZA-LOTE
001120        OPEN I-O ARCHIVO-TRAZA-LOTE
001130     END-IF.
001140     PERFORM OBTENER-SECUENCIA.
001150     INITIALIZE REG-TRZ.
001160     MOVE COD-LTF-LNK TO COD-LTF-TRZ.
001170     MOVE FECHA-HOY-W TO FECHA-TRZ.
001180     MOVE HORA-HOY-W  TO HORA-TRZ.
001190     MOVE SECU-SIG-W  TO SECU-TRZ.
001200     MOVE ART-LTF     TO ART-TRZ.
001210     MOVE PACI-LNK    TO PACI-TRZ.
001220     MOVE ORIGEN-LNK  TO ORIGEN-TRZ.
001230     MOVE REFER-LNK   TO REFER-TRZ.
001240     MOVE CANT-LNK    TO CANT-TRZ.
001250     MOVE USUARIO-LNK TO USUARIO-TRZ.
001260     WRITE REG-TRZ
001270         INVALID KEY CONTINUE
001280         NOT INVALID KEY MOVE "S" TO RESULT-LNK
001290     END-WRITE.
001300     CLOSE ARCHIVO-TRAZA-LOTE.

001310 FIN-GRABAR.
001320     EXIT.

001330 OBTENER-SECUENCIA.
001340     MOVE 0           TO SECU-SIG-W.
001350     MOVE COD-LTF-LNK TO COD-LTF-TRZ.
001360     MOVE FECHA-HOY-W TO FECHA-TRZ.
001370     MOVE HORA-HOY-W  TO HORA-TRZ.
001380     MOVE 999         TO SECU-TRZ.
001390     START ARCHIVO-TRAZA-LOTE KEY IS <= LLAVE-TRZ
001400           INVALID KEY CONTINUE
001410           NOT INVALID KEY
001420              READ ARCHIVO-TRAZA-LOTE PREVIOUS
001430                   AT END CONTINUE
001440                   NOT AT END
001450                      IF COD-LTF-TRZ = COD-LTF-LNK
001460                         AND FECHA-TRZ = FECHA-HOY-W
001470                         AND HORA-TRZ = HORA-HOY-W
001480                         MOVE SECU-TRZ TO SECU-SIG-W
001490                      END-IF
001500              END-READ
001510     END-START.
001520     ADD 1 TO SECU-SIG-W.
