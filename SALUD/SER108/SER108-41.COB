      *=================================================================
      * FACTURACION - CARGO INCLUIDO O NO EN EL PAQUETE DEL INGRESO
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * DICE SI UN CARGO DE LA CUENTA QUEDA CUBIERTO POR EL PAQUETE
      * POR EVENTO ASIGNADO AL INGRESO (ARCHIVO-PAQ-INGRESO, VER
      * SER108-40) SEGUN LA DEFINICION DEL PAQUETE EN ARCHIVO-PAQUETES
      * (SAL718J):
      *   - UN CUPS ESTA INCLUIDO SI EL PAQUETE LO TRAE.
      *   - UN ARTICULO ESTA INCLUIDO SI EL PAQUETE TRAE SU GRUPO (LAS
      *     TRES PRIMERAS POSICIONES DEL CODIGO).
      *   - LA ESTANCIA QUE CARGA SER108-37 (ORIGEN "ESTA") CUENTA
      *     HASTA LA ESTANCIA MAXIMA DEL PAQUETE DESDE EL INGRESO; LOS
      *     DIAS SIGUIENTES SE COBRAN APARTE AUNQUE EL CUPS ESTE
      *     INCLUIDO.
      *   - LA LINEA DEL PAQUETE (ORIGEN "PAQ") NUNCA ES INCLUIDA.
      * RESULTADO: "I" INCLUIDO, "E" SE COBRA ENCIMA DEL PAQUETE,
      * "N" LA CUENTA NO TIENE PAQUETE VIGENTE.
      * LO USAN SER108-30 AL GRABAR CADA CARGO Y SER108-40 AL ASIGNAR
      * EL PAQUETE A UNA CUENTA QUE YA TRAE CARGOS.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-41.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PAQ-INGRESO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PAQINGR-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-NUM-PQI
000140         ALTERNATE RECORD KEY IS FECHA-ASIG-PQI WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-PAQUETES LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-PAQUETE-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS LLAVE-PAQ
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-NUMER-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LLAVE-NUM
000270         FILE STATUS IS OTR-STAT.

000280 DATA DIVISION.
000290 FILE SECTION.

000300 FD  ARCHIVO-PAQ-INGRESO
000310     LABEL RECORD STANDARD.
000320 01  REG-PQI.
000330     02 LLAVE-NUM-PQI           PIC X(7).
000340     02 PACI-PQI                PIC X(15).
000350     02 ENTIDAD-PQI             PIC X(6).
000360     02 COD-PAQ-PQI             PIC X(6).
000370     02 FECHA-ASIG-PQI          PIC 9(8).
000380     02 PRECIO-PQI              PIC 9(9)V99.
000390     02 DIAS-MAX-PQI            PIC 9(3).
000400     02 ESTADO-PQI              PIC X.
000410        88 PAQUETE-VIGENTE      VALUE "V".
000420        88 PAQUETE-ANULADO      VALUE "A".
000430     02 OPER-PQI                PIC X(4).
000440     02 FECHA-ANUL-PQI          PIC 9(8).
000450     02 OPER-ANUL-PQI           PIC X(4).
000460     02 FILLER                  PIC X(20).

000470 FD  ARCHIVO-PAQUETES
000480     LABEL RECORD STANDARD.
000490 01  REG-PAQ.
000500     02 LLAVE-PAQ.
000510        03 ENTIDAD-PAQ          PIC X(6).
000520        03 COD-PAQ              PIC X(6).
000530        03 TIPO-REG-PAQ         PIC X.
000540        03 ITEM-PAQ             PIC X(12).
000550     02 DATOS-PAQ               PIC X(80).

000560 FD  ARCHIVO-NUMERACION
000570     LABEL RECORD STANDARD.
000580 01  REG-NUM.
000590     02 LLAVE-NUM.
000600        03 PREFIJO-NUM          PIC X.
000610        03 NRO-NUM              PIC 9(6).
000620     02 FILLER                  PIC X(13).
000630     02 ESTADO-NUM              PIC X.
000640     02 NIT-NUM                 PIC 9(10).
000650     02 FILLER                  PIC X(80).
000660     02 ID-PAC-NUM              PIC X(15).
000670     02 FILLER                  PIC X(5).
000680     02 FECHA-ING-NUM           PIC 9(8).
000690     02 FECHA-RET-NUM           PIC 9(8).

000700 WORKING-STORAGE SECTION.

000710 77  NOM-PAQINGR-W              PIC X(60)
000720     VALUE "D:\progelect\DATOS\SC-PAQINGR.DAT".
000730 77  NOM-PAQUETE-W              PIC X(60)
000740     VALUE "D:\progelect\DATOS\SC-PAQUETES.DAT".
000750 77  NOM-NUMER-W                PIC X(60)
000760     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
000770 77  OTR-STAT                   PIC XX.
000780 77  DIAS-ESTANCIA-W            PIC S9(5).

000790 LINKAGE SECTION.
000800 01  LLAVE-NUM-LNK              PIC X(7).
000810 01  TIPO-LNK                   PIC X.
000820 01  COD-LNK                    PIC X(12).
000830 01  ORIGEN-LNK                 PIC X(4).
000840 01  FECHA-LNK                  PIC 9(8).
000850 01  RESULT-LNK                 PIC X.
000860     88 CARGO-EN-PAQUETE        VALUE "I".
000870     88 CARGO-FUERA-PAQUETE     VALUE "E".
000880     88 CUENTA-SIN-PAQUETE      VALUE "N".

000890 PROCEDURE DIVISION USING LLAVE-NUM-LNK TIPO-LNK COD-LNK
000900                          ORIGEN-LNK FECHA-LNK RESULT-LNK.

000910 MAINLINE.
000920     MOVE "N" TO RESULT-LNK.
000930     PERFORM CLASIFICAR-CARGO THRU FIN-CLASIFICAR.
000940     EXIT PROGRAM.

000950 CLASIFICAR-CARGO.
000960     OPEN INPUT ARCHIVO-PAQ-INGRESO.
000970     IF OTR-STAT NOT = "00"
000980        GO TO FIN-CLASIFICAR
000990     END-IF.
001000     MOVE LLAVE-NUM-LNK TO LLAVE-NUM-PQI.
001010     READ ARCHIVO-PAQ-INGRESO
001020          INVALID KEY MOVE "A" TO ESTADO-PQI
001030     END-READ.
001040     CLOSE ARCHIVO-PAQ-INGRESO.
001050     IF NOT PAQUETE-VIGENTE
001060        GO TO FIN-CLASIFICAR
001070     END-IF.
001080     MOVE "E" TO RESULT-LNK.
001090     IF ORIGEN-LNK = "PAQ"
001100        GO TO FIN-CLASIFICAR
001110     END-IF.
001120     IF ORIGEN-LNK = "ESTA" AND DIAS-MAX-PQI > 0
001130        PERFORM CALCULAR-DIA-ESTANCIA
001140        IF DIAS-ESTANCIA-W NOT < DIAS-MAX-PQI
001150           GO TO FIN-CLASIFICAR
001160        END-IF
001170     END-IF.
001180     MOVE ENTIDAD-PQI TO ENTIDAD-PAQ.
001190     MOVE COD-PAQ-PQI TO COD-PAQ.
001200     IF TIPO-LNK = "A"
001210        MOVE "G"           TO TIPO-REG-PAQ
001220        MOVE COD-LNK (1:3) TO ITEM-PAQ
001230     ELSE
001240        MOVE "C"           TO TIPO-REG-PAQ
001250        MOVE COD-LNK       TO ITEM-PAQ
001260     END-IF.
001270     OPEN INPUT ARCHIVO-PAQUETES.
001280     READ ARCHIVO-PAQUETES
001290          INVALID KEY CONTINUE
001300          NOT INVALID KEY MOVE "I" TO RESULT-LNK
001310     END-READ.
001320     CLOSE ARCHIVO-PAQUETES.

001330 FIN-CLASIFICAR.
001340     EXIT.

      * EL DIA DEL INGRESO ES EL DIA CERO: CON ESTANCIA MAXIMA DE 3
      * ENTRAN LOS DIAS 0, 1 Y 2.
001350 CALCULAR-DIA-ESTANCIA.
001360     MOVE 0 TO DIAS-ESTANCIA-W.
001370     OPEN INPUT ARCHIVO-NUMERACION.
001380     MOVE LLAVE-NUM-LNK TO LLAVE-NUM.
001390     READ ARCHIVO-NUMERACION
001400          INVALID KEY MOVE 0 TO FECHA-ING-NUM
001410     END-READ.
001420     CLOSE ARCHIVO-NUMERACION.
001430     IF FECHA-ING-NUM > 0 AND FECHA-LNK > FECHA-ING-NUM
001440        COMPUTE DIAS-ESTANCIA-W =
001450            FUNCTION INTEGER-OF-DATE (FECHA-LNK)
001460          - FUNCTION INTEGER-OF-DATE (FECHA-ING-NUM)
001470     END-IF.
