      *=================================================================
      * FACTURACION - CARGUE NOCTURNO AUTOMATICO DE ESTANCIAS
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * LOS DIAS DE ESTANCIA LOS SUMABA A MANO FACTURACION MIRANDO EL
      * CENSO, Y SE OLVIDABAN O DUPLICABAN CUANDO EL PACIENTE CAMBIABA
      * DE CAMA. ESTE LOTE DE LA CADENA NOCTURNA (JOB "ESTANCIA", QUE
      * SE DEFINE EN INDEX04 CON EL CENSO COMO PREDECESOR) TOMA EL
      * CENSO DE MEDIANOCHE DEL DIA (ARCHIVO-CENSO-DIARIO, HC124) Y:
      * - LIGA CADA CAMA OCUPADA CON EL INGRESO ABIERTO DEL PACIENTE
      *   (ARCHIVO-NUMERACION SIN FECHA DE RETIRO);
      * - CARGA UN DIA DE ESTANCIA A ESA CUENTA POR SER108-30 CON EL
      *   CUPS DE LA CATEGORIA DE LA CAMA (CUIDADO INTENSIVO,
      *   INTERMEDIO O GENERAL SEGUN EL SERVICIO, TABLA DE SER108-36)
      *   Y LA TARIFA DE LA ENTIDAD DEL PACIENTE. EL CARGO VA CON
      *   ORIGEN "ESTA" Y REFERENCIA CUENTA + FECHA: UN DIA POR CUENTA
      *   AUNQUE EL PACIENTE HAYA CAMBIADO DE CAMA, Y SI EL LOTE SE
      *   REPITE SER108-30 NO LO COBRA DOS VECES.
      * DEJA EN SC-EXCESTAN.TXT LAS EXCEPCIONES:
      * - INGRESO SIN CAMA: CUENTA ABIERTA DE UN PACIENTE QUE TUVO
      *   CAMA DESDE SU INGRESO (ARCHIVO-MOV-CAMAS) PERO NO ESTA EN EL
      *   CENSO, CON SU ULTIMO EVENTO (P.EJ. EGRESO SIN CERRAR LA
      *   CUENTA). LA CUENTA SIN NINGUN MOVIMIENTO DE CAMA ES DE
      *   CONSULTA O URGENCIAS Y NO SE LISTA.
      * - CAMA SIN INGRESO: CAMA OCUPADA CUYO PACIENTE NO TIENE
      *   CUENTA ABIERTA.
      * - DIA COBRADO A MANO: LA CUENTA YA TIENE PARA ESE DIA UN
      *   CARGO VIVO DE UN CUPS DE ESTANCIA DIGITADO FUERA DE ESTE
      *   LOTE; NO SE CARGA OTRO.
      * - PACIENTE CON DOS INGRESOS ABIERTOS (SE COBRA AL MAS
      *   RECIENTE), SERVICIO SIN CUPS DE ESTANCIA Y CARGOS QUE
      *   SER108-30 NO GRABO O GRABO SIN TARIFA.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SER108-37.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-CENSO-DIARIO LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-CENSO-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-CENSO
000140         ALTERNATE RECORD KEY IS SERVHO-CENSO WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-MOV-CAMAS LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-MOVCAMAS-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS NRO-MOVCAM
000210         ALTERNATE RECORD KEY IS PACI-MOVCAM WITH DUPLICATES
000220         ALTERNATE RECORD KEY IS CAMA-DEST-MOVCAM
000230            WITH DUPLICATES
000240         ALTERNATE RECORD KEY IS FECHA-MOVCAM WITH DUPLICATES
000250         FILE STATUS IS OTR-STAT.

000260     SELECT ARCHIVO-NUMERACION LOCK MODE IS AUTOMATIC
000270         ASSIGN NOM-NUMER-W
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS LLAVE-NUM
000310         ALTERNATE RECORD KEY IS FECHA-RET-NUM WITH DUPLICATES
000320         FILE STATUS IS OTR-STAT.

000330     SELECT FACTURA-SERVICIOS LOCK MODE IS AUTOMATIC
000340         ASSIGN NOM-FACTSERV-W
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LLAVE-FSER
000380         ALTERNATE RECORD KEY IS PACI-FSER WITH DUPLICATES
000390         ALTERNATE RECORD KEY IS LLAVE-ORIGEN-FSER
000400            WITH DUPLICATES
000410         ALTERNATE RECORD KEY IS ESTADO-FSER WITH DUPLICATES
000420         FILE STATUS IS OTR-STAT.

000430     SELECT ARCHIVO-ESTAN-SERV LOCK MODE IS AUTOMATIC
000440         ASSIGN NOM-ESTANSERV-W
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SERVHO-ESTS
000480         FILE STATUS IS OTR-STAT.

000490     SELECT INFORME-EXC-ESTANCIA
000500         ASSIGN NOM-INFEST-W
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.

000540 FD  ARCHIVO-CENSO-DIARIO
000550     LABEL RECORD STANDARD.
000560 01  REG-CENSO.
000570     02 LLAVE-CENSO.
000580        03 FECHA-CENSO          PIC 9(8).
000590        03 COD-CAM-CENSO        PIC X(6).
000600     02 SERVHO-CENSO            PIC X(4).
000610     02 ESTADO-CENSO            PIC X.
000620        88 CENSO-OCUPADA        VALUE "O".
000630     02 PACI-CENSO              PIC X(15).
000640     02 FOLIO-CENSO             PIC X(8).
000650     02 FECHA-INGRESO-CENSO     PIC 9(8).

000660 FD  ARCHIVO-MOV-CAMAS
000670     LABEL RECORD STANDARD.
000680 01  REG-MOVCAM.
000690     02 NRO-MOVCAM              PIC 9(9).
000700     02 TIPO-MOVCAM             PIC X.
000710        88 EVENTO-INGRESO       VALUE "I".
000720        88 EVENTO-TRASLADO      VALUE "T".
000730        88 EVENTO-EGRESO        VALUE "E".
000740     02 CAMA-ORIG-MOVCAM        PIC X(6).
000750     02 CAMA-DEST-MOVCAM        PIC X(6).
000760     02 PACI-MOVCAM             PIC X(15).
000770     02 FECHA-MOVCAM            PIC 9(8).
000780     02 HORA-MOVCAM             PIC 9(6).
000790     02 USUARIO-MOVCAM          PIC X(4).
000800     02 MOTIVO-MOVCAM           PIC X(30).

000810 FD  ARCHIVO-NUMERACION
000820     LABEL RECORD STANDARD.
000830 01  REG-NUM.
000840     02 LLAVE-NUM.
000850        03 PREFIJO-NUM          PIC X.
000860        03 NRO-NUM              PIC 9(6).
000870     02 FILLER                  PIC X(13).
000880     02 ESTADO-NUM              PIC X.
000890     02 NIT-NUM                 PIC 9(10).
000900     02 FILLER                  PIC X(80).
000910     02 ID-PAC-NUM              PIC X(15).
000920     02 FILLER                  PIC X(5).
000930     02 FECHA-ING-NUM           PIC 9(8).
000940     02 FECHA-RET-NUM           PIC 9(8).

000950 FD  FACTURA-SERVICIOS
000960     LABEL RECORD STANDARD.
000970 01  REG-FSER.
000980     02 LLAVE-FSER.
000990        03 LLAVE-NUM-FSER.
001000           05 PREFIJO-FSER      PIC X.
001010           05 NRO-FSER          PIC 9(6).
001020        03 SECU-FSER            PIC 9(4).
001030     02 PACI-FSER               PIC X(15).
001040     02 ENTIDAD-FSER            PIC X(6).
001050     02 FECHA-FSER              PIC 9(8).
001060     02 TIPO-FSER               PIC X.
001070        88 CARGO-ES-CUP         VALUE "C".
001080        88 CARGO-ES-ARTICULO    VALUE "A".
001090     02 COD-FSER                PIC X(12).
001100     02 DESCRIP-FSER            PIC X(40).
001110     02 CANT-FSER               PIC 9(4).
001120     02 VLR-UNIT-FSER           PIC 9(9)V99.
001130     02 VLR-TOTAL-FSER          PIC 9(11)V99.
001140     02 LLAVE-ORIGEN-FSER.
001150        03 ORIGEN-FSER          PIC X(4).
001160        03 REFER-FSER           PIC X(20).
001170     02 USUARIO-FSER            PIC X(4).
001180     02 FECHA-GRAB-FSER         PIC 9(8).
001190     02 ESTADO-FSER             PIC X.
001200        88 CARGO-PENDIENTE      VALUE "P".
001210        88 CARGO-FACTURADO      VALUE "F".
001220        88 CARGO-ANULADO        VALUE "A".
001230     02 LLAVE-FACT-FSER         PIC X(12).

001240 FD  ARCHIVO-ESTAN-SERV
001250     LABEL RECORD STANDARD.
001260 01  REG-ESTS.
001270     02 SERVHO-ESTS             PIC X(4).
001280     02 CATEG-ESTS              PIC X.
001290        88 ESTANCIA-UCI         VALUE "U".
001300        88 ESTANCIA-INTERMEDIA  VALUE "I".
001310        88 ESTANCIA-GENERAL     VALUE "G".
001320     02 COD-CUP-ESTS            PIC X(12).
001330     02 FILLER                  PIC X(20).

001340 FD  INFORME-EXC-ESTANCIA
001350     LABEL RECORD STANDARD.
001360 01  LIN-INFEST                 PIC X(132).

001370 WORKING-STORAGE SECTION.

001380 77  NOM-CENSO-W                PIC X(60)
001390     VALUE "D:\progelect\PROG\HC\DATOS\SC-CENSO.DAT".
001400 77  NOM-MOVCAMAS-W             PIC X(60)
001410     VALUE "D:\progelect\DATOS\SC-MOVCAMAS.DAT".
001420 77  NOM-NUMER-W                PIC X(60)
001430     VALUE "D:\progelect\DATOS\SC-NUMER.DAT".
001440 77  NOM-FACTSERV-W             PIC X(60)
001450     VALUE "D:\progelect\DATOS\SC-FACTSERV.DAT".
001460 77  NOM-ESTANSERV-W            PIC X(60)
001470     VALUE "D:\progelect\DATOS\SC-ESTANSERV.DAT".
001480 77  NOM-INFEST-W               PIC X(60)
001490     VALUE "D:\progelect\DATOS\SC-EXCESTAN.TXT".
001500 77  OTR-STAT                   PIC XX.
001510 77  SW-ERROR-W                 PIC 9 VALUE 0.
001520 77  SW-FACTSERV-W              PIC 9 VALUE 0.
001530 77  SW-FIN-W                   PIC 9 VALUE 0.
001540 77  SW-FIN-NUM-W               PIC 9 VALUE 0.
001550 77  SW-FIN-MOV-W               PIC 9 VALUE 0.
001560 77  SW-FIN-FSER-W              PIC 9 VALUE 0.
001570 77  SW-HALLADO-W               PIC 9 VALUE 0.
001580 77  SW-CON-MOV-W               PIC 9 VALUE 0.
001590 77  FECHA-ESTANCIA-W           PIC 9(8).
001600 77  I                          PIC 9(4) VALUE 0.
001610 77  J                          PIC 9(4) VALUE 0.
001620 77  K                          PIC 9(3) VALUE 0.
001630 77  TOT-CAMAS-CENSO-W          PIC 9(5) VALUE 0.
001640 77  TOT-CARGADAS-W             PIC 9(5) VALUE 0.
001650 77  TOT-CARG-UCI-W             PIC 9(5) VALUE 0.
001660 77  TOT-CARG-INTERM-W          PIC 9(5) VALUE 0.
001670 77  TOT-CARG-GENERAL-W         PIC 9(5) VALUE 0.
001680 77  TOT-YA-CARGADAS-W          PIC 9(5) VALUE 0.
001690 77  TOT-MANUALES-W             PIC 9(5) VALUE 0.
001700 77  TOT-EXCEPCIONES-W          PIC 9(5) VALUE 0.

      * TABLA DE ESTANCIAS POR SERVICIO (SER108-36)
001710 77  TOT-ESTS-W                 PIC 9(3) VALUE 0.
001720 01  TABLA-ESTS-W.
001730     02 ESTS-W OCCURS 200.
001740        03 SERVHO-TAB-W         PIC X(4).
001750        03 CATEG-TAB-W          PIC X.
001760        03 CUP-TAB-W            PIC X(12).

      * CAMAS OCUPADAS EN EL CENSO DEL DIA Y LA CUENTA QUE SE LES HALLO
001770 77  TOT-CENSO-W                PIC 9(4) VALUE 0.
001780 01  TABLA-CENSO-W.
001790     02 CENSO-W OCCURS 1000.
001800        03 CAMA-TC-W            PIC X(6).
001810        03 SERVHO-TC-W          PIC X(4).
001820        03 PACI-TC-W            PIC X(15).
001830        03 LLAVE-NUM-TC-W       PIC X(7).
001840        03 FECHA-ING-TC-W       PIC 9(8).
001850        03 SW-MANUAL-TC-W       PIC 9.

      * ULTIMO EVENTO DE CAMA DEL INGRESO QUE NO ESTA EN EL CENSO
001860 77  TIPO-MOV-W                 PIC X.
001870 77  CAMA-MOV-W                 PIC X(6).
001880 77  FECHA-MOV-W                PIC 9(8).

      * PARAMETROS PARA SER108-30 (CARGO A LA CUENTA DEL INGRESO)
001890 77  MODO-CARGO-W               PIC X VALUE "G".
001900 77  ENTIDAD-CARGO-W            PIC X(6) VALUE SPACES.
001910 77  TIPO-CARGO-W               PIC X VALUE "C".
001920 77  COD-CARGO-W                PIC X(12).
001930 77  CANT-CARGO-W               PIC 9(4) VALUE 1.
001940 77  VALOR-CARGO-W              PIC 9(9)V99 VALUE 0.
001950 77  ORIGEN-CARGO-W             PIC X(4) VALUE "ESTA".
001960 77  USUARIO-CARGO-W            PIC X(4) VALUE "AUTO".
001970 77  RESULT-CARGO-W             PIC X.
001980 77  LLAVE-NUM-CARGO-W          PIC X(7).
001990 77  PACI-CARGO-W               PIC X(15).
002000 01  REFER-CARGO-W.
002010     02 LLAVE-NUM-REF-W         PIC X(7).
002020     02 FECHA-REF-W             PIC 9(8).
002030     02 FILLER                  PIC X(5) VALUE SPACES.

      * PARAMETROS PARA INDEX04 (CONTROL DE LA CADENA NOCTURNA)
002040 77  MODO-JOB-W                 PIC X.
002050 77  COD-JOB-W                  PIC X(8) VALUE "ESTANCIA".
002060 77  DESCRIP-JOB-NULA-W         PIC X(30) VALUE SPACES.
002070 77  PROGRAMA-JOB-NULO-W        PIC X(8) VALUE SPACES.
002080 77  PREDECESOR-NULO-W          PIC X(8) VALUE SPACES.
002090 77  ORDEN-JOB-NULO-W           PIC 9(3) VALUE 0.
002100 77  ESTADO-FIN-JOB-W           PIC X.
002110 77  RESULT-JOB-W               PIC X.

      * LINEAS DEL INFORME DE EXCEPCIONES
002120 01  EXCEPCION-W.
002130     02 TIPO-EXC-W              PIC X(28).
002140     02 CAMA-EXC-W              PIC X(6).
002150     02 PACI-EXC-W              PIC X(15).
002160     02 CUENTA-EXC-W            PIC X(7).
002170     02 DETALLE-EXC-W           PIC X(60).

002180 01  LIN-TITULO-IE.
002190     02 FILLER                  PIC X(35) VALUE
002200        "EXCEPCIONES DEL CARGUE DE ESTANCIAS".
002210     02 FILLER                  PIC X(3) VALUE " - ".
002220     02 FECHA-IE                PIC 9(8).
002230 01  LIN-COL-IE.
002240     02 FILLER                  PIC X(28) VALUE "EXCEPCION".
002250     02 FILLER                  PIC X(7) VALUE "CAMA".
002260     02 FILLER                  PIC X(17) VALUE "PACIENTE".
002270     02 FILLER                  PIC X(9) VALUE "CUENTA".
002280     02 FILLER                  PIC X(7) VALUE "DETALLE".
002290 01  LIN-EXC-IE.
002300     02 TIPO-IE                 PIC X(28).
002310     02 CAMA-IE                 PIC X(7).
002320     02 PACI-IE                 PIC X(17).
002330     02 CUENTA-IE               PIC X(9).
002340     02 DETALLE-IE              PIC X(60).
002350 01  LIN-TOTAL-IE.
002360     02 NOMBRE-TOTAL-IE         PIC X(36).
002370     02 VALOR-TOTAL-IE          PIC Z(5)9.

002380 PROCEDURE DIVISION.

002390 MAINLINE.
002400     PERFORM REGISTRAR-INICIO-JOB.
002410     IF RESULT-JOB-W = "B"
002420        DISPLAY "ESTANCIAS SALTADAS: PREDECESOR SIN OK"
002430        STOP RUN
002440     END-IF.
002450     MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-ESTANCIA-W.
002460     PERFORM ABRIR-ARCHIVOS.
002470     IF SW-ERROR-W = 0
002480        PERFORM CARGAR-TABLA-ESTANCIAS
002490        PERFORM CARGAR-CENSO
002500        IF TOT-CAMAS-CENSO-W = 0
002510           DISPLAY "NO HAY CENSO DEL " FECHA-ESTANCIA-W
002520           MOVE 1 TO SW-ERROR-W
002530        END-IF
002540     END-IF.
002550     IF SW-ERROR-W = 0
002560        PERFORM CRUZAR-INGRESOS
002570        PERFORM BUSCAR-COBROS-MANUALES
002580     END-IF.
002590     PERFORM CERRAR-ARCHIVOS.
002600     IF SW-ERROR-W = 0
002610        PERFORM CARGAR-ESTANCIAS
002620     END-IF.
002630     PERFORM ESCRIBIR-TOTALES.
002640     PERFORM REGISTRAR-FIN-JOB.
002650     STOP RUN.

      * EL LOTE SE ANUNCIA EN LA CADENA NOCTURNA (INDEX04): SI SU
      * PREDECESOR NO TERMINO OK HOY, NO CORRE.
002660 REGISTRAR-INICIO-JOB.
002670     MOVE "V" TO MODO-JOB-W.
002680     PERFORM LLAMAR-INDEX04.
002690     IF RESULT-JOB-W NOT = "B"
002700        MOVE "I" TO MODO-JOB-W
002710        PERFORM LLAMAR-INDEX04
002720     END-IF.

002730 REGISTRAR-FIN-JOB.
002740     MOVE "F" TO MODO-JOB-W.
002750     IF SW-ERROR-W = 0
002760        MOVE "O" TO ESTADO-FIN-JOB-W
002770     ELSE
002780        MOVE "F" TO ESTADO-FIN-JOB-W
002790     END-IF.
002800     PERFORM LLAMAR-INDEX04.

002810 LLAMAR-INDEX04.
002820     CALL "INDEX04" USING MODO-JOB-W COD-JOB-W
002830                          DESCRIP-JOB-NULA-W PROGRAMA-JOB-NULO-W
002840                          PREDECESOR-NULO-W ORDEN-JOB-NULO-W
002850                          ESTADO-FIN-JOB-W RESULT-JOB-W.

      * SIN TABLA DE ESTANCIAS NO HAY CON QUE COBRAR: EL LOTE FALLA.
      * FACTURA-SERVICIOS PUEDE NO EXISTIR AUN (LA CREA SER108-30).
002860 ABRIR-ARCHIVOS.
002870     OPEN OUTPUT INFORME-EXC-ESTANCIA.
002880     MOVE FECHA-ESTANCIA-W TO FECHA-IE.
002890     MOVE LIN-TITULO-IE TO LIN-INFEST.
002900     WRITE LIN-INFEST.
002910     MOVE SPACES TO LIN-INFEST.
002920     WRITE LIN-INFEST.
002930     MOVE LIN-COL-IE TO LIN-INFEST.
002940     WRITE LIN-INFEST.
002950     OPEN INPUT ARCHIVO-ESTAN-SERV.
002960     IF OTR-STAT NOT = "00"
002970        DISPLAY "NO HAY TABLA DE ESTANCIAS " NOM-ESTANSERV-W
002980        MOVE 1 TO SW-ERROR-W
002990     END-IF.
003000     OPEN INPUT ARCHIVO-CENSO-DIARIO ARCHIVO-NUMERACION
003010                ARCHIVO-MOV-CAMAS.
003020     OPEN INPUT FACTURA-SERVICIOS.
003030     IF OTR-STAT = "00"
003040        MOVE 1 TO SW-FACTSERV-W
003050     END-IF.

003060 CERRAR-ARCHIVOS.
003070     CLOSE ARCHIVO-ESTAN-SERV ARCHIVO-CENSO-DIARIO
003080           ARCHIVO-NUMERACION ARCHIVO-MOV-CAMAS.
003090     IF SW-FACTSERV-W = 1
003100        CLOSE FACTURA-SERVICIOS
003110     END-IF.

003120 CARGAR-TABLA-ESTANCIAS.
003130     MOVE 0 TO SW-FIN-W.
003140     PERFORM LEER-ESTANCIA-SERV.
003150     PERFORM TOMAR-ESTANCIA-SERV UNTIL SW-FIN-W = 1.

003160 LEER-ESTANCIA-SERV.
003170     READ ARCHIVO-ESTAN-SERV NEXT
003180          AT END MOVE 1 TO SW-FIN-W
003190     END-READ.

003200 TOMAR-ESTANCIA-SERV.
003210     IF TOT-ESTS-W < 200
003220        ADD 1 TO TOT-ESTS-W
003230        MOVE SERVHO-ESTS  TO SERVHO-TAB-W (TOT-ESTS-W)
003240        MOVE CATEG-ESTS   TO CATEG-TAB-W (TOT-ESTS-W)
003250        MOVE COD-CUP-ESTS TO CUP-TAB-W (TOT-ESTS-W)
003260     END-IF.
003270     PERFORM LEER-ESTANCIA-SERV.

      * EL CENSO DE HC124 QUEDA CON LA FECHA EN QUE SE TOMO, LA MISMA
      * NOCHE QUE CORRE ESTE LOTE: ESE ES EL DIA QUE SE COBRA.
003280 CARGAR-CENSO.
003290     MOVE 0 TO SW-FIN-W.
003300     MOVE FECHA-ESTANCIA-W TO FECHA-CENSO.
003310     MOVE LOW-VALUES TO COD-CAM-CENSO.
003320     START ARCHIVO-CENSO-DIARIO KEY IS >= LLAVE-CENSO
003330           INVALID KEY MOVE 1 TO SW-FIN-W
003340     END-START.
003350     IF SW-FIN-W = 0
003360        PERFORM LEER-CENSO
003370     END-IF.
003380     PERFORM TOMAR-CAMA-CENSO UNTIL SW-FIN-W = 1.

003390 LEER-CENSO.
003400     READ ARCHIVO-CENSO-DIARIO NEXT
003410          AT END MOVE 1 TO SW-FIN-W
003420     END-READ.
003430     IF SW-FIN-W = 0 AND FECHA-CENSO NOT = FECHA-ESTANCIA-W
003440        MOVE 1 TO SW-FIN-W
003450     END-IF.

003460 TOMAR-CAMA-CENSO.
003470     ADD 1 TO TOT-CAMAS-CENSO-W.
003480     IF CENSO-OCUPADA AND TOT-CENSO-W < 1000
003490        ADD 1 TO TOT-CENSO-W
003500        MOVE COD-CAM-CENSO TO CAMA-TC-W (TOT-CENSO-W)
003510        MOVE SERVHO-CENSO  TO SERVHO-TC-W (TOT-CENSO-W)
003520        MOVE PACI-CENSO    TO PACI-TC-W (TOT-CENSO-W)
003530        MOVE SPACES        TO LLAVE-NUM-TC-W (TOT-CENSO-W)
003540        MOVE 0             TO FECHA-ING-TC-W (TOT-CENSO-W)
003550                              SW-MANUAL-TC-W (TOT-CENSO-W)
003560     END-IF.
003570     PERFORM LEER-CENSO.

      * LOS INGRESOS ABIERTOS SON LOS QUE NO TIENEN FECHA DE RETIRO.
003580 CRUZAR-INGRESOS.
003590     MOVE 0 TO SW-FIN-NUM-W.
003600     MOVE 0 TO FECHA-RET-NUM.
003610     START ARCHIVO-NUMERACION KEY IS >= FECHA-RET-NUM
003620           INVALID KEY MOVE 1 TO SW-FIN-NUM-W
003630     END-START.
003640     IF SW-FIN-NUM-W = 0
003650        PERFORM LEER-INGRESO
003660     END-IF.
003670     PERFORM UBICAR-INGRESO UNTIL SW-FIN-NUM-W = 1.

003680 LEER-INGRESO.
003690     READ ARCHIVO-NUMERACION NEXT
003700          AT END MOVE 1 TO SW-FIN-NUM-W
003710     END-READ.
003720     IF SW-FIN-NUM-W = 0 AND FECHA-RET-NUM NOT = 0
003730        MOVE 1 TO SW-FIN-NUM-W
003740     END-IF.

003750 UBICAR-INGRESO.
003760     IF FECHA-ING-NUM NOT > FECHA-ESTANCIA-W
003770        MOVE 0 TO SW-HALLADO-W
003780        PERFORM BUSCAR-PACIENTE-CENSO VARYING J FROM 1 BY 1
003790                UNTIL J > TOT-CENSO-W OR SW-HALLADO-W = 1
003800        IF SW-HALLADO-W = 1
003810           PERFORM ASIGNAR-INGRESO
003820        ELSE
003830           PERFORM VERIFICAR-MOVIMIENTOS
003840        END-IF
003850     END-IF.
003860     PERFORM LEER-INGRESO.

003870 BUSCAR-PACIENTE-CENSO.
003880     IF PACI-TC-W (J) = ID-PAC-NUM
003890        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLA J QUEDA UNO ADELANTE POR EL VARYING
003900        SUBTRACT 1 FROM J
003910     END-IF.

      * CON DOS CUENTAS ABIERTAS DEL MISMO PACIENTE SE COBRA A LA DE
      * INGRESO MAS RECIENTE Y SE AVISA PARA QUE SE CIERRE LA OTRA.
003920 ASIGNAR-INGRESO.
003930     IF LLAVE-NUM-TC-W (J) = SPACES
003940        MOVE LLAVE-NUM     TO LLAVE-NUM-TC-W (J)
003950        MOVE FECHA-ING-NUM TO FECHA-ING-TC-W (J)
003960     ELSE
003970        MOVE "PACIENTE CON DOS INGRESOS" TO TIPO-EXC-W
003980        MOVE CAMA-TC-W (J) TO CAMA-EXC-W
003990        MOVE ID-PAC-NUM    TO PACI-EXC-W
004000        MOVE SPACES        TO DETALLE-EXC-W
004010        IF FECHA-ING-NUM > FECHA-ING-TC-W (J)
004020           MOVE LLAVE-NUM-TC-W (J) TO CUENTA-EXC-W
004030           STRING "ABIERTO TAMBIEN " LLAVE-NUM
004040                  ", SE COBRA A ESTE" DELIMITED BY SIZE
004050                  INTO DETALLE-EXC-W
004060           END-STRING
004070           MOVE LLAVE-NUM     TO LLAVE-NUM-TC-W (J)
004080           MOVE FECHA-ING-NUM TO FECHA-ING-TC-W (J)
004090        ELSE
004100           MOVE LLAVE-NUM TO CUENTA-EXC-W
004110           STRING "ABIERTO TAMBIEN " LLAVE-NUM-TC-W (J)
004120                  ", SE COBRA A ESTE" DELIMITED BY SIZE
004130                  INTO DETALLE-EXC-W
004140           END-STRING
004150        END-IF
004160        PERFORM ESCRIBIR-EXCEPCION
004170     END-IF.

      * SOLO ES INGRESO HOSPITALARIO SI EL PACIENTE TUVO CAMA DESDE LA
      * FECHA DEL INGRESO; SE LISTA CON SU ULTIMO EVENTO DE CAMA.
004180 VERIFICAR-MOVIMIENTOS.
004190     MOVE 0 TO SW-CON-MOV-W SW-FIN-MOV-W.
004200     MOVE ID-PAC-NUM TO PACI-MOVCAM.
004210     START ARCHIVO-MOV-CAMAS KEY IS = PACI-MOVCAM
004220           INVALID KEY MOVE 1 TO SW-FIN-MOV-W
004230     END-START.
004240     IF SW-FIN-MOV-W = 0
004250        PERFORM LEER-MOVIMIENTO
004260     END-IF.
004270     PERFORM REVISAR-MOVIMIENTO UNTIL SW-FIN-MOV-W = 1.
004280     IF SW-CON-MOV-W = 1
004290        MOVE "INGRESO SIN CAMA" TO TIPO-EXC-W
004300        MOVE CAMA-MOV-W         TO CAMA-EXC-W
004310        MOVE ID-PAC-NUM         TO PACI-EXC-W
004320        MOVE LLAVE-NUM          TO CUENTA-EXC-W
004330        MOVE SPACES             TO DETALLE-EXC-W
004340        IF TIPO-MOV-W = "E"
004350           STRING "EGRESO DE CAMA EL " FECHA-MOV-W
004360                  " SIN CERRAR LA CUENTA" DELIMITED BY SIZE
004370                  INTO DETALLE-EXC-W
004380           END-STRING
004390        ELSE
004400           STRING "ULTIMO EVENTO " TIPO-MOV-W " EL "
004410                  FECHA-MOV-W ", NO ESTA EN EL CENSO"
004420                  DELIMITED BY SIZE INTO DETALLE-EXC-W
004430           END-STRING
004440        END-IF
004450        PERFORM ESCRIBIR-EXCEPCION
004460     END-IF.

004470 LEER-MOVIMIENTO.
004480     READ ARCHIVO-MOV-CAMAS NEXT
004490          AT END MOVE 1 TO SW-FIN-MOV-W
004500     END-READ.
004510     IF SW-FIN-MOV-W = 0 AND PACI-MOVCAM NOT = ID-PAC-NUM
004520        MOVE 1 TO SW-FIN-MOV-W
004530     END-IF.

004540 REVISAR-MOVIMIENTO.
004550     IF FECHA-MOVCAM NOT < FECHA-ING-NUM
004560        AND (EVENTO-INGRESO OR EVENTO-TRASLADO OR EVENTO-EGRESO)
004570        MOVE 1            TO SW-CON-MOV-W
004580        MOVE TIPO-MOVCAM  TO TIPO-MOV-W
004590        MOVE FECHA-MOVCAM TO FECHA-MOV-W
004600        IF EVENTO-EGRESO
004610           MOVE CAMA-ORIG-MOVCAM TO CAMA-MOV-W
004620        ELSE
004630           MOVE CAMA-DEST-MOVCAM TO CAMA-MOV-W
004640        END-IF
004650     END-IF.
004660     PERFORM LEER-MOVIMIENTO.

      * UN CARGO VIVO DEL DIA CON UN CUPS DE ESTANCIA QUE NO VINO DE
      * ESTE LOTE ES UN DIA COBRADO A MANO: NO SE CARGA OTRO.
004670 BUSCAR-COBROS-MANUALES.
004680     IF SW-FACTSERV-W = 1
004690        PERFORM REVISAR-CAMA-MANUAL VARYING I FROM 1 BY 1
004700                UNTIL I > TOT-CENSO-W
004710     END-IF.

004720 REVISAR-CAMA-MANUAL.
004730     IF LLAVE-NUM-TC-W (I) NOT = SPACES
004740        MOVE 0 TO SW-FIN-FSER-W
004750        MOVE PACI-TC-W (I) TO PACI-FSER
004760        START FACTURA-SERVICIOS KEY IS = PACI-FSER
004770              INVALID KEY MOVE 1 TO SW-FIN-FSER-W
004780        END-START
004790        IF SW-FIN-FSER-W = 0
004800           PERFORM LEER-CARGO
004810        END-IF
004820        PERFORM REVISAR-CARGO UNTIL SW-FIN-FSER-W = 1
004830     END-IF.

004840 LEER-CARGO.
004850     READ FACTURA-SERVICIOS NEXT
004860          AT END MOVE 1 TO SW-FIN-FSER-W
004870     END-READ.
004880     IF SW-FIN-FSER-W = 0 AND PACI-FSER NOT = PACI-TC-W (I)
004890        MOVE 1 TO SW-FIN-FSER-W
004900     END-IF.

004910 REVISAR-CARGO.
004920     IF LLAVE-NUM-FSER = LLAVE-NUM-TC-W (I)
004930        AND FECHA-FSER = FECHA-ESTANCIA-W
004940        AND CARGO-ES-CUP AND NOT CARGO-ANULADO
004950        AND ORIGEN-FSER NOT = ORIGEN-CARGO-W
004960        AND SW-MANUAL-TC-W (I) = 0
004970        MOVE 0 TO SW-HALLADO-W
004980        PERFORM BUSCAR-CUP-ESTANCIA VARYING K FROM 1 BY 1
004990                UNTIL K > TOT-ESTS-W OR SW-HALLADO-W = 1
005000        IF SW-HALLADO-W = 1
005010           MOVE 1 TO SW-MANUAL-TC-W (I)
005020           MOVE "DIA COBRADO A MANO" TO TIPO-EXC-W
005030           MOVE CAMA-TC-W (I)      TO CAMA-EXC-W
005040           MOVE PACI-TC-W (I)      TO PACI-EXC-W
005050           MOVE LLAVE-NUM-TC-W (I) TO CUENTA-EXC-W
005060           MOVE SPACES             TO DETALLE-EXC-W
005070           STRING "CUPS " COD-FSER " POR " USUARIO-FSER
005080                  ", NO SE CARGA OTRO" DELIMITED BY SIZE
005090                  INTO DETALLE-EXC-W
005100           END-STRING
005110           PERFORM ESCRIBIR-EXCEPCION
005120        END-IF
005130     END-IF.
005140     PERFORM LEER-CARGO.

005150 BUSCAR-CUP-ESTANCIA.
005160     IF CUP-TAB-W (K) = COD-FSER
005170        MOVE 1 TO SW-HALLADO-W
005180     END-IF.

005190 CARGAR-ESTANCIAS.
005200     PERFORM CARGAR-CAMA VARYING I FROM 1 BY 1
005210             UNTIL I > TOT-CENSO-W.

005220 CARGAR-CAMA.
005230     EVALUATE TRUE
005240        WHEN LLAVE-NUM-TC-W (I) = SPACES
005250             MOVE "CAMA SIN INGRESO" TO TIPO-EXC-W
005260             MOVE CAMA-TC-W (I)      TO CAMA-EXC-W
005270             MOVE PACI-TC-W (I)      TO PACI-EXC-W
005280             MOVE SPACES             TO CUENTA-EXC-W
005290             MOVE "EL PACIENTE NO TIENE CUENTA ABIERTA"
005300               TO DETALLE-EXC-W
005310             PERFORM ESCRIBIR-EXCEPCION
005320        WHEN SW-MANUAL-TC-W (I) = 1
005330             ADD 1 TO TOT-MANUALES-W
005340        WHEN OTHER
005350             PERFORM COBRAR-ESTANCIA
005360     END-EVALUATE.

005370 COBRAR-ESTANCIA.
005380     MOVE 0 TO SW-HALLADO-W.
005390     PERFORM BUSCAR-SERVICIO VARYING K FROM 1 BY 1
005400             UNTIL K > TOT-ESTS-W OR SW-HALLADO-W = 1.
005410     MOVE CAMA-TC-W (I)      TO CAMA-EXC-W.
005420     MOVE PACI-TC-W (I)      TO PACI-EXC-W.
005430     MOVE LLAVE-NUM-TC-W (I) TO CUENTA-EXC-W.
005440     MOVE SPACES             TO DETALLE-EXC-W.
005450     IF SW-HALLADO-W = 0
005460        MOVE "SERVICIO SIN ESTANCIA" TO TIPO-EXC-W
005470        STRING "SERVICIO " SERVHO-TC-W (I)
005480               " SIN CUPS EN LA TABLA DE ESTANCIAS"
005490               DELIMITED BY SIZE INTO DETALLE-EXC-W
005500        END-STRING
005510        PERFORM ESCRIBIR-EXCEPCION
005520     ELSE
005530        MOVE CUP-TAB-W (K)      TO COD-CARGO-W
005540        MOVE LLAVE-NUM-TC-W (I) TO LLAVE-NUM-CARGO-W
005550                                   LLAVE-NUM-REF-W
005560        MOVE PACI-TC-W (I)      TO PACI-CARGO-W
005570        MOVE FECHA-ESTANCIA-W   TO FECHA-REF-W
005580        MOVE 0                  TO VALOR-CARGO-W
005590        CALL "SER108-30" USING MODO-CARGO-W LLAVE-NUM-CARGO-W
005600                               PACI-CARGO-W ENTIDAD-CARGO-W
005610                               FECHA-ESTANCIA-W TIPO-CARGO-W
005620                               COD-CARGO-W CANT-CARGO-W
005630                               VALOR-CARGO-W ORIGEN-CARGO-W
005640                               REFER-CARGO-W USUARIO-CARGO-W
005650                               RESULT-CARGO-W
005660        PERFORM REVISAR-RESULTADO-CARGO
005670     END-IF.

005680 BUSCAR-SERVICIO.
005690     IF SERVHO-TAB-W (K) = SERVHO-TC-W (I)
005700        MOVE 1 TO SW-HALLADO-W
      * AL HALLARLO K QUEDA UNO ADELANTE POR EL VARYING
005710        SUBTRACT 1 FROM K
005720     END-IF.

      * "D" ES EL DIA YA CARGADO EN UNA CORRIDA ANTERIOR DE ESTE LOTE.
      * "T" QUEDO CARGADO PERO EN CERO: LA ENTIDAD NO TIENE TARIFA.
005730 REVISAR-RESULTADO-CARGO.
005740     EVALUATE RESULT-CARGO-W
005750        WHEN "S"
005760             PERFORM CONTAR-CARGADA
005770        WHEN "T"
005780             PERFORM CONTAR-CARGADA
005790             MOVE "CARGADA SIN TARIFA" TO TIPO-EXC-W
005800             STRING "CUPS " COD-CARGO-W
005810                    " SIN TARIFA NI COSTO, QUEDO EN CERO"
005820                    DELIMITED BY SIZE INTO DETALLE-EXC-W
005830             END-STRING
005840             PERFORM ESCRIBIR-EXCEPCION
005850        WHEN "D"
005860             ADD 1 TO TOT-YA-CARGADAS-W
005870        WHEN "X"
005880             MOVE "CARGO NO GRABADO" TO TIPO-EXC-W
005890             MOVE "LA CUENTA NO EXISTE EN NUMERACION"
005900               TO DETALLE-EXC-W
005910             PERFORM ESCRIBIR-EXCEPCION
005920        WHEN "F"
005930             MOVE "CARGO NO GRABADO" TO TIPO-EXC-W
005940             MOVE "EL DIA YA ESTA FACTURADO" TO DETALLE-EXC-W
005950             PERFORM ESCRIBIR-EXCEPCION
005960        WHEN OTHER
005970             MOVE "CARGO NO GRABADO" TO TIPO-EXC-W
005980             STRING "CUPS " COD-CARGO-W " RECHAZADO ("
005990                    RESULT-CARGO-W ")" DELIMITED BY SIZE
006000                    INTO DETALLE-EXC-W
006010             END-STRING
006020             PERFORM ESCRIBIR-EXCEPCION
006030     END-EVALUATE.

006040 CONTAR-CARGADA.
006050     ADD 1 TO TOT-CARGADAS-W.
006060     EVALUATE CATEG-TAB-W (K)
006070        WHEN "U" ADD 1 TO TOT-CARG-UCI-W
006080        WHEN "I" ADD 1 TO TOT-CARG-INTERM-W
006090        WHEN OTHER ADD 1 TO TOT-CARG-GENERAL-W
006100     END-EVALUATE.

006110 ESCRIBIR-EXCEPCION.
006120     MOVE TIPO-EXC-W    TO TIPO-IE.
006130     MOVE CAMA-EXC-W    TO CAMA-IE.
006140     MOVE PACI-EXC-W    TO PACI-IE.
006150     MOVE CUENTA-EXC-W  TO CUENTA-IE.
006160     MOVE DETALLE-EXC-W TO DETALLE-IE.
006170     MOVE LIN-EXC-IE TO LIN-INFEST.
006180     WRITE LIN-INFEST.
006190     ADD 1 TO TOT-EXCEPCIONES-W.

006200 ESCRIBIR-TOTALES.
006210     MOVE SPACES TO LIN-INFEST.
006220     WRITE LIN-INFEST.
006230     MOVE "CAMAS EN EL CENSO"       TO NOMBRE-TOTAL-IE.
006240     MOVE TOT-CAMAS-CENSO-W         TO VALOR-TOTAL-IE.
006250     PERFORM ESCRIBIR-TOTAL.
006260     MOVE "CAMAS OCUPADAS"          TO NOMBRE-TOTAL-IE.
006270     MOVE TOT-CENSO-W               TO VALOR-TOTAL-IE.
006280     PERFORM ESCRIBIR-TOTAL.
006290     MOVE "ESTANCIAS CARGADAS"      TO NOMBRE-TOTAL-IE.
006300     MOVE TOT-CARGADAS-W            TO VALOR-TOTAL-IE.
006310     PERFORM ESCRIBIR-TOTAL.
006320     MOVE "  CUIDADO INTENSIVO"     TO NOMBRE-TOTAL-IE.
006330     MOVE TOT-CARG-UCI-W            TO VALOR-TOTAL-IE.
006340     PERFORM ESCRIBIR-TOTAL.
006350     MOVE "  CUIDADO INTERMEDIO"    TO NOMBRE-TOTAL-IE.
006360     MOVE TOT-CARG-INTERM-W         TO VALOR-TOTAL-IE.
006370     PERFORM ESCRIBIR-TOTAL.
006380     MOVE "  HOSPITALIZACION GENERAL" TO NOMBRE-TOTAL-IE.
006390     MOVE TOT-CARG-GENERAL-W        TO VALOR-TOTAL-IE.
006400     PERFORM ESCRIBIR-TOTAL.
006410     MOVE "YA CARGADAS EN OTRA CORRIDA" TO NOMBRE-TOTAL-IE.
006420     MOVE TOT-YA-CARGADAS-W         TO VALOR-TOTAL-IE.
006430     PERFORM ESCRIBIR-TOTAL.
006440     MOVE "COBRADAS A MANO"         TO NOMBRE-TOTAL-IE.
006450     MOVE TOT-MANUALES-W            TO VALOR-TOTAL-IE.
006460     PERFORM ESCRIBIR-TOTAL.
006470     MOVE "EXCEPCIONES"             TO NOMBRE-TOTAL-IE.
006480     MOVE TOT-EXCEPCIONES-W         TO VALOR-TOTAL-IE.
006490     PERFORM ESCRIBIR-TOTAL.
006500     CLOSE INFORME-EXC-ESTANCIA.
006510     DISPLAY "ESTANCIAS " FECHA-ESTANCIA-W
006520             " CARGADAS: " TOT-CARGADAS-W
006530             " YA CARGADAS: " TOT-YA-CARGADAS-W
006540             " EXCEPCIONES: " TOT-EXCEPCIONES-W.

006550 ESCRIBIR-TOTAL.
006560     MOVE LIN-TOTAL-IE TO LIN-INFEST.
006570     WRITE LIN-INFEST.
