      *=================================================================
      * HISTORIA CLINICA - INFORME MENSUAL DE ACCESOS INUSUALES
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * RECORRE LA BITACORA ARCHIVO-ACCESO-HC (HC152) DEL MES RECIBIDO
      * Y ESCRIBE EN SC-ACCESOINUS-AAAAMM.TXT LOS ACCESOS QUE MERECEN
      * REVISION DEL COMITE DE HISTORIAS CLINICAS, CON SU MARCA:
      *   G - RUPTURA DE CRISTAL (NO TRATANTE NI DEL SERVICIO).
      *   V - PACIENTE VIP ABIERTO POR QUIEN NO ES SU TRATANTE.
      *   F - FAMILIA: EL USUARIO ABRIO SU PROPIA HISTORIA, LA DE UN
      *       BENEFICIARIO SUYO O LA DE ALGUIEN DE SU MISMO GRUPO
      *       FAMILIAR (MISMO ID-COTIZ-PACI EN ARCHIVO-PACIENTES).
      * AL FINAL LISTA LOS USUARIOS (MARCA C) CUYO TOTAL DE ACCESOS EN
      * EL MES PASA DE TOPE-ACCESOS-LNK.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC152-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-ACCESO-HC LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-ACCESOHC-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-ACC
000140         ALTERNATE RECORD KEY IS FECHA-REG-ACC WITH DUPLICATES
000150         FILE STATUS IS OTR-STAT.

000160     SELECT ARCHIVO-USU-CLINICO LOCK MODE IS AUTOMATIC
000170         ASSIGN NOM-USUCLIN-W
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS COD-USU-UCL
000210         FILE STATUS IS OTR-STAT.

000220     SELECT ARCHIVO-PACI-VIP LOCK MODE IS AUTOMATIC
000230         ASSIGN NOM-PACIVIP-W
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS PACI-VIP
000270         FILE STATUS IS OTR-STAT.

000280     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000290         ASSIGN NOM-PACIE-W
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS COD-PACI
000330         FILE STATUS IS OTR-STAT.

000340     SELECT INFORME-INUSUAL
000350         ASSIGN NOM-INUSUAL-W
000360         ORGANIZATION IS LINE SEQUENTIAL.

000370 DATA DIVISION.
000380 FILE SECTION.

000390 FD  ARCHIVO-ACCESO-HC
000400     LABEL RECORD STANDARD.
000410 01  REG-ACC.
000420     02 LLAVE-ACC.
000430        03 PACI-ACC             PIC X(15).
000440        03 FECHA-ACC            PIC 9(8).
000450        03 HORA-ACC             PIC 9(6).
000460        03 USU-ACC              PIC X(4).
000470        03 SECU-ACC             PIC 9(2).
000480     02 FECHA-REG-ACC           PIC 9(8).
000490     02 FOLIO-ACC               PIC X(8).
000500     02 ORIGEN-ACC              PIC X.
000510     02 TIPO-ACC                PIC X.
000520        88 ACC-TRATANTE         VALUE "T".
000530        88 ACC-RUPTURA          VALUE "G".
000540     02 MOTIVO-ACC              PIC X(60).

000550 FD  ARCHIVO-USU-CLINICO
000560     LABEL RECORD STANDARD.
000570 01  REG-UCL.
000580     02 COD-USU-UCL             PIC X(4).
000590     02 PROF-UCL                PIC X(6).
000600     02 SERVHO-UCL              PIC X(4).
000610     02 ID-PERSONA-UCL          PIC X(15).

000620 FD  ARCHIVO-PACI-VIP
000630     LABEL RECORD STANDARD.
000640 01  REG-VIP.
000650     02 PACI-VIP                PIC X(15).
000660     02 MOTIVO-VIP              PIC X(30).
000670     02 ESTADO-VIP              PIC X.
000680        88 VIP-ACTIVO           VALUE "A".
000690     02 FECHA-VIP               PIC 9(8).

000700 FD  ARCHIVO-PACIENTES
000710     LABEL RECORD STANDARD.
000720 01  REG-PACI.
000730     02 COD-PACI                PIC X(15).
000740     02 DESCRIP-PACI            PIC X(40).
000750     02 EPS-PACI                PIC X(6).
000760     02 ID-COTIZ-PACI           PIC X(15).
000770     02 ESTADO-PACI             PIC X.
000780     02 FUSIONADO-EN-PACI       PIC X(15).
000790     02 FECHA-FUSION-PACI       PIC 9(8).
000800     02 TELEFONO-PACI           PIC X(15).
000810     02 FECHA-NAC-PACI          PIC 9(8).
000820     02 SEXO-PACI               PIC X.
000830     02 PLAN-PACI               PIC XX.
000840     02 NIVEL-INGRESO-PACI      PIC 9.
000850     02 FILLER                  PIC X(9).

000860 FD  INFORME-INUSUAL
000870     LABEL RECORD STANDARD.
000880 01  LIN-INUSUAL                PIC X(132).

000890 WORKING-STORAGE SECTION.

000900 77  NOM-ACCESOHC-W             PIC X(60)
000910     VALUE "D:\progelect\DATOS\SC-ACCESOHC.DAT".
000920 77  NOM-USUCLIN-W              PIC X(60)
000930     VALUE "D:\progelect\DATOS\SC-USUCLIN.DAT".
000940 77  NOM-PACIVIP-W              PIC X(60)
000950     VALUE "D:\progelect\DATOS\SC-PACIVIP.DAT".
000960 77  NOM-PACIE-W                PIC X(60)
000970     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
000980 77  NOM-INUSUAL-W              PIC X(60) VALUE SPACES.
000990 77  OTR-STAT                   PIC XX.
001000 77  SW-FIN-ACC-W               PIC 9 VALUE 0.
001010 77  SW-HAY-UCL-W               PIC 9 VALUE 0.
001020 77  SW-HAY-VIP-W               PIC 9 VALUE 0.
001030 77  SW-HAY-PACI-W              PIC 9 VALUE 0.
001040 77  SW-HALLADO-W               PIC 9 VALUE 0.
001050 77  I                          PIC 9(3) VALUE 0.
001060 77  TOT-USUARIOS-W             PIC 9(3) VALUE 0.
001070 77  FECHA-INI-W                PIC 9(8) VALUE 0.
001080 77  FECHA-FIN-W                PIC 9(8) VALUE 0.
001090 77  COTIZ-PACIENTE-W           PIC X(15) VALUE SPACES.
001100 77  COTIZ-USUARIO-W            PIC X(15) VALUE SPACES.
001110 77  TOT-ACCESOS-W              PIC 9(7) VALUE 0.
001120 77  TOT-RUPTURA-W              PIC 9(5) VALUE 0.
001130 77  TOT-VIP-W                  PIC 9(5) VALUE 0.
001140 77  TOT-FAMILIA-W              PIC 9(5) VALUE 0.
001150 77  TOT-TOPE-W                 PIC 9(5) VALUE 0.

001160 01  TABLA-USUARIOS-W.
001170     02 USUARIO-TAB-W OCCURS 500.
001180        03 COD-USU-TAB-W        PIC X(4).
001190        03 ACCESOS-TAB-W        PIC 9(7).

001200 01  MARCAS-W.
001210     02 MARCA-G-W               PIC X.
001220     02 MARCA-V-W               PIC X.
001230     02 MARCA-F-W               PIC X.

001240 01  LIN-TITULO-IN.
001250     02 FILLER                  PIC X(42)
001260        VALUE "ACCESOS INUSUALES A LA HISTORIA CLINICA - ".
001270     02 PERIODO-TIT-IN          PIC 9(6).
001280 01  LIN-COLUMNAS-IN.
001290     02 FILLER                  PIC X(27) VALUE
001300        "MARCA FECHA    HORA   USUA ".
001310     02 FILLER                  PIC X(29) VALUE
001320        "PACIENTE        FOLIO    O T ".
001330     02 FILLER                  PIC X(6) VALUE "MOTIVO".
001340 01  LIN-DETALLE-IN.
001350     02 MARCAS-IN               PIC X(3).
001360     02 FILLER                  PIC X(3) VALUE SPACES.
001370     02 FECHA-IN                PIC 9(8).
001380     02 FILLER                  PIC X VALUE SPACE.
001390     02 HORA-IN                 PIC 9(6).
001400     02 FILLER                  PIC X VALUE SPACE.
001410     02 USU-IN                  PIC X(4).
001420     02 FILLER                  PIC X VALUE SPACE.
001430     02 PACI-IN                 PIC X(15).
001440     02 FILLER                  PIC X VALUE SPACE.
001450     02 FOLIO-IN                PIC X(8).
001460     02 FILLER                  PIC X VALUE SPACE.
001470     02 ORIGEN-IN               PIC X.
001480     02 FILLER                  PIC X VALUE SPACE.
001490     02 TIPO-IN                 PIC X.
001500     02 FILLER                  PIC X VALUE SPACE.
001510     02 MOTIVO-IN               PIC X(60).
001520 01  LIN-TOPE-IN.
001530     02 FILLER                  PIC X(6) VALUE "C".
001540     02 USU-TOPE-IN             PIC X(4).
001550     02 FILLER                  PIC X(11) VALUE " ACCESOS:  ".
001560     02 ACCESOS-TOPE-IN         PIC Z(6)9.
001570     02 FILLER                  PIC X(9) VALUE "  TOPE:  ".
001580     02 TOPE-IN                 PIC Z(6)9.

001590 LINKAGE SECTION.
001600 01  PERIODO-LNK                PIC 9(6).
001610 01  TOPE-ACCESOS-LNK           PIC 9(5).

001620 PROCEDURE DIVISION USING PERIODO-LNK TOPE-ACCESOS-LNK.

001630 MAINLINE.
001640     OPEN INPUT ARCHIVO-ACCESO-HC.
001650     IF OTR-STAT NOT = "00"
001660        DISPLAY "NO HAY ACCESOS REGISTRADOS"
001670        EXIT PROGRAM
001680     END-IF.
001690     MOVE 0 TO SW-HAY-UCL-W SW-HAY-VIP-W SW-HAY-PACI-W.
001700     OPEN INPUT ARCHIVO-USU-CLINICO.
001710     IF OTR-STAT = "00"
001720        MOVE 1 TO SW-HAY-UCL-W
001730     END-IF.
001740     OPEN INPUT ARCHIVO-PACI-VIP.
001750     IF OTR-STAT = "00"
001760        MOVE 1 TO SW-HAY-VIP-W
001770     END-IF.
001780     OPEN INPUT ARCHIVO-PACIENTES.
001790     IF OTR-STAT = "00"
001800        MOVE 1 TO SW-HAY-PACI-W
001810     END-IF.
001820     INITIALIZE TABLA-USUARIOS-W.
001830     STRING "D:\progelect\DATOS\SC-ACCESOINUS-" DELIMITED BY SIZE
001840            PERIODO-LNK                         DELIMITED BY SIZE
001850            ".TXT"                              DELIMITED BY SIZE
001860       INTO NOM-INUSUAL-W
001870     END-STRING.
001880     OPEN OUTPUT INFORME-INUSUAL.
001890     MOVE PERIODO-LNK   TO PERIODO-TIT-IN.
001900     MOVE LIN-TITULO-IN TO LIN-INUSUAL.
001910     WRITE LIN-INUSUAL.
001920     MOVE LIN-COLUMNAS-IN TO LIN-INUSUAL.
001930     WRITE LIN-INUSUAL.
001940     COMPUTE FECHA-INI-W = PERIODO-LNK * 100 + 1.
001950     COMPUTE FECHA-FIN-W = PERIODO-LNK * 100 + 31.
001960     MOVE FECHA-INI-W TO FECHA-REG-ACC.
001970     START ARCHIVO-ACCESO-HC KEY IS >= FECHA-REG-ACC
001980           INVALID KEY MOVE 1 TO SW-FIN-ACC-W
001990     END-START.
002000     PERFORM REVISAR-ACCESO UNTIL SW-FIN-ACC-W = 1.
002010     PERFORM REVISAR-TOPE VARYING I FROM 1 BY 1
002020             UNTIL I > TOT-USUARIOS-W.
002030     CLOSE ARCHIVO-ACCESO-HC INFORME-INUSUAL.
002040     IF SW-HAY-UCL-W = 1
002050        CLOSE ARCHIVO-USU-CLINICO
002060     END-IF.
002070     IF SW-HAY-VIP-W = 1
002080        CLOSE ARCHIVO-PACI-VIP
002090     END-IF.
002100     IF SW-HAY-PACI-W = 1
002110        CLOSE ARCHIVO-PACIENTES
002120     END-IF.
002130     DISPLAY "ACCESOS DEL PERIODO:       " TOT-ACCESOS-W.
002140     DISPLAY "RUPTURAS DE CRISTAL:       " TOT-RUPTURA-W.
002150     DISPLAY "ACCESOS A PACIENTES VIP:   " TOT-VIP-W.
002160     DISPLAY "ACCESOS A FAMILIARES:      " TOT-FAMILIA-W.
002170     DISPLAY "USUARIOS SOBRE EL TOPE:    " TOT-TOPE-W.
002180     EXIT PROGRAM.

002190 REVISAR-ACCESO.
002200     READ ARCHIVO-ACCESO-HC NEXT
002210          AT END MOVE 1 TO SW-FIN-ACC-W
002220     END-READ.
002230     IF SW-FIN-ACC-W = 0
002240        IF FECHA-REG-ACC > FECHA-FIN-W
002250           MOVE 1 TO SW-FIN-ACC-W
002260        ELSE
002270           ADD 1 TO TOT-ACCESOS-W
002280           PERFORM CONTAR-USUARIO
002290           PERFORM MARCAR-ACCESO
002300        END-IF
002310     END-IF.

002320 CONTAR-USUARIO.
002330     MOVE 0 TO SW-HALLADO-W.
002340     PERFORM BUSCAR-USUARIO VARYING I FROM 1 BY 1
002350             UNTIL I > TOT-USUARIOS-W OR SW-HALLADO-W = 1.
002360     IF SW-HALLADO-W = 1
002370        SUBTRACT 1 FROM I
002380        ADD 1 TO ACCESOS-TAB-W (I)
002390     ELSE
002400        IF TOT-USUARIOS-W < 500
002410           ADD 1 TO TOT-USUARIOS-W
002420           MOVE TOT-USUARIOS-W TO I
002430           MOVE USU-ACC        TO COD-USU-TAB-W (I)
002440           MOVE 1              TO ACCESOS-TAB-W (I)
002450        ELSE
002460           DISPLAY "TABLA DE USUARIOS LLENA " USU-ACC
002470        END-IF
002480     END-IF.

002490 BUSCAR-USUARIO.
002500     IF COD-USU-TAB-W (I) = USU-ACC
002510        MOVE 1 TO SW-HALLADO-W
002520     END-IF.

      *=================================================================
      * MARCAS DEL ACCESO; SOLO SE ESCRIBEN LOS QUE TIENEN ALGUNA
      *=================================================================
002530 MARCAR-ACCESO.
002540     MOVE SPACES TO MARCAS-W.
002550     IF ACC-RUPTURA
002560        MOVE "G" TO MARCA-G-W
002570        ADD 1 TO TOT-RUPTURA-W
002580     END-IF.
002590     IF SW-HAY-VIP-W = 1 AND NOT ACC-TRATANTE
002600        MOVE PACI-ACC TO PACI-VIP
002610        READ ARCHIVO-PACI-VIP
002620             INVALID KEY MOVE SPACE TO ESTADO-VIP
002630        END-READ
002640        IF VIP-ACTIVO
002650           MOVE "V" TO MARCA-V-W
002660           ADD 1 TO TOT-VIP-W
002670        END-IF
002680     END-IF.
002690     PERFORM REVISAR-FAMILIA THRU FIN-REVISAR-FAMILIA.
002700     IF MARCAS-W NOT = SPACES
002710        PERFORM ESCRIBIR-ACCESO
002720     END-IF.

      *    EL USUARIO ES PACIENTE O COTIZANTE; SE COMPARA SU DOCUMENTO
      *    Y SU GRUPO FAMILIAR CONTRA LOS DEL PACIENTE ABIERTO.
002730 REVISAR-FAMILIA.
002740     IF SW-HAY-UCL-W = 0 OR SW-HAY-PACI-W = 0
002750        GO TO FIN-REVISAR-FAMILIA
002760     END-IF.
002770     MOVE USU-ACC TO COD-USU-UCL.
002780     READ ARCHIVO-USU-CLINICO
002790          INVALID KEY MOVE SPACES TO ID-PERSONA-UCL
002800     END-READ.
002810     IF ID-PERSONA-UCL = SPACES
002820        GO TO FIN-REVISAR-FAMILIA
002830     END-IF.
002840     MOVE ID-PERSONA-UCL TO COD-PACI.
002850     READ ARCHIVO-PACIENTES
002860          INVALID KEY MOVE SPACES TO ID-COTIZ-PACI
002870     END-READ.
002880     MOVE ID-COTIZ-PACI TO COTIZ-USUARIO-W.
002890     MOVE PACI-ACC TO COD-PACI.
002900     READ ARCHIVO-PACIENTES
002910          INVALID KEY MOVE SPACES TO ID-COTIZ-PACI
002920     END-READ.
002930     MOVE ID-COTIZ-PACI TO COTIZ-PACIENTE-W.
002940     IF PACI-ACC = ID-PERSONA-UCL
002950        OR COTIZ-PACIENTE-W = ID-PERSONA-UCL
002960        OR PACI-ACC = COTIZ-USUARIO-W
002970        OR (COTIZ-USUARIO-W NOT = SPACES
002980            AND COTIZ-PACIENTE-W = COTIZ-USUARIO-W)
002990        MOVE "F" TO MARCA-F-W
003000        ADD 1 TO TOT-FAMILIA-W
003010     END-IF.

003020 FIN-REVISAR-FAMILIA.
003030     EXIT.

003040 ESCRIBIR-ACCESO.
003050     MOVE MARCAS-W      TO MARCAS-IN.
003060     MOVE FECHA-ACC     TO FECHA-IN.
003070     MOVE HORA-ACC      TO HORA-IN.
003080     MOVE USU-ACC       TO USU-IN.
003090     MOVE PACI-ACC      TO PACI-IN.
003100     MOVE FOLIO-ACC     TO FOLIO-IN.
003110     MOVE ORIGEN-ACC    TO ORIGEN-IN.
003120     MOVE TIPO-ACC      TO TIPO-IN.
003130     MOVE MOTIVO-ACC    TO MOTIVO-IN.
003140     MOVE LIN-DETALLE-IN TO LIN-INUSUAL.
003150     WRITE LIN-INUSUAL.

003160 REVISAR-TOPE.
003170     IF ACCESOS-TAB-W (I) > TOPE-ACCESOS-LNK
003180        MOVE COD-USU-TAB-W (I) TO USU-TOPE-IN
003190        MOVE ACCESOS-TAB-W (I) TO ACCESOS-TOPE-IN
003200        MOVE TOPE-ACCESOS-LNK  TO TOPE-IN
003210        MOVE LIN-TOPE-IN       TO LIN-INUSUAL
003220        WRITE LIN-INUSUAL
003230        ADD 1 TO TOT-TOPE-W
003240     END-IF.
