      *=================================================================
      * HISTORIA CLINICA - HOJA DE REMISION QUE VIAJA CON EL PACIENTE
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * ARMA EN SC-HOJAREM.TXT LA HOJA DE LA REMISION (VER HC151) DE
      * LA ATENCION RECIBIDA, TOMADA DE LA HISTORIA Y NO ESCRITA A
      * MANO: DATOS DEL PACIENTE Y DE LA ENTIDAD, MOTIVO, CIE-10 Y
      * ESPECIALIDAD, IPS QUE ACEPTO, CASO CRUE Y AMBULANCIA, LAS IPS
      * CONTACTADAS, ALERGIAS ACTIVAS (HC133), PROBLEMAS ACTIVOS
      * (HC130), MEDICAMENTOS QUE RECIBE (ORDENES SIN SUSPENDER DE
      * ARCHIVO-FORMULA-ORD), LOS ULTIMOS SIGNOS DE EVOLUCION-HISTORIA
      * Y, SI YA EXISTE, EL RESUMEN DE LA EPICRISIS (HC122).
      * RESULT-LNK: "S" GENERADA, "E" LA ATENCION NO TIENE REMISION.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HC151-01.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-REMISION LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-REMISION-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-REM
000140         ALTERNATE RECORD KEY IS FECHA-DECISION-REM
000150            WITH DUPLICATES
000160         FILE STATUS IS OTR-STAT.

000170     SELECT ARCHIVO-REM-CONTACTO LOCK MODE IS AUTOMATIC
000180         ASSIGN NOM-REMCONT-W
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS LLAVE-RCON
000220         FILE STATUS IS OTR-STAT.

000230     SELECT HISTORIA-CLINICA LOCK MODE IS AUTOMATIC
000240         ASSIGN NOM-HCAPE-W
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LLAVE-HC
000280         FILE STATUS IS OTR-STAT.

000290     SELECT ARCHIVO-PACIENTES LOCK MODE IS AUTOMATIC
000300         ASSIGN NOM-PACIE-W
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS COD-PACI
000340         FILE STATUS IS OTR-STAT.

000350     SELECT ARCHIVO-ALERGIAS LOCK MODE IS AUTOMATIC
000360         ASSIGN NOM-ALERGIAS-W
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LLAVE-ALERG
000400         FILE STATUS IS OTR-STAT.

000410     SELECT ARCHIVO-PROBLEMAS LOCK MODE IS AUTOMATIC
000420         ASSIGN NOM-PROBLEMAS-W
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LLAVE-PROB
000460         FILE STATUS IS OTR-STAT.

000470     SELECT ARCHIVO-FORMULA-ORD LOCK MODE IS AUTOMATIC
000480         ASSIGN NOM-FORMORD-W
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS LLAVE-ORD
000520         ALTERNATE RECORD KEY IS DESCRIP-ORD WITH DUPLICATES
000530         FILE STATUS IS OTR-STAT.

000540     SELECT EVOLUCION-HISTORIA LOCK MODE IS AUTOMATIC
000550         ASSIGN NOM-HCEVO-W
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS LLAVE-EVO
000590         ALTERNATE RECORD KEY IS FECHA-EVO WITH DUPLICATES
000600         FILE STATUS IS OTR-STAT.

000610     SELECT ARCHIVO-EPICRISIS LOCK MODE IS AUTOMATIC
000620         ASSIGN NOM-EPICRIS-W
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS LLAVE-EPIC
000660         FILE STATUS IS OTR-STAT.

000670     SELECT HOJA-REMISION
000680         ASSIGN NOM-HOJAREM-W
000690         ORGANIZATION IS LINE SEQUENTIAL.

000700 DATA DIVISION.
000710 FILE SECTION.

000720 FD  ARCHIVO-REMISION
000730     LABEL RECORD STANDARD.
000740 01  REG-REM.
000750     02 LLAVE-REM.
000760        03 ID-REM               PIC X(15).
000770        03 FOLIO-REM            PIC X(8).
000780     02 FECHA-DECISION-REM      PIC 9(8).
000790     02 HORA-DECISION-REM       PIC 9(4).
000800     02 MEDICO-REM              PIC 9(10).
000810     02 EPS-REM                 PIC X(6).
000820     02 MOTIVO-REM              PIC X(80).
000830     02 CIE-REM                 PIC X(4).
000840     02 ESPEC-REM               PIC X(3).
000850     02 NIVEL-REM               PIC 9.
000860     02 ESTADO-REM              PIC X.
000870        88 REM-EN-GESTION       VALUE "G".
000880        88 REM-ACEPTADA         VALUE "A".
000890        88 REM-EN-TRASLADO      VALUE "T".
000900        88 REM-FINALIZADA       VALUE "F".
000910        88 REM-CANCELADA        VALUE "X".
000920     02 CONTACTOS-REM           PIC 9(3).
000930     02 RECHAZOS-REM            PIC 9(3).
000940     02 IPS-ACEPTA-REM          PIC X(12).
000950     02 NOMBRE-IPS-REM          PIC X(40).
000960     02 FECHA-ACEPTA-REM        PIC 9(8).
000970     02 HORA-ACEPTA-REM         PIC 9(4).
000980     02 NRO-CRUE-REM            PIC X(15).
000990     02 AMBULANCIA-REM          PIC X(10).
001000     02 FECHA-SALIDA-REM        PIC 9(8).
001010     02 HORA-SALIDA-REM         PIC 9(4).
001020     02 FECHA-LLEGADA-REM       PIC 9(8).
001030     02 HORA-LLEGADA-REM        PIC 9(4).
001040     02 OBSERV-REM              PIC X(60).

001050 FD  ARCHIVO-REM-CONTACTO
001060     LABEL RECORD STANDARD.
001070 01  REG-RCON.
001080     02 LLAVE-RCON.
001090        03 ID-RCON              PIC X(15).
001100        03 FOLIO-RCON           PIC X(8).
001110        03 SECU-RCON            PIC 9(3).
001120     02 IPS-RCON                PIC X(12).
001130     02 NOMBRE-IPS-RCON         PIC X(40).
001140     02 FECHA-RCON              PIC 9(8).
001150     02 HORA-RCON               PIC 9(4).
001160     02 RESPUESTA-RCON          PIC X.
001170        88 RCON-ACEPTA          VALUE "A".
001180        88 RCON-RECHAZA         VALUE "R".
001190        88 RCON-SIN-CAMA        VALUE "C".
001200        88 RCON-PENDIENTE       VALUE "P".
001210     02 FUNCIONARIO-RCON        PIC X(30).
001220     02 OBSERV-RCON             PIC X(60).

001230 FD  HISTORIA-CLINICA
001240     LABEL RECORD STANDARD.
001250 01  REG-HC.
001260     02 LLAVE-HC.
001270        03 ID-HC                PIC X(15).
001280        03 FOLIO-HC             PIC X(8).
001290     02 EDAD-HC                 PIC 9(3).
001300     02 ESTADO-HC               PIC 9.
001310     02 FILLER                  PIC X(60).

001320 FD  ARCHIVO-PACIENTES
001330     LABEL RECORD STANDARD.
001340 01  REG-PACI.
001350     02 COD-PACI                PIC X(15).
001360     02 DESCRIP-PACI            PIC X(40).
001370     02 EPS-PACI                PIC X(6).
001380     02 ID-COTIZ-PACI           PIC X(15).
001390     02 ESTADO-PACI             PIC X.
001400     02 FUSIONADO-EN-PACI       PIC X(15).
001410     02 FECHA-FUSION-PACI       PIC 9(8).
001420     02 TELEFONO-PACI           PIC X(15).
001430     02 FECHA-NAC-PACI          PIC 9(8).
001440     02 SEXO-PACI               PIC X.
001450     02 PLAN-PACI               PIC XX.
001460     02 NIVEL-INGRESO-PACI      PIC 9.
001470     02 FILLER                  PIC X(9).

001480 FD  ARCHIVO-ALERGIAS
001490     LABEL RECORD STANDARD.
001500 01  REG-ALERG.
001510     02 LLAVE-ALERG.
001520        03 PACI-ALERG           PIC X(15).
001530        03 SECUEN-ALERG         PIC 9(3).
001540     02 SUSTANCIA-ALERG         PIC X(8).
001550     02 GRUPO-ALERG             PIC X(4).
001560     02 SEVERIDAD-ALERG         PIC X.
001570        88 SEVERIDAD-LEVE       VALUE "L".
001580        88 SEVERIDAD-MODERADA   VALUE "M".
001590        88 SEVERIDAD-SEVERA     VALUE "S".
001600     02 REACCION-ALERG          PIC X(40).
001610     02 MEDICO-ALERG            PIC X(6).
001620     02 FECHA-ALERG             PIC 9(8).
001630     02 ESTADO-ALERG            PIC X.
001640        88 ALERGIA-ACTIVA       VALUE "A".
001650        88 ALERGIA-INACTIVA     VALUE "I".

001660 FD  ARCHIVO-PROBLEMAS
001670     LABEL RECORD STANDARD.
001680 01  REG-PROB.
001690     02 LLAVE-PROB.
001700        03 PACI-PROB            PIC X(15).
001710        03 CIE-PROB             PIC X(4).
001720     02 FECHA-PRIMERA-PROB      PIC 9(8).
001730     02 FECHA-ULTIMA-PROB       PIC 9(8).
001740     02 ESTADO-PROB             PIC X.
001750        88 PROBLEMA-ACTIVO      VALUE "A".
001760        88 PROBLEMA-RESUELTO    VALUE "R".
001770     02 MEDICO-RESUELVE-PROB    PIC X(6).
001780     02 FECHA-RESUELVE-PROB     PIC 9(8).

001790 FD  ARCHIVO-FORMULA-ORD
001800     LABEL RECORD STANDARD.
001810 01  REG-ORD.
001820     02 LLAVE-ORD               PIC X(12).
001830     02 DESCRIP-ORD             PIC X(40).
001840     02 PACI-ORD                PIC X(15).
001850     02 MEDICO-ORD              PIC X(4).
001860     02 FECHA-INI-ORD           PIC 9(8).
001870     02 FECHA-VENCE-ORD         PIC 9(8).
001880     02 TIPO-ORD                PIC X.
001890     02 RENOVADA-ORD            PIC X.
001900     02 COD-ART-ORD             PIC X(8).
001910     02 NRO-MIPRES-ORD          PIC X(20).
001920     02 FRECUENCIA-HORAS-ORD    PIC 99.
001930     02 SERVICIO-ORD            PIC X(4).
001940     02 DIAS-TRAT-ORD           PIC 9(3).
001950     02 FECHA-STOP-ORD          PIC 9(8).
001960     02 REVISADA-ATB-ORD        PIC X.

001970 FD  EVOLUCION-HISTORIA
001980     LABEL RECORD STANDARD.
001990 01  REG-EVO.
002000     02 LLAVE-EVO.
002010        03 ID-EVO               PIC X(15).
002020        03 FOLIO-EVO            PIC X(8).
002030     02 FECHA-EVO               PIC 9(8).
002040     02 HORA-EVO                PIC 9(4).
002050     02 MED-EVO                 PIC 9(10).
002060     02 SIGNOS-EVO.
002070        03 PESO-EVO             PIC 9(3).
002080        03 TALLA-EVO            PIC 9(3).
002090        03 TEMP-EVO             PIC 99V99.
002100        03 FCARD-EVO            PIC 9(3).
002110        03 FRESP-EVO            PIC 9(3).
002120        03 TENS1-EVO            PIC 9(3).
002130        03 TENS2-EVO            PIC 9(3).
002140        03 TENS-MEDIA-EVO       PIC 9(3).
002150        03 GLUCOMETRIA-EVO      PIC 9(3).

002160 FD  ARCHIVO-EPICRISIS
002170     LABEL RECORD STANDARD.
002180 01  REG-EPIC.
002190     02 LLAVE-EPIC.
002200        03 ID-EPIC              PIC X(15).
002210        03 FOLIO-EPIC           PIC X(8).
002220     02 ESTADO-EPIC             PIC X.
002230     02 RESUMEN-INGRESO-EPIC    PIC X(200).
002240     02 RESUMEN-EVOL-EPIC       PIC X(200).
002250     02 PLAN-EGRESO-EPIC        PIC X(200).
002260     02 FECHA-GENERA-EPIC       PIC 9(8).
002270     02 MEDICO-FIRMA-EPIC       PIC 9(10).
002280     02 FECHA-FIRMA-EPIC        PIC 9(8).
002290     02 HORA-FIRMA-EPIC         PIC 9(6).

002300 FD  HOJA-REMISION
002310     LABEL RECORD STANDARD.
002320 01  LIN-HOJAREM                PIC X(100).

002330 WORKING-STORAGE SECTION.

002340 77  NOM-REMISION-W             PIC X(60)
002350     VALUE "D:\progelect\DATOS\SC-REMISION.DAT".
002360 77  NOM-REMCONT-W              PIC X(60)
002370     VALUE "D:\progelect\DATOS\SC-REMCONT.DAT".
002380 77  NOM-HCAPE-W                PIC X(60)
002390     VALUE "D:\progelect\DATOS\SC-HISTCLIN.DAT".
002400 77  NOM-PACIE-W                PIC X(60)
002410     VALUE "D:\progelect\DATOS\SC-PACIE.DAT".
002420 77  NOM-ALERGIAS-W             PIC X(60)
002430     VALUE "D:\progelect\DATOS\SC-ALERGIAS.DAT".
002440 77  NOM-PROBLEMAS-W            PIC X(60)
002450     VALUE "D:\progelect\DATOS\SC-PROBLEMAS.DAT".
002460 77  NOM-FORMORD-W              PIC X(60)
002470     VALUE "D:\progelect\DATOS\SC-FORMORD.DAT".
002480 77  NOM-HCEVO-W                PIC X(60)
002490     VALUE "D:\progelect\DATOS\SC-HCEVOLUC.DAT".
002500 77  NOM-EPICRIS-W              PIC X(60)
002510     VALUE "D:\progelect\DATOS\SC-EPICRIS.DAT".
002520 77  NOM-HOJAREM-W              PIC X(60)
002530     VALUE "D:\progelect\DATOS\SC-HOJAREM.TXT".
002540 77  OTR-STAT                   PIC XX.
002550 77  SW-FIN-DET-W               PIC 9 VALUE 0.
002560 77  SW-HAY-SIGNOS-W            PIC 9 VALUE 0.
002570 77  TOT-LINEAS-W               PIC 9(3) VALUE 0.

002580 01  SIGNOS-ULT-W.
002590     02 FECHA-SIG-W             PIC 9(8).
002600     02 HORA-SIG-W              PIC 9(4).
002610     02 PESO-SIG-W              PIC 9(3).
002620     02 TALLA-SIG-W             PIC 9(3).
002630     02 TEMP-SIG-W              PIC 99V99.
002640     02 FCARD-SIG-W             PIC 9(3).
002650     02 FRESP-SIG-W             PIC 9(3).
002660     02 TENS1-SIG-W             PIC 9(3).
002670     02 TENS2-SIG-W             PIC 9(3).
002680     02 GLUCO-SIG-W             PIC 9(3).

002690 01  LIN-TITULO-HR.
002700     02 FILLER                  PIC X(40)
002710        VALUE "HOJA DE REMISION - ATENCION ".
002720     02 ID-TIT-HR               PIC X(15).
002730     02 FILLER                  PIC X VALUE "-".
002740     02 FOLIO-TIT-HR            PIC X(8).
002750 01  LIN-PACIENTE-HR.
002760     02 FILLER                  PIC X(10) VALUE "PACIENTE: ".
002770     02 NOMBRE-HR               PIC X(40).
002780     02 FILLER                  PIC X(6) VALUE " SEXO ".
002790     02 SEXO-HR                 PIC X.
002800     02 FILLER                  PIC X(6) VALUE " EDAD ".
002810     02 EDAD-HR                 PIC ZZ9.
002820     02 FILLER                  PIC X(5) VALUE " EPS ".
002830     02 EPS-HR                  PIC X(6).
002840 01  LIN-NACIM-HR.
002850     02 FILLER                  PIC X(12) VALUE "NACIMIENTO: ".
002860     02 FECHA-NAC-HR            PIC 9(8).
002870     02 FILLER                  PIC X(11) VALUE " TELEFONO: ".
002880     02 TELEFONO-HR             PIC X(15).
002890 01  LIN-DECISION-HR.
002900     02 FILLER                  PIC X(20)
002910        VALUE "DECISION DE REMITIR ".
002920     02 FECHA-DEC-HR            PIC 9(8).
002930     02 FILLER                  PIC X VALUE SPACE.
002940     02 HORA-DEC-HR             PIC 9(4).
002950     02 FILLER                  PIC X(9) VALUE " MEDICO: ".
002960     02 MEDICO-HR               PIC Z(9)9.
002970 01  LIN-MOTIVO-HR.
002980     02 FILLER                  PIC X(8) VALUE "MOTIVO: ".
002990     02 MOTIVO-HR               PIC X(80).
003000 01  LIN-CIE-HR.
003010     02 FILLER                  PIC X(8) VALUE "CIE-10: ".
003020     02 CIE-HR                  PIC X(4).
003030     02 FILLER                  PIC X(15)
003040        VALUE " ESPECIALIDAD: ".
003050     02 ESPEC-HR                PIC X(3).
003060     02 FILLER                  PIC X(17)
003070        VALUE " NIVEL REQUERIDO ".
003080     02 NIVEL-HR                PIC 9.
003090 01  LIN-DESTINO-HR.
003100     02 FILLER                  PIC X(13) VALUE "IPS DESTINO: ".
003110     02 IPS-HR                  PIC X(12).
003120     02 FILLER                  PIC X VALUE SPACE.
003130     02 NOMBRE-IPS-HR           PIC X(40).
003140     02 FILLER                  PIC X(9) VALUE " ACEPTO: ".
003150     02 FECHA-ACEPTA-HR         PIC 9(8).
003160     02 FILLER                  PIC X VALUE SPACE.
003170     02 HORA-ACEPTA-HR          PIC 9(4).
003180 01  LIN-CRUE-HR.
003190     02 FILLER                  PIC X(11) VALUE "CASO CRUE: ".
003200     02 CRUE-HR                 PIC X(15).
003210     02 FILLER                  PIC X(13) VALUE " AMBULANCIA: ".
003220     02 AMBULANCIA-HR           PIC X(10).
003230 01  LIN-SECCION-HR.
003240     02 FILLER                  PIC X(3) VALUE "-- ".
003250     02 SECCION-HR              PIC X(40).
003260 01  LIN-CONTACTO-HR.
003270     02 FILLER                  PIC X(3) VALUE SPACES.
003280     02 FECHA-CON-HR            PIC 9(8).
003290     02 FILLER                  PIC X VALUE SPACE.
003300     02 HORA-CON-HR             PIC 9(4).
003310     02 FILLER                  PIC X VALUE SPACE.
003320     02 IPS-CON-HR              PIC X(12).
003330     02 FILLER                  PIC X VALUE SPACE.
003340     02 NOMBRE-CON-HR           PIC X(40).
003350     02 FILLER                  PIC X VALUE SPACE.
003360     02 RESPUESTA-CON-HR        PIC X(10).
003370 01  LIN-ALERGIA-HR.
003380     02 FILLER                  PIC X(3) VALUE SPACES.
003390     02 SUSTANCIA-HR            PIC X(8).
003400     02 FILLER                  PIC X VALUE SPACE.
003410     02 GRUPO-HR                PIC X(4).
003420     02 FILLER                  PIC X(11) VALUE " SEVERIDAD ".
003430     02 SEVERIDAD-HR            PIC X.
003440     02 FILLER                  PIC X VALUE SPACE.
003450     02 REACCION-HR             PIC X(40).
003460 01  LIN-PROBLEMA-HR.
003470     02 FILLER                  PIC X(3) VALUE SPACES.
003480     02 CIE-PROB-HR             PIC X(4).
003490     02 FILLER                  PIC X(9) VALUE " DESDE ".
003500     02 FECHA-PROB-HR           PIC 9(8).
003510 01  LIN-MEDICAMENTO-HR.
003520     02 FILLER                  PIC X(3) VALUE SPACES.
003530     02 ART-HR                  PIC X(8).
003540     02 FILLER                  PIC X VALUE SPACE.
003550     02 DESCRIP-ORD-HR          PIC X(40).
003560     02 FILLER                  PIC X(6) VALUE " CADA ".
003570     02 FRECUENCIA-HR           PIC Z9.
003580     02 FILLER                  PIC X(2) VALUE " H".
003590 01  LIN-SIGNOS-HR.
003600     02 FILLER                  PIC X(3) VALUE SPACES.
003610     02 FECHA-SIG-HR            PIC 9(8).
003620     02 FILLER                  PIC X VALUE SPACE.
003630     02 HORA-SIG-HR             PIC 9(4).
003640     02 FILLER                  PIC X(4) VALUE " TA ".
003650     02 TAS-HR                  PIC ZZ9.
003660     02 FILLER                  PIC X VALUE "/".
003670     02 TAD-HR                  PIC ZZ9.
003680     02 FILLER                  PIC X(4) VALUE " FC ".
003690     02 FC-HR                   PIC ZZ9.
003700     02 FILLER                  PIC X(4) VALUE " FR ".
003710     02 FR-HR                   PIC ZZ9.
003720     02 FILLER                  PIC X(6) VALUE " TEMP ".
003730     02 TEMP-HR                 PIC Z9.99.
003740     02 FILLER                  PIC X(6) VALUE " PESO ".
003750     02 PESO-HR                 PIC ZZ9.
003760     02 FILLER                  PIC X(6) VALUE " GLUC ".
003770     02 GLUCO-HR                PIC ZZ9.
003780 01  LIN-TEXTO-HR.
003790     02 FILLER                  PIC X(3) VALUE SPACES.
003800     02 TEXTO-HR                PIC X(97).

003810 LINKAGE SECTION.
003820 01  ID-LNK                     PIC X(15).
003830 01  FOLIO-LNK                  PIC X(8).
003840 01  RESULT-LNK                 PIC X.

003850 PROCEDURE DIVISION USING ID-LNK FOLIO-LNK RESULT-LNK.

003860 MAINLINE.
003870     MOVE "E" TO RESULT-LNK.
003880     PERFORM GENERAR-HOJA THRU FIN-GENERAR-HOJA.
003890     EXIT PROGRAM.

003900 GENERAR-HOJA.
003910     OPEN INPUT ARCHIVO-REMISION.
003920     IF OTR-STAT NOT = "00"
003930        GO TO FIN-GENERAR-HOJA
003940     END-IF.
003950     MOVE ID-LNK    TO ID-REM.
003960     MOVE FOLIO-LNK TO FOLIO-REM.
003970     READ ARCHIVO-REMISION
003980          INVALID KEY
003990              CLOSE ARCHIVO-REMISION
004000              GO TO FIN-GENERAR-HOJA
004010     END-READ.
004020     CLOSE ARCHIVO-REMISION.
004030     OPEN OUTPUT HOJA-REMISION.
004040     PERFORM ESCRIBIR-ENCABEZADO.
004050     PERFORM ESCRIBIR-CONTACTOS.
004060     PERFORM ESCRIBIR-ALERGIAS.
004070     PERFORM ESCRIBIR-PROBLEMAS.
004080     PERFORM ESCRIBIR-MEDICAMENTOS.
004090     PERFORM ESCRIBIR-SIGNOS.
004100     PERFORM ESCRIBIR-EPICRISIS.
004110     CLOSE HOJA-REMISION.
004120     MOVE "S" TO RESULT-LNK.

004130 FIN-GENERAR-HOJA.
004140     EXIT.

004150 ESCRIBIR-LINEA.
004160     WRITE LIN-HOJAREM.
004170     MOVE SPACES TO LIN-HOJAREM.

004180 ESCRIBIR-SECCION.
004190     MOVE SPACES TO LIN-HOJAREM.
004200     PERFORM ESCRIBIR-LINEA.
004210     MOVE LIN-SECCION-HR TO LIN-HOJAREM.
004220     PERFORM ESCRIBIR-LINEA.
004230     MOVE 0 TO TOT-LINEAS-W.

004240 SIN-REGISTROS.
004250     IF TOT-LINEAS-W = 0
004260        MOVE "NO REGISTRA" TO TEXTO-HR
004270        MOVE LIN-TEXTO-HR  TO LIN-HOJAREM
004280        PERFORM ESCRIBIR-LINEA
004290     END-IF.

      *=================================================================
      * PACIENTE Y DATOS DE LA REMISION
      *=================================================================
004300 ESCRIBIR-ENCABEZADO.
004310     MOVE ID-REM    TO ID-TIT-HR COD-PACI.
004320     MOVE FOLIO-REM TO FOLIO-TIT-HR.
004330     MOVE LIN-TITULO-HR TO LIN-HOJAREM.
004340     PERFORM ESCRIBIR-LINEA.
004350     MOVE SPACES TO NOMBRE-HR SEXO-HR TELEFONO-HR.
004360     MOVE 0      TO FECHA-NAC-HR EDAD-HR.
004370     MOVE EPS-REM TO EPS-HR.
004380     OPEN INPUT ARCHIVO-PACIENTES.
004390     IF OTR-STAT = "00"
004400        READ ARCHIVO-PACIENTES
004410             INVALID KEY CONTINUE
004420             NOT INVALID KEY
004430                 MOVE DESCRIP-PACI   TO NOMBRE-HR
004440                 MOVE SEXO-PACI      TO SEXO-HR
004450                 MOVE TELEFONO-PACI  TO TELEFONO-HR
004460                 MOVE FECHA-NAC-PACI TO FECHA-NAC-HR
004470        END-READ
004480        CLOSE ARCHIVO-PACIENTES
004490     END-IF.
004500     OPEN INPUT HISTORIA-CLINICA.
004510     IF OTR-STAT = "00"
004520        MOVE ID-REM    TO ID-HC
004530        MOVE FOLIO-REM TO FOLIO-HC
004540        READ HISTORIA-CLINICA
004550             INVALID KEY CONTINUE
004560             NOT INVALID KEY MOVE EDAD-HC TO EDAD-HR
004570        END-READ
004580        CLOSE HISTORIA-CLINICA
004590     END-IF.
004600     MOVE LIN-PACIENTE-HR TO LIN-HOJAREM.
004610     PERFORM ESCRIBIR-LINEA.
004620     MOVE LIN-NACIM-HR TO LIN-HOJAREM.
004630     PERFORM ESCRIBIR-LINEA.
004640     MOVE FECHA-DECISION-REM TO FECHA-DEC-HR.
004650     MOVE HORA-DECISION-REM  TO HORA-DEC-HR.
004660     MOVE MEDICO-REM         TO MEDICO-HR.
004670     MOVE LIN-DECISION-HR    TO LIN-HOJAREM.
004680     PERFORM ESCRIBIR-LINEA.
004690     MOVE MOTIVO-REM    TO MOTIVO-HR.
004700     MOVE LIN-MOTIVO-HR TO LIN-HOJAREM.
004710     PERFORM ESCRIBIR-LINEA.
004720     MOVE CIE-REM    TO CIE-HR.
004730     MOVE ESPEC-REM  TO ESPEC-HR.
004740     MOVE NIVEL-REM  TO NIVEL-HR.
004750     MOVE LIN-CIE-HR TO LIN-HOJAREM.
004760     PERFORM ESCRIBIR-LINEA.
004770     MOVE IPS-ACEPTA-REM   TO IPS-HR.
004780     MOVE NOMBRE-IPS-REM   TO NOMBRE-IPS-HR.
004790     MOVE FECHA-ACEPTA-REM TO FECHA-ACEPTA-HR.
004800     MOVE HORA-ACEPTA-REM  TO HORA-ACEPTA-HR.
004810     MOVE LIN-DESTINO-HR   TO LIN-HOJAREM.
004820     PERFORM ESCRIBIR-LINEA.
004830     MOVE NRO-CRUE-REM   TO CRUE-HR.
004840     MOVE AMBULANCIA-REM TO AMBULANCIA-HR.
004850     MOVE LIN-CRUE-HR    TO LIN-HOJAREM.
004860     PERFORM ESCRIBIR-LINEA.

      *=================================================================
      * IPS CONTACTADAS
      *=================================================================
004870 ESCRIBIR-CONTACTOS.
004880     MOVE "IPS CONTACTADAS" TO SECCION-HR.
004890     PERFORM ESCRIBIR-SECCION.
004900     OPEN INPUT ARCHIVO-REM-CONTACTO.
004910     IF OTR-STAT = "00"
004920        MOVE 0         TO SW-FIN-DET-W
004930        MOVE ID-REM    TO ID-RCON
004940        MOVE FOLIO-REM TO FOLIO-RCON
004950        MOVE 0         TO SECU-RCON
004960        START ARCHIVO-REM-CONTACTO KEY IS >= LLAVE-RCON
004970              INVALID KEY MOVE 1 TO SW-FIN-DET-W
004980        END-START
004990        PERFORM ESCRIBIR-UN-CONTACTO UNTIL SW-FIN-DET-W = 1
005000        CLOSE ARCHIVO-REM-CONTACTO
005010     END-IF.
005020     PERFORM SIN-REGISTROS.

005030 ESCRIBIR-UN-CONTACTO.
005040     READ ARCHIVO-REM-CONTACTO NEXT
005050          AT END MOVE 1 TO SW-FIN-DET-W
005060     END-READ.
005070     IF SW-FIN-DET-W = 0
005080        IF ID-RCON NOT = ID-REM OR FOLIO-RCON NOT = FOLIO-REM
005090           MOVE 1 TO SW-FIN-DET-W
005100        ELSE
005110           MOVE FECHA-RCON      TO FECHA-CON-HR
005120           MOVE HORA-RCON       TO HORA-CON-HR
005130           MOVE IPS-RCON        TO IPS-CON-HR
005140           MOVE NOMBRE-IPS-RCON TO NOMBRE-CON-HR
005150           EVALUATE TRUE
005160              WHEN RCON-ACEPTA
005170                 MOVE "ACEPTA" TO RESPUESTA-CON-HR
005180              WHEN RCON-RECHAZA
005190                 MOVE "RECHAZA" TO RESPUESTA-CON-HR
005200              WHEN RCON-SIN-CAMA
005210                 MOVE "SIN CAMA" TO RESPUESTA-CON-HR
005220              WHEN OTHER
005230                 MOVE "PENDIENTE" TO RESPUESTA-CON-HR
005240           END-EVALUATE
005250           MOVE LIN-CONTACTO-HR TO LIN-HOJAREM
005260           PERFORM ESCRIBIR-LINEA
005270           ADD 1 TO TOT-LINEAS-W
005280        END-IF
005290     END-IF.

      *=================================================================
      * ALERGIAS Y PROBLEMAS ACTIVOS
      *=================================================================
005300 ESCRIBIR-ALERGIAS.
005310     MOVE "ALERGIAS ACTIVAS" TO SECCION-HR.
005320     PERFORM ESCRIBIR-SECCION.
005330     OPEN INPUT ARCHIVO-ALERGIAS.
005340     IF OTR-STAT = "00"
005350        MOVE 0      TO SW-FIN-DET-W
005360        MOVE ID-REM TO PACI-ALERG
005370        MOVE 0      TO SECUEN-ALERG
005380        START ARCHIVO-ALERGIAS KEY IS >= LLAVE-ALERG
005390              INVALID KEY MOVE 1 TO SW-FIN-DET-W
005400        END-START
005410        PERFORM ESCRIBIR-UNA-ALERGIA UNTIL SW-FIN-DET-W = 1
005420        CLOSE ARCHIVO-ALERGIAS
005430     END-IF.
005440     PERFORM SIN-REGISTROS.

005450 ESCRIBIR-UNA-ALERGIA.
005460     READ ARCHIVO-ALERGIAS NEXT
005470          AT END MOVE 1 TO SW-FIN-DET-W
005480     END-READ.
005490     IF SW-FIN-DET-W = 0
005500        IF PACI-ALERG NOT = ID-REM
005510           MOVE 1 TO SW-FIN-DET-W
005520        ELSE
005530           IF ALERGIA-ACTIVA
005540              MOVE SUSTANCIA-ALERG TO SUSTANCIA-HR
005550              MOVE GRUPO-ALERG     TO GRUPO-HR
005560              MOVE SEVERIDAD-ALERG TO SEVERIDAD-HR
005570              MOVE REACCION-ALERG  TO REACCION-HR
005580              MOVE LIN-ALERGIA-HR  TO LIN-HOJAREM
005590              PERFORM ESCRIBIR-LINEA
005600              ADD 1 TO TOT-LINEAS-W
005610           END-IF
005620        END-IF
005630     END-IF.

005640 ESCRIBIR-PROBLEMAS.
005650     MOVE "PROBLEMAS ACTIVOS (CIE-10)" TO SECCION-HR.
005660     PERFORM ESCRIBIR-SECCION.
005670     OPEN INPUT ARCHIVO-PROBLEMAS.
005680     IF OTR-STAT = "00"
005690        MOVE 0      TO SW-FIN-DET-W
005700        MOVE ID-REM TO PACI-PROB
005710        MOVE SPACES TO CIE-PROB
005720        START ARCHIVO-PROBLEMAS KEY IS >= LLAVE-PROB
005730              INVALID KEY MOVE 1 TO SW-FIN-DET-W
005740        END-START
005750        PERFORM ESCRIBIR-UN-PROBLEMA UNTIL SW-FIN-DET-W = 1
005760        CLOSE ARCHIVO-PROBLEMAS
005770     END-IF.
005780     PERFORM SIN-REGISTROS.

005790 ESCRIBIR-UN-PROBLEMA.
005800     READ ARCHIVO-PROBLEMAS NEXT
005810          AT END MOVE 1 TO SW-FIN-DET-W
005820     END-READ.
005830     IF SW-FIN-DET-W = 0
005840        IF PACI-PROB NOT = ID-REM
005850           MOVE 1 TO SW-FIN-DET-W
005860        ELSE
005870           IF PROBLEMA-ACTIVO
005880              MOVE CIE-PROB           TO CIE-PROB-HR
005890              MOVE FECHA-PRIMERA-PROB TO FECHA-PROB-HR
005900              MOVE LIN-PROBLEMA-HR    TO LIN-HOJAREM
005910              PERFORM ESCRIBIR-LINEA
005920              ADD 1 TO TOT-LINEAS-W
005930           END-IF
005940        END-IF
005950     END-IF.

      *=================================================================
      * MEDICAMENTOS QUE RECIBE: EL ARCHIVO NO TIENE LLAVE POR
      * PACIENTE, SE RECORRE COMPLETO COMO EN HC147
      *=================================================================
005960 ESCRIBIR-MEDICAMENTOS.
005970     MOVE "MEDICAMENTOS QUE RECIBE" TO SECCION-HR.
005980     PERFORM ESCRIBIR-SECCION.
005990     OPEN INPUT ARCHIVO-FORMULA-ORD.
006000     IF OTR-STAT = "00"
006010        MOVE 0          TO SW-FIN-DET-W
006020        MOVE LOW-VALUES TO LLAVE-ORD
006030        START ARCHIVO-FORMULA-ORD KEY IS >= LLAVE-ORD
006040              INVALID KEY MOVE 1 TO SW-FIN-DET-W
006050        END-START
006060        PERFORM ESCRIBIR-UN-MEDICAMENTO UNTIL SW-FIN-DET-W = 1
006070        CLOSE ARCHIVO-FORMULA-ORD
006080     END-IF.
006090     PERFORM SIN-REGISTROS.

006100 ESCRIBIR-UN-MEDICAMENTO.
006110     READ ARCHIVO-FORMULA-ORD NEXT
006120          AT END MOVE 1 TO SW-FIN-DET-W
006130     END-READ.
006140     IF SW-FIN-DET-W = 0
006150        IF PACI-ORD = ID-REM
006160           AND FECHA-STOP-ORD = 0
006170           AND FECHA-VENCE-ORD >= FECHA-DECISION-REM
006180           MOVE COD-ART-ORD          TO ART-HR
006190           MOVE DESCRIP-ORD          TO DESCRIP-ORD-HR
006200           MOVE FRECUENCIA-HORAS-ORD TO FRECUENCIA-HR
006210           MOVE LIN-MEDICAMENTO-HR   TO LIN-HOJAREM
006220           PERFORM ESCRIBIR-LINEA
006230           ADD 1 TO TOT-LINEAS-W
006240        END-IF
006250     END-IF.

      *=================================================================
      * ULTIMOS SIGNOS VITALES
      *=================================================================
006260 ESCRIBIR-SIGNOS.
006270     MOVE "ULTIMOS SIGNOS VITALES" TO SECCION-HR.
006280     PERFORM ESCRIBIR-SECCION.
006290     MOVE 0 TO SW-HAY-SIGNOS-W.
006300     INITIALIZE SIGNOS-ULT-W.
006310     OPEN INPUT EVOLUCION-HISTORIA.
006320     IF OTR-STAT = "00"
006330        MOVE 0          TO SW-FIN-DET-W
006340        MOVE ID-REM     TO ID-EVO
006350        MOVE LOW-VALUES TO FOLIO-EVO
006360        START EVOLUCION-HISTORIA KEY IS >= LLAVE-EVO
006370              INVALID KEY MOVE 1 TO SW-FIN-DET-W
006380        END-START
006390        PERFORM BUSCAR-SIGNOS UNTIL SW-FIN-DET-W = 1
006400        CLOSE EVOLUCION-HISTORIA
006410     END-IF.
006420     IF SW-HAY-SIGNOS-W = 1
006430        MOVE FECHA-SIG-W TO FECHA-SIG-HR
006440        MOVE HORA-SIG-W  TO HORA-SIG-HR
006450        MOVE TENS1-SIG-W TO TAS-HR
006460        MOVE TENS2-SIG-W TO TAD-HR
006470        MOVE FCARD-SIG-W TO FC-HR
006480        MOVE FRESP-SIG-W TO FR-HR
006490        MOVE TEMP-SIG-W  TO TEMP-HR
006500        MOVE PESO-SIG-W  TO PESO-HR
006510        MOVE GLUCO-SIG-W TO GLUCO-HR
006520        MOVE LIN-SIGNOS-HR TO LIN-HOJAREM
006530        PERFORM ESCRIBIR-LINEA
006540        ADD 1 TO TOT-LINEAS-W
006550     END-IF.
006560     PERFORM SIN-REGISTROS.

006570 BUSCAR-SIGNOS.
006580     READ EVOLUCION-HISTORIA NEXT
006590          AT END MOVE 1 TO SW-FIN-DET-W
006600     END-READ.
006610     IF SW-FIN-DET-W = 0
006620        IF ID-EVO NOT = ID-REM
006630           MOVE 1 TO SW-FIN-DET-W
006640        ELSE
006650           IF (FCARD-EVO > 0 OR TENS1-EVO > 0)
006660              AND (FECHA-EVO > FECHA-SIG-W
006670                   OR (FECHA-EVO = FECHA-SIG-W
006680                       AND HORA-EVO >= HORA-SIG-W))
006690              MOVE 1           TO SW-HAY-SIGNOS-W
006700              MOVE FECHA-EVO   TO FECHA-SIG-W
006710              MOVE HORA-EVO    TO HORA-SIG-W
006720              MOVE PESO-EVO    TO PESO-SIG-W
006730              MOVE TALLA-EVO   TO TALLA-SIG-W
006740              MOVE TEMP-EVO    TO TEMP-SIG-W
006750              MOVE FCARD-EVO   TO FCARD-SIG-W
006760              MOVE FRESP-EVO   TO FRESP-SIG-W
006770              MOVE TENS1-EVO   TO TENS1-SIG-W
006780              MOVE TENS2-EVO   TO TENS2-SIG-W
006790              MOVE GLUCOMETRIA-EVO TO GLUCO-SIG-W
006800           END-IF
006810        END-IF
006820     END-IF.

      *=================================================================
      * RESUMEN DE LA EPICRISIS SI YA FUE GENERADA
      *=================================================================
006830 ESCRIBIR-EPICRISIS.
006840     OPEN INPUT ARCHIVO-EPICRISIS.
006850     IF OTR-STAT = "00"
006860        MOVE ID-REM    TO ID-EPIC
006870        MOVE FOLIO-REM TO FOLIO-EPIC
006880        READ ARCHIVO-EPICRISIS
006890             INVALID KEY CONTINUE
006900             NOT INVALID KEY PERFORM ESCRIBIR-RESUMEN-EPIC
006910        END-READ
006920        CLOSE ARCHIVO-EPICRISIS
006930     END-IF.

006940 ESCRIBIR-RESUMEN-EPIC.
006950     MOVE "RESUMEN DE LA ATENCION" TO SECCION-HR.
006960     PERFORM ESCRIBIR-SECCION.
006970     MOVE RESUMEN-INGRESO-EPIC (1: 97)   TO TEXTO-HR.
006980     MOVE LIN-TEXTO-HR TO LIN-HOJAREM.
006990     PERFORM ESCRIBIR-LINEA.
007000     MOVE RESUMEN-INGRESO-EPIC (98: 97)  TO TEXTO-HR.
007010     MOVE LIN-TEXTO-HR TO LIN-HOJAREM.
007020     PERFORM ESCRIBIR-LINEA.
007030     MOVE RESUMEN-EVOL-EPIC (1: 97)      TO TEXTO-HR.
007040     MOVE LIN-TEXTO-HR TO LIN-HOJAREM.
007050     PERFORM ESCRIBIR-LINEA.
007060     MOVE RESUMEN-EVOL-EPIC (98: 97)     TO TEXTO-HR.
007070     MOVE LIN-TEXTO-HR TO LIN-HOJAREM.
007080     PERFORM ESCRIBIR-LINEA.
