      *=================================================================
      * TARIFAS CUPS - PAQUETES POR EVENTO CONTRATADOS CON LA ENTIDAD
      * PO -> 15/10/2026 PABLO OLGUIN - CREACION
      * VARIAS EPS PAGAN UN VALOR FIJO POR EVENTO (CESAREA,
      * APENDICECTOMIA, CATARATA...) CON TODO INCLUIDO. ARCHIVO-
      * PAQUETES GUARDA, POR ENTIDAD Y CODIGO DE PAQUETE, CON UN TIPO
      * DE REGISTRO EN LA LLAVE:
      * "H" - EL ENCABEZADO: DESCRIPCION, PRECIO DEL PAQUETE, ESTANCIA
      *       MAXIMA EN DIAS QUE CUBRE (CERO = SIN LIMITE) Y EL CUPS
      *       CON QUE SE FACTURA LA LINEA UNICA DEL PAQUETE.
      * "C" - UN CUPS INCLUIDO EN EL PAQUETE.
      * "G" - UN GRUPO DE ARTICULOS INCLUIDO: TIPO + GRUPO, LAS TRES
      *       PRIMERAS POSICIONES DEL CODIGO DEL ARTICULO.
      * LO QUE NO ESTA INCLUIDO SE COBRA APARTE, ENCIMA DEL PAQUETE.
      * MODO "H" - GRABA EL ENCABEZADO DEL PAQUETE.
      * MODO "C" - INCLUYE UN CUPS EN EL PAQUETE.
      * MODO "G" - INCLUYE UN GRUPO DE ARTICULOS EN EL PAQUETE.
      * MODO "B" - BORRA UN CUPS ("C") O UN GRUPO ("G") DEL PAQUETE,
      *            SEGUN TIPO-ITEM-PAQ-LNK.
      * MODO "Q" - CONSULTA EL ENCABEZADO DEL PAQUETE.
      * LA ASIGNACION DEL PAQUETE AL INGRESO LA HACE SER108-40.
      *=================================================================
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SAL718J.
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. PROSOFT.
000060 OBJECT-COMPUTER. PROSOFT.
000070 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.

000090     SELECT ARCHIVO-PAQUETES LOCK MODE IS AUTOMATIC
000100         ASSIGN NOM-PAQUETE-W
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS LLAVE-PAQ
000140         FILE STATUS IS OTR-STAT.

000150 DATA DIVISION.
000160 FILE SECTION.

000170 FD  ARCHIVO-PAQUETES
000180     LABEL RECORD STANDARD.
000190 01  REG-PAQ.
000200     02 LLAVE-PAQ.
000210        03 ENTIDAD-PAQ          PIC X(6).
000220        03 COD-PAQ              PIC X(6).
000230        03 TIPO-REG-PAQ         PIC X.
000240           88 PAQ-ENCABEZADO    VALUE "H".
000250           88 PAQ-CUP           VALUE "C".
000260           88 PAQ-GRUPO-ART     VALUE "G".
000270        03 ITEM-PAQ             PIC X(12).
000280     02 DATOS-PAQ               PIC X(80).
000290     02 DATOS-ENC-PAQ REDEFINES DATOS-PAQ.
000300        03 DESCRIP-PAQ          PIC X(40).
000310        03 PRECIO-PAQ           PIC 9(9)V99.
000320        03 DIAS-MAX-PAQ         PIC 9(3).
000330        03 CUP-FACT-PAQ         PIC X(12).
000340        03 FILLER               PIC X(14).

000350 WORKING-STORAGE SECTION.

000360 77  NOM-PAQUETE-W              PIC X(60)
000370     VALUE "D:\progelect\DATOS\SC-PAQUETES.DAT".
000380 77  OTR-STAT                   PIC XX.

000390 LINKAGE SECTION.
000400 01  MODO-LNK                   PIC X.
000410     88 MODO-ENCABEZADO         VALUE "H".
000420     88 MODO-CUP                VALUE "C".
000430     88 MODO-GRUPO              VALUE "G".
000440     88 MODO-BORRAR             VALUE "B".
000450     88 MODO-CONSULTAR          VALUE "Q".
000460 01  DATOS-PAQ-LNK.
000470     02 ENTIDAD-PAQ-LNK         PIC X(6).
000480     02 COD-PAQ-LNK             PIC X(6).
000490     02 DESCRIP-PAQ-LNK         PIC X(40).
000500     02 PRECIO-PAQ-LNK          PIC 9(9)V99.
000510     02 DIAS-MAX-PAQ-LNK        PIC 9(3).
000520     02 CUP-FACT-PAQ-LNK        PIC X(12).
000530     02 TIPO-ITEM-PAQ-LNK       PIC X.
000540     02 ITEM-PAQ-LNK            PIC X(12).
000550 01  RESULT-LNK                 PIC X.
000560     88 PAQUETE-OK              VALUE "S".
000570     88 PAQUETE-NO-EXISTE       VALUE "X".
000580     88 PAQUETE-NO-OK           VALUE "N".

000590 PROCEDURE DIVISION USING MODO-LNK DATOS-PAQ-LNK RESULT-LNK.

000600 MAINLINE.
000610     MOVE "N" TO RESULT-LNK.
000620     PERFORM ABRIR-ARCHIVO.
000630     EVALUATE TRUE
000640        WHEN MODO-ENCABEZADO
000650             PERFORM GRABAR-ENCABEZADO THRU FIN-GRABAR-ENCABEZADO
000660        WHEN MODO-CUP
000670             MOVE "C" TO TIPO-ITEM-PAQ-LNK
000680             PERFORM GRABAR-ITEM THRU FIN-GRABAR-ITEM
000690        WHEN MODO-GRUPO
000700             MOVE "G" TO TIPO-ITEM-PAQ-LNK
000710             PERFORM GRABAR-ITEM THRU FIN-GRABAR-ITEM
000720        WHEN MODO-BORRAR
000730             PERFORM BORRAR-ITEM
000740        WHEN MODO-CONSULTAR
000750             PERFORM CONSULTAR-PAQUETE
000760     END-EVALUATE.
000770     CLOSE ARCHIVO-PAQUETES.
000780     EXIT PROGRAM.

000790 ABRIR-ARCHIVO.
000800     OPEN I-O ARCHIVO-PAQUETES.
000810     IF OTR-STAT = "35"
000820        OPEN OUTPUT ARCHIVO-PAQUETES
000830        CLOSE ARCHIVO-PAQUETES
000840        OPEN I-O ARCHIVO-PAQUETES
000850     END-IF.

000860 GRABAR-ENCABEZADO.
000870     IF ENTIDAD-PAQ-LNK = SPACES OR COD-PAQ-LNK = SPACES
000880        OR PRECIO-PAQ-LNK = 0
000890        GO TO FIN-GRABAR-ENCABEZADO
000900     END-IF.
000910     INITIALIZE REG-PAQ.
000920     MOVE ENTIDAD-PAQ-LNK  TO ENTIDAD-PAQ.
000930     MOVE COD-PAQ-LNK      TO COD-PAQ.
000940     MOVE "H"              TO TIPO-REG-PAQ.
000950     MOVE SPACES           TO ITEM-PAQ.
000960     MOVE DESCRIP-PAQ-LNK  TO DESCRIP-PAQ.
000970     MOVE PRECIO-PAQ-LNK   TO PRECIO-PAQ.
000980     MOVE DIAS-MAX-PAQ-LNK TO DIAS-MAX-PAQ.
000990     MOVE CUP-FACT-PAQ-LNK TO CUP-FACT-PAQ.
001000     PERFORM GRABAR-REGISTRO.

001010 FIN-GRABAR-ENCABEZADO.
001020     EXIT.

      * UN CUPS O GRUPO SOLO SE INCLUYE EN UN PAQUETE QUE YA TENGA
      * ENCABEZADO.
001030 GRABAR-ITEM.
001040     IF ITEM-PAQ-LNK = SPACES
001050        GO TO FIN-GRABAR-ITEM
001060     END-IF.
001070     PERFORM CONSULTAR-PAQUETE.
001080     IF NOT PAQUETE-OK
001090        GO TO FIN-GRABAR-ITEM
001100     END-IF.
001110     MOVE "N" TO RESULT-LNK.
001120     INITIALIZE REG-PAQ.
001130     MOVE ENTIDAD-PAQ-LNK   TO ENTIDAD-PAQ.
001140     MOVE COD-PAQ-LNK       TO COD-PAQ.
001150     MOVE TIPO-ITEM-PAQ-LNK TO TIPO-REG-PAQ.
001160     IF PAQ-GRUPO-ART
001170        MOVE ITEM-PAQ-LNK (1:3) TO ITEM-PAQ
001180     ELSE
001190        MOVE ITEM-PAQ-LNK       TO ITEM-PAQ
001200     END-IF.
001210     PERFORM GRABAR-REGISTRO.

001220 FIN-GRABAR-ITEM.
001230     EXIT.

001240 GRABAR-REGISTRO.
001250     REWRITE REG-PAQ
001260         INVALID KEY WRITE REG-PAQ END-WRITE
001270     END-REWRITE.
001280     MOVE "S" TO RESULT-LNK.

001290 BORRAR-ITEM.
001300     MOVE ENTIDAD-PAQ-LNK   TO ENTIDAD-PAQ.
001310     MOVE COD-PAQ-LNK       TO COD-PAQ.
001320     MOVE TIPO-ITEM-PAQ-LNK TO TIPO-REG-PAQ.
001330     MOVE ITEM-PAQ-LNK      TO ITEM-PAQ.
001340     IF PAQ-GRUPO-ART
001350        MOVE SPACES TO ITEM-PAQ (4:9)
001360     END-IF.
001370     IF PAQ-CUP OR PAQ-GRUPO-ART
001380        DELETE ARCHIVO-PAQUETES
001390            INVALID KEY MOVE "X" TO RESULT-LNK
001400            NOT INVALID KEY MOVE "S" TO RESULT-LNK
001410        END-DELETE
001420     END-IF.

001430 CONSULTAR-PAQUETE.
001440     MOVE "X"             TO RESULT-LNK.
001450     MOVE ENTIDAD-PAQ-LNK TO ENTIDAD-PAQ.
001460     MOVE COD-PAQ-LNK     TO COD-PAQ.
001470     MOVE "H"             TO TIPO-REG-PAQ.
001480     MOVE SPACES          TO ITEM-PAQ.
001490     READ ARCHIVO-PAQUETES
001500          INVALID KEY CONTINUE
001510          NOT INVALID KEY
001520             MOVE DESCRIP-PAQ  TO DESCRIP-PAQ-LNK
001530             MOVE PRECIO-PAQ   TO PRECIO-PAQ-LNK
001540             MOVE DIAS-MAX-PAQ TO DIAS-MAX-PAQ-LNK
001550             MOVE CUP-FACT-PAQ TO CUP-FACT-PAQ-LNK
001560             MOVE "S" TO RESULT-LNK
001570     END-READ.
