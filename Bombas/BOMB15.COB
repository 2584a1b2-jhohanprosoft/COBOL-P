      *         BOMB24: PUNTOS-GALON-COMBU (TASA DE ACUMULACION DEL
      *         PROGRAMA DE LEALTAD POR PRODUCTO) AGREGADO AL FINAL
      *         DEL REGISTRO.
      * PO -> 15/10/2026 PABLO OLGUIN - CIERRE DEL PEDIDO AL MAYORISTA:
      *         AL RECIBIR, LA LINEA EN FIRME MAS ANTIGUA DEL PRODUCTO
      *         EN ARCHIVO-PEDIDO-COMB (BOMB26) QUEDA RECIBIDA CON LOS
      *         GALONES BRUTOS Y NETOS, LA FACTURA Y EL TICKET, Y DEJA
      *         DE CONTAR COMO PRODUCTO EN CAMINO.
      * PO -> 15/10/2026 PABLO OLGUIN - VALOR DE LA FACTURA DEL
      *         PROVEEDOR (VALOR-FACT-LNK) GUARDADO EN EL TANQUEO
      *         (VALOR-FACT-TANQUEO, AL FINAL DEL REGISTRO): CON LOS
      *         GALONES FACTURADOS DA EL COSTO POR GALON DEL MES PARA
      *         EL MARGEN DE COMBUSTIBLE DE LOS INDICADORES
      *         GERENCIALES (CON136).
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOMB15.
000030 ENVIRONMENT DIVISION.
000220            WITH DUPLICATES
000230         FILE STATUS IS OTR-STAT.

000231     SELECT ARCHIVO-PEDIDO-COMB LOCK MODE IS AUTOMATIC
000232         ASSIGN NOM-PEDCOMB-W
000233         ORGANIZATION IS INDEXED
000234         ACCESS MODE IS DYNAMIC
000235         RECORD KEY IS LLAVE-PED
000236         ALTERNATE RECORD KEY IS TANQUE-PED WITH DUPLICATES
000237         FILE STATUS IS OTR-STAT.

000240 DATA DIVISION.
000250 FILE SECTION.

000310     02 DESCRIP-COMBU           PIC X(20).
000320     02 PRECIO-COMBU            PIC 9(5)V99.
000330     02 SALDO-GALONES-COMBU     PIC 9(9)V99.
000331     02 PUNTOS-GALON-COMBU      PIC 9(3)V99.

000340 FD  ARCHIVO-TANQUEO
000350     LABEL RECORD STANDARD.
000430     02 TICKET-CARROTQ-TANQUEO  PIC X(15).
000440     02 GALONES-RECIBE-TANQUEO  PIC 9(7)V99.
000450     02 USUARIO-TANQUEO         PIC X(4).
000451     02 TEMP-OBS-TANQUEO        PIC 9(3)V9.
000452     02 API-TANQUEO             PIC 9(2)V9.
000453     02 GALONES-NETOS-TANQUEO   PIC 9(7)V99.
000454     02 GALONES-FACT-TANQUEO    PIC 9(7)V99.
000455     02 VALOR-FACT-TANQUEO      PIC 9(11)V99.

000456 FD  ARCHIVO-PEDIDO-COMB
000457     LABEL RECORD STANDARD.
000458 01  REG-PED.
000459     02 LLAVE-PED.
000460        03 NRO-PED              PIC 9(6).
000461        03 TANQUE-PED           PIC X(4).
000462     02 FECHA-PED               PIC 9(8).
000463     02 FECHA-ENTREGA-PED       PIC 9(8).
000464     02 PROVEEDOR-PED           PIC X(30).
000465     02 COD-CARRO-PED           PIC X(6).
000466     02 GALONES-PED             PIC 9(7)V99.
000467     02 COMP-PED                PIC 9 OCCURS 6.
000468     02 ESTADO-PED              PIC X.
000469        88 PEDIDO-EN-FIRME      VALUE "P".
000470     02 FECHA-APRUEBA-PED       PIC 9(8).
000471     02 GALONES-RECIBE-PED      PIC 9(7)V99.
000472     02 GALONES-NETOS-PED       PIC 9(7)V99.
000473     02 FECHA-RECIBE-PED        PIC 9(8).
000474     02 FACTURA-PROV-PED        PIC X(15).
000475     02 TICKET-CARROTQ-PED      PIC X(15).
000476     02 USUARIO-PED             PIC X(4).
000477     02 FILLER                  PIC X(20).

000478 WORKING-STORAGE SECTION.

000479 77  NOM-COMBU-W                PIC X(50)
000480     VALUE "D:\progelect\DATOS\SC-ARCHCOMB.DAT".
000490 77  NOM-TANQUEO-W              PIC X(50)
000500     VALUE "D:\progelect\DATOS\SC-ARCHTANQ.DAT".
000512 77  FACTOR-CORR-W              PIC 9V9(5) VALUE 1.
000514 77  COEF-API-W                 PIC 9V9(5) VALUE 0.
000516 77  GALONES-NETOS-W            PIC 9(7)V99 VALUE 0.
000517 77  NOM-PEDCOMB-W              PIC X(50)
000518     VALUE "D:\progelect\DATOS\SC-PEDCOMB.DAT".
000519 77  SW-FIN-PED-W               PIC 9 VALUE 0.

000520 LINKAGE SECTION.
000530 01  LLAVE-COMB-LNK             PIC X(4).
000572 01  TEMP-OBS-LNK               PIC 9(3)V9.
000574 01  API-LNK                    PIC 9(2)V9.
000576 01  GALONES-FACT-LNK           PIC 9(7)V99.
000577 01  VALOR-FACT-LNK             PIC 9(11)V99.
000580 01  USUARIO-LNK                PIC X(4).
000582 01  GALONES-NETOS-LNK          PIC 9(7)V99.
000590 01  RESULT-TANQUEO-LNK         PIC X.
000630                          FACTURA-PROV-LNK TICKET-CARROTQ-LNK
000640                          GALONES-RECIBE-LNK TEMP-OBS-LNK
000642                          API-LNK GALONES-FACT-LNK
000643                          VALOR-FACT-LNK
000644                          USUARIO-LNK GALONES-NETOS-LNK
000650                          RESULT-TANQUEO-LNK.

000710        IF TANQUEO-OK
000720           PERFORM GRABAR-TANQUEO
000725           MOVE GALONES-NETOS-W TO GALONES-NETOS-LNK
000726           PERFORM CERRAR-PEDIDO
000730        END-IF
000740     END-IF.
000750     PERFORM CERRAR-ARCHIVOS.
000770     COMPUTE GALONES-NETOS-W ROUNDED =
000771         GALONES-RECIBE-LNK * FACTOR-CORR-W.

000772 ABRIR-ARCHIVOS.
000780     OPEN I-O ARCHIVO-COMBUSTIBLES.
000790     OPEN I-O ARCHIVO-TANQUEO.
000800     IF OTR-STAT = "35"
001044     MOVE API-LNK             TO API-TANQUEO.
001046     MOVE GALONES-NETOS-W     TO GALONES-NETOS-TANQUEO.
001048     MOVE GALONES-FACT-LNK    TO GALONES-FACT-TANQUEO.
001049     MOVE VALOR-FACT-LNK      TO VALOR-FACT-TANQUEO.
001050     MOVE USUARIO-LNK         TO USUARIO-TANQUEO.
001060     WRITE REG-TANQUEO.

      * EL ALTERNO POR PRODUCTO DEVUELVE LAS LINEAS EN ORDEN DE
      * GRABACION: LA PRIMERA EN FIRME ES EL PEDIDO MAS ANTIGUO.
001061 CERRAR-PEDIDO.
001062     OPEN I-O ARCHIVO-PEDIDO-COMB.
001063     IF OTR-STAT = "00"
001064        MOVE 0 TO SW-FIN-PED-W
001065        MOVE LLAVE-COMB-LNK TO TANQUE-PED
001066        START ARCHIVO-PEDIDO-COMB KEY IS = TANQUE-PED
001067              INVALID KEY MOVE 1 TO SW-FIN-PED-W
001068        END-START
001069        PERFORM BUSCAR-PEDIDO-FIRME UNTIL SW-FIN-PED-W = 1
001070        CLOSE ARCHIVO-PEDIDO-COMB
001071     END-IF.

001072 BUSCAR-PEDIDO-FIRME.
001073     READ ARCHIVO-PEDIDO-COMB NEXT
001074          AT END MOVE 1 TO SW-FIN-PED-W
001075     END-READ.
001076     IF SW-FIN-PED-W = 0
001077        IF TANQUE-PED NOT = LLAVE-COMB-LNK
001078           MOVE 1 TO SW-FIN-PED-W
001079        ELSE
001080           IF PEDIDO-EN-FIRME
001081              MOVE "R"                TO ESTADO-PED
001082              MOVE GALONES-RECIBE-LNK TO GALONES-RECIBE-PED
001083              MOVE GALONES-NETOS-W    TO GALONES-NETOS-PED
001084              MOVE FECHA-TANQUEO      TO FECHA-RECIBE-PED
001085              MOVE FACTURA-PROV-LNK   TO FACTURA-PROV-PED
001086              MOVE TICKET-CARROTQ-LNK TO TICKET-CARROTQ-PED
001087              REWRITE REG-PED INVALID KEY CONTINUE END-REWRITE
001088              MOVE 1 TO SW-FIN-PED-W
001089           END-IF
001090        END-IF
001091     END-IF.

001092 CERRAR-ARCHIVOS.
001093     CLOSE ARCHIVO-COMBUSTIBLES ARCHIVO-TANQUEO.
