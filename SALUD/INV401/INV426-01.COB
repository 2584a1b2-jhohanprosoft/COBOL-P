      * PO -> 02/09/2026 PABLO OLGUIN - REG-ART IGUALADO CON
      *         INV426 (SC-ARTIC.DAT, 126 POSICIONES): LA VISTA
      *         RECORTADA SE RELLENA CON FILLER AL FINAL.
      * PO -> 15/10/2026 PABLO OLGUIN - REG-RKIT CON EL LOTE
      *         ASIGNADO A LA CANASTA (COD-LTF-RKIT, VER INV426).
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INV426-01.
000030 ENVIRONMENT DIVISION.
000360     02 CANT-RKIT               PIC 9(5)V99.
000370     02 PACI-RKIT               PIC X(15).
000380     02 COD-KIT-RKIT            PIC X(8).
000385     02 COD-LTF-RKIT            PIC X(10).

000390 FD  MAESTRO-ARTICULOS
000400     LABEL RECORD STANDARD.
