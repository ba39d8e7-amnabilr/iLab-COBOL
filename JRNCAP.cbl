      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Subprogram bersama cap jejak jurnal stok: tiap
      *           program yang menulis baris stokjrnl.dat memanggil ke
      *           sini tepat sebelum WRITE, dan JR-JAM (jam posting
      *           HHMMSSss) serta JR-OPERATOR (ID sesi OPR-SES, spasi
      *           untuk run batch di luar menu) terisi -- bahan MUT-AUD
      *           untuk mutasi di luar jam kerja dan operator yang
      *           tidak biasa membukukan jenis itu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. JRN-CAP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
       01 WS-OPR-LEVEL            PIC 9(01).

       LINKAGE SECTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 LK-JAM                  PIC 9(08).
       01 LK-OPERATOR             PIC X(08).

       PROCEDURE DIVISION USING LK-JAM, LK-OPERATOR.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT LK-JAM FROM TIME.
           CALL 'OPR-SES' USING LK-OPERATOR, WS-OPR-LEVEL.
       9999-EXIT.
           GOBACK.
