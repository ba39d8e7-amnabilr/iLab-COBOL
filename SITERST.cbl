002800     COPY DEPTSEL.
002900     COPY GDGSEL.
003000     COPY MKSEL.
003100     COPY GBKSEL.
003400     SELECT SALINAN-IN ASSIGN TO DYNAMIC WS-SALINAN-NAMA
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS SA-FS.
004900     COPY DEPTFD.
005000     COPY GDGFD.
005100     COPY MKFD.
005200     COPY GBKFD.
005400 FD SALINAN-IN.
005500 01 SALINAN-LINE           PIC X(120).
005600 FD MANIFEST-IN.
026400         UNTIL WS-SALIN-EOF.
026500     CLOSE STOK-JURNAL.
026600     ADD 1 TO WS-JML-PULIH.
026650     DISPLAY 'stokjrnl DIPULIHKAN, JALANKAN STK-RKB UNTUK'
026660         ' MEMBANGUN ULANG REKAP BULANAN stokrkp.dat'.
026700 2000-JURNAL-EXIT.
026800     EXIT.
026900
