001800*-----------------------
001900 INPUT-OUTPUT SECTION.
002000     FILE-CONTROL.
002100     COPY GBKSEL.
002400     COPY GBHSEL.
002700     SELECT SORT-WORK ASSIGN TO 'ULANGRPT.TMP'.
002800     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002900     ORGANIZATION IS LINE SEQUENTIAL
003000     FILE STATUS IS RS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY GBKFD.
004600     COPY GBHFD.
004800 SD SORT-WORK.
004900 01 SORT-RECORD.
005000     02 SR-MK              PIC X(06).
013400     EXIT.
013500
013600 1100-SATU-HIST.
013700     READ GRADE-HIST NEXT RECORD
013800         AT END MOVE 'Y' TO WS-EOF-SW
013900     END-READ.
014000     IF WS-EOF
014800     EXIT.
014900
015000 1200-SATU-GB.
015100     READ GRADEBOOK NEXT RECORD
015200         AT END MOVE 'Y' TO WS-EOF-SW
015300     END-READ.
015400     IF WS-EOF
