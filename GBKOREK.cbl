002400     ACCESS MODE IS DYNAMIC
002500     RECORD KEY IS KOR-KUNCI
002600     FILE STATUS IS KO-FS.
002700     COPY GBHSEL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD KOREKSI-FILE.
004000     02 KOR-ALASAN         PIC X(30).
004100     02 KOR-PEMINTA        PIC X(08).
004200     02 KOR-TGL-MINTA      PIC 9(08).
004300     COPY GBHFD.
005600
005700 WORKING-STORAGE SECTION.
005800 77 KO-FS                  PIC XX.
006100     88 WS-LAGI            VALUE 'Y'.
006200 77 WS-ADA-RIWAYAT-SW      PIC X.
006300     88 WS-ADA-RIWAYAT     VALUE 'Y'.
006600 77 WS-OPR-ID              PIC X(8).
006700 77 WS-OPR-LEVEL           PIC 9(1).
006800 01 WS-NPM                 PIC X(8).
013400         CLOSE GRADE-HIST
013500         GO TO 2000-EXIT
013600     END-IF.
013700     MOVE SPACES TO GH-RECORD.
013800     MOVE WS-NPM TO GH-NPM.
013900     MOVE WS-MK TO GH-MK.
014000     MOVE WS-TERM TO GH-TERM.
014100     READ GRADE-HIST
014200         NOT INVALID KEY MOVE 'Y' TO WS-ADA-RIWAYAT-SW
014300     END-READ.
014400     CLOSE GRADE-HIST.
014500 2000-EXIT.
014600     EXIT.
015700
015800*-----------------------------------------------------------------
015900 9999-EXIT.
