001200*           Laporan menandai dean's list (IPS >= 3.50)
001300*           dan percobaan akademik (IPS < 2.00) -- menggantikan
001400*           hitungan tangan registrar yang selalu disengketakan.
001410*           9999-EXIT GOBACK (RETURN-CODE 0) supaya bisa di-CALL
001420*           driver tutup term TUTUP-TERM.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY GBKSEL.
002900     COPY GBHSEL.
003200     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
003300     ORGANIZATION IS LINE SEQUENTIAL
003400     FILE STATUS IS IP-FS.
004100     FILE STATUS IS RS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400     COPY GBKFD.
005700     COPY GBHFD.
005900 FD IPK-FILE.
006000 01 IPK-RECORD.
006100     02 IP-NPM             PIC X(08).
015100 PROCEDURE DIVISION.
015200*-----------------------------------------------------------------
015300 0000-MAINLINE.
015310     MOVE 0 TO RETURN-CODE.
015400     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
015500     ACCEPT WS-JAM-RUN FROM TIME.
015600     MOVE SPACES TO WS-RPT-NAMA.
021500     EXIT.
021600
021700 1100-SATU-RIWAYAT.
021800     READ GRADE-HIST NEXT RECORD
021900         AT END MOVE 'Y' TO WS-EOF-SW
022000     END-READ.
022100     IF WS-EOF
023200     EXIT.
023300
023400 1200-SATU-GRADEBOOK.
023500     READ GRADEBOOK NEXT RECORD
023600         AT END MOVE 'Y' TO WS-EOF-SW
023700     END-READ.
023800     IF WS-EOF
042500
042600*-----------------------------------------------------------------
042700 9999-EXIT.
042800     GOBACK.
