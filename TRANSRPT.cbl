001100*           nilai huruf, rata-rata biasa dan rata-rata
001200*           berbobot sks, di halaman berkepala mengikuti format
001300*           ROSTER-RPT; keluaran bercap tanggal dan tercatat di
001400*           katalog rptcat.dat lewat RPT-CAT. Baris nilai
001410*           dibaca lewat START ke kunci NPM, tidak disisir.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
002530     ACCESS MODE IS DYNAMIC
002540     RECORD KEY IS TG-KUNCI
002550     FILE STATUS IS TG-FS.
002560     COPY PJMSEL.
002600     COPY GBKSEL.
002900     COPY GBHSEL.
003200     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS RS.
003660     02 TG-JUMLAH          PIC 9(09).
003670     02 TG-DIBAYAR         PIC 9(09).
003680     02 TG-STATUS          PIC X(01).
003685     02 TG-POTONGAN        PIC 9(09).
003690     COPY PJMFD.
003700     COPY GBKFD.
005000     COPY GBHFD.
005200 FD REPORT-OUT.
005300 01 REPORT-LINE            PIC X(100).
005400
006930     88 WS-TUNGGAK         VALUE 'Y'.
006940 77 WS-TG-EOF-SW           PIC X.
006950     88 WS-TG-EOF          VALUE 'Y'.
006951 77 PJ-FS                  PIC XX.
006952 77 WS-PJ-EOF-SW           PIC X.
006953     88 WS-PJ-EOF          VALUE 'Y'.
006954 77 WS-TELAT-SW            PIC X VALUE 'N'.
006955     88 WS-TELAT           VALUE 'Y'.
006956 77 WS-TGL-KINI            PIC 9(8).
006960 77 WS-JML-ROW              PIC 9(3) VALUE ZERO.
006970 77 WS-ROW-IDX              PIC 9(3).
006980 77 WS-IDX-B                PIC 9(3).
012570             ' KULIAH, SELESAIKAN LEWAT BILL-PAY'
012580         GO TO 9999-EXIT
012590     END-IF.
012591*    Tahanan pinjaman alat: transkrip juga ditahan selama masih
012592*    ada alat PJM-DESK yang lewat tempo atas NPM ini.
012593     PERFORM 1600-CEK-PINJAMAN THRU 1600-EXIT.
012594     IF WS-TELAT
012595         DISPLAY 'TRANSKRIP DITAHAN: MASIH ADA PINJAMAN ALAT'
012596             ' LEWAT TEMPO, KEMBALIKAN LEWAT PJM-DESK'
012597         GO TO 9999-EXIT
012598     END-IF.
012600     MOVE SPACES TO WS-BG-NAMA.
012700     MOVE SPACES TO WS-BG-KELAS.
012800     CALL 'BAGIAN' USING WS-BG-NAMA, WS-NPM, WS-BG-KELAS,
013100     OPEN INPUT GRADEBOOK.
013200     IF GB-FS = '00'
013300         MOVE 'N' TO WS-EOF-SW
013310         MOVE SPACES TO GB-RECORD
013320         MOVE WS-NPM TO GB-NPM
013330         MOVE LOW-VALUES TO GB-MK
013340         MOVE ZERO TO GB-TERM
013350         START GRADEBOOK KEY NOT < GB-KUNCI
013360             INVALID KEY MOVE 'Y' TO WS-EOF-SW
013370         END-START
013400         PERFORM 3000-BACA-GRADEBOOK THRU 3000-EXIT
013500             UNTIL WS-EOF
013600         CLOSE GRADEBOOK
013800     OPEN INPUT GRADE-HIST.
013900     IF GH-FS = '00'
014000         MOVE 'N' TO WS-EOF-SW
014010         MOVE SPACES TO GH-RECORD
014020         MOVE WS-NPM TO GH-NPM
014030         MOVE LOW-VALUES TO GH-MK
014040         MOVE ZERO TO GH-TERM
014050         START GRADE-HIST KEY NOT < GH-KUNCI
014060             INVALID KEY MOVE 'Y' TO WS-EOF-SW
014070         END-START
014100         PERFORM 3100-BACA-HIST THRU 3100-EXIT
014200             UNTIL WS-EOF
014300         CLOSE GRADE-HIST
015872     END-IF.
015874 1550-EXIT.
015876     EXIT.
015878
015880*-----------------------------------------------------------------
015882 1600-CEK-PINJAMAN.
015884     MOVE 'N' TO WS-TELAT-SW.
015886     OPEN INPUT PINJAM-FILE.
015888     IF PJ-FS NOT = '00'
015890         CLOSE PINJAM-FILE
015892         GO TO 1600-EXIT
015894     END-IF.
015896     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
015898     MOVE WS-NPM TO PJ-NPM.
015900     MOVE ZERO TO PJ-NO.
015902     START PINJAM-FILE KEY NOT < PJ-KUNCI
015904         INVALID KEY
015906             CLOSE PINJAM-FILE
015908             GO TO 1600-EXIT
015910     END-START.
015912     MOVE 'N' TO WS-PJ-EOF-SW.
015914     PERFORM 1650-SATU-PINJAMAN THRU 1650-EXIT
015916         UNTIL WS-PJ-EOF OR WS-TELAT.
015918     CLOSE PINJAM-FILE.
015920 1600-EXIT.
015922     EXIT.
015924
015926 1650-SATU-PINJAMAN.
015928     READ PINJAM-FILE NEXT RECORD
015930         AT END MOVE 'Y' TO WS-PJ-EOF-SW
015932     END-READ.
015934     IF WS-PJ-EOF
015936         GO TO 1650-EXIT
015938     END-IF.
015940     IF PJ-NPM NOT = WS-NPM
015942         MOVE 'Y' TO WS-PJ-EOF-SW
015944         GO TO 1650-EXIT
015946     END-IF.
015948     IF PJ-STATUS = 'P' AND PJ-TGL-TEMPO < WS-TGL-KINI
015950         MOVE 'Y' TO WS-TELAT-SW
015952     END-IF.
015954 1650-EXIT.
015956     EXIT.
015958
015960*-----------------------------------------------------------------
016000 2000-SIAPKAN-LAPORAN.
016100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
016200     ACCEPT WS-JAM-RUN FROM TIME.
018000
018100*-----------------------------------------------------------------
018200 3000-BACA-GRADEBOOK.
018300     READ GRADEBOOK NEXT RECORD
018400         AT END MOVE 'Y' TO WS-EOF-SW
018500     END-READ.
018600     IF NOT WS-EOF
018700         IF GB-NPM = WS-NPM
018800             PERFORM 3400-MUAT-BARIS THRU 3400-EXIT
018810         ELSE
018820             MOVE 'Y' TO WS-EOF-SW
018900         END-IF
019000     END-IF.
019100 3000-EXIT.
019600* dimuat ke record GRADEBOOK supaya jalur cetaknya satu.
019700*-----------------------------------------------------------------
019800 3100-BACA-HIST.
019900     READ GRADE-HIST NEXT RECORD
020000         AT END MOVE 'Y' TO WS-EOF-SW
020100     END-READ.
020200     IF NOT WS-EOF
020300         MOVE GH-RECORD TO GB-RECORD
020400         IF GB-NPM = WS-NPM
020500             PERFORM 3400-MUAT-BARIS THRU 3400-EXIT
020510         ELSE
020520             MOVE 'Y' TO WS-EOF-SW
020600         END-IF
020700     END-IF.
020800 3100-EXIT.
