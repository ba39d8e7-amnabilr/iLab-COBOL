000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan umur antrian pengecualian excq.dat: jumlah
000500*           pengecualian yang masih terbuka per sumber (program
000600*           penulisnya) dibagi keranjang umur 0-7 / 8-30 / 31-90 /
000700*           >90 hari sejak pertama muncul, lalu rincian tiap
000800*           pengecualian terbuka per sumber, yang tertua dulu,
000900*           berikut petugas yang ditugasi -- supaya yang belum
000910*           ditangani kelihatan. Umur hari adalah hari kalender
000920*           sebenarnya dari TGL-KERJA, sama dengan laporan umur
000930*           hutang FKT-AGING.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 PROGRAM-ID. EXC-UMUR.
001700 ENVIRONMENT DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 CONFIGURATION SECTION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY EXQSEL.
002400     SELECT SORT-WORK ASSIGN TO 'EXQUMR.TMP'.
002500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002600     ORGANIZATION IS LINE SEQUENTIAL
002700     FILE STATUS IS RS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000     COPY EXQFD.
003100 SD SORT-WORK.
003200 01 SORT-RECORD.
003300     02 SR-SUMBER          PIC X(13).
003400     02 SR-UMUR            PIC 9(05).
003500     02 SR-NO              PIC 9(07).
003600     02 SR-KUNCI           PIC X(20).
003700     02 SR-ALASAN          PIC X(40).
003800     02 SR-KALI            PIC 9(05).
003900     02 SR-PETUGAS         PIC X(08).
004000 FD REPORT-OUT.
004100 01 REPORT-LINE            PIC X(100).
004200
004300 WORKING-STORAGE SECTION.
004400 77 WS-RPT-NAMA            PIC X(30).
004500 77 WS-TGL-RUN             PIC 9(8).
004600 77 WS-JAM-RUN             PIC 9(8).
004700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'EXC-UMUR'.
004800 77 WS-CAT-JML             PIC 9(7).
004900 77 EQ-FS                  PIC XX.
005000 77 RS                     PIC XX.
005100 77 WS-EOF-SW              PIC X VALUE 'N'.
005200     88 WS-EOF             VALUE 'Y'.
005300 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
005400     88 WS-RETURN-EOF      VALUE 'Y'.
005500 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
005600 77 WS-UMUR-HARI           PIC S9(7).
005610* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
005620 77 WS-TK-FUNGSI           PIC X(1).
005630 77 WS-TK-TGL-2            PIC 9(8).
005640 77 WS-TK-HARI             PIC S9(7).
005650 77 WS-TK-KERJA            PIC S9(7).
005660 77 WS-TK-KET              PIC X(30).
006300 01 WS-SUMBER-BERJALAN     PIC X(13) VALUE SPACES.
006400 01 WS-SUMBER-BUCKET.
006500     02 WS-SB-B1           PIC 9(5).
006600     02 WS-SB-B2           PIC 9(5).
006700     02 WS-SB-B3           PIC 9(5).
006800     02 WS-SB-B4           PIC 9(5).
006900 01 WS-TOT-BUCKET.
007000     02 WS-TB-B1           PIC 9(5) VALUE ZERO.
007100     02 WS-TB-B2           PIC 9(5) VALUE ZERO.
007200     02 WS-TB-B3           PIC 9(5) VALUE ZERO.
007300     02 WS-TB-B4           PIC 9(5) VALUE ZERO.
007400 01 WS-JUDUL-UMUR.
007500     02 FILLER             PIC X(14) VALUE 'UMUR PENGECUAL'.
007600     02 FILLER             PIC X(26)
007700         VALUE 'IAN TERBUKA PER SUMBER, TG'.
007800     02 FILLER             PIC X(04) VALUE 'L : '.
007900     02 WS-JU-TGL          PIC 9(08).
008000 01 WS-HEADER-UMUR.
008100     02 FILLER             PIC X(15) VALUE 'SUMBER'.
008200     02 FILLER             PIC X(09) VALUE '   0-7'.
008300     02 FILLER             PIC X(09) VALUE '  8-30'.
008400     02 FILLER             PIC X(09) VALUE ' 31-90'.
008500     02 FILLER             PIC X(09) VALUE '   >90'.
008600     02 FILLER             PIC X(09) VALUE ' JUMLAH'.
008700 01 WS-DETAIL-UMUR.
008800     02 WS-DU-SUMBER       PIC X(13).
008900     02 FILLER             PIC X(02) VALUE SPACES.
009000     02 WS-DU-B1           PIC Z(5)9.
009100     02 FILLER             PIC X(03) VALUE SPACES.
009200     02 WS-DU-B2           PIC Z(5)9.
009300     02 FILLER             PIC X(03) VALUE SPACES.
009400     02 WS-DU-B3           PIC Z(5)9.
009500     02 FILLER             PIC X(03) VALUE SPACES.
009600     02 WS-DU-B4           PIC Z(5)9.
009700     02 FILLER             PIC X(03) VALUE SPACES.
009800     02 WS-DU-JUMLAH       PIC Z(5)9.
009900 01 WS-JUDUL-RINCI.
010000     02 FILLER             PIC X(40)
010100         VALUE 'RINCIAN PENGECUALIAN TERBUKA, TERTUA DUL'.
010200     02 FILLER             PIC X(01) VALUE 'U'.
010300 01 WS-HEADER-RINCI.
010400     02 FILLER             PIC X(08) VALUE '  NOMOR'.
010500     02 FILLER             PIC X(06) VALUE ' UMUR'.
010600     02 FILLER             PIC X(21) VALUE 'KUNCI'.
010700     02 FILLER             PIC X(41) VALUE 'ALASAN'.
010800     02 FILLER             PIC X(06) VALUE ' KALI'.
010900     02 FILLER             PIC X(08) VALUE 'PETUGAS'.
011000 01 WS-DETAIL-RINCI.
011100     02 WS-DR-NO           PIC Z(6)9.
011200     02 FILLER             PIC X(01) VALUE SPACES.
011300     02 WS-DR-UMUR         PIC ZZZZ9.
011400     02 FILLER             PIC X(01) VALUE SPACES.
011500     02 WS-DR-KUNCI        PIC X(20).
011600     02 FILLER             PIC X(01) VALUE SPACES.
011700     02 WS-DR-ALASAN       PIC X(40).
011800     02 FILLER             PIC X(01) VALUE SPACES.
011900     02 WS-DR-KALI         PIC ZZZZ9.
012000     02 FILLER             PIC X(01) VALUE SPACES.
012100     02 WS-DR-PETUGAS      PIC X(08).
012200
012300 PROCEDURE DIVISION.
012400*-----------------------------------------------------------------
012500 0000-MAINLINE.
012600     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
012700     ACCEPT WS-JAM-RUN FROM TIME.
013100     MOVE SPACES TO WS-RPT-NAMA.
013200     STRING 'EXCUMUR-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
013300         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
013400     OPEN OUTPUT REPORT-OUT.
013500     MOVE WS-TGL-RUN TO WS-JU-TGL.
013600     MOVE WS-JUDUL-UMUR TO REPORT-LINE.
013700     WRITE REPORT-LINE.
013800     MOVE SPACES TO REPORT-LINE.
013900     WRITE REPORT-LINE.
014000     MOVE WS-HEADER-UMUR TO REPORT-LINE.
014100     WRITE REPORT-LINE.
014200     SORT SORT-WORK
014300         ON ASCENDING KEY SR-SUMBER
014400         INPUT PROCEDURE IS 1000-LEPAS-TERBUKA
014500             THRU 1000-SELESAI
014600         OUTPUT PROCEDURE IS 2000-CETAK-UMUR
014700             THRU 2000-SELESAI.
014800     MOVE SPACES TO REPORT-LINE.
014900     WRITE REPORT-LINE.
015000     MOVE WS-JUDUL-RINCI TO REPORT-LINE.
015100     WRITE REPORT-LINE.
015200     MOVE WS-HEADER-RINCI TO REPORT-LINE.
015300     WRITE REPORT-LINE.
015400     MOVE SPACES TO WS-SUMBER-BERJALAN.
015500     SORT SORT-WORK
015600         ON ASCENDING KEY SR-SUMBER
015700         DESCENDING KEY SR-UMUR
015800         ASCENDING KEY SR-NO
015900         INPUT PROCEDURE IS 1000-LEPAS-TERBUKA
016000             THRU 1000-SELESAI
016100         OUTPUT PROCEDURE IS 3000-CETAK-RINCI
016200             THRU 3000-SELESAI.
016300     CLOSE REPORT-OUT.
016400     MOVE WS-JML-BARIS TO WS-CAT-JML.
016500     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
016600         WS-CAT-JML.
016700     DISPLAY 'LAPORAN UMUR PENGECUALIAN SELESAI, ' WS-JML-BARIS
016800         ' BARIS DI ' WS-RPT-NAMA.
016900     GO TO 9999-EXIT.
017000
017100*-----------------------------------------------------------------
017200* Lepas tiap pengecualian berstatus O ke file sort dengan umur
017300* hari sejak EQ-TANGGAL (pertama kali muncul).
017400*-----------------------------------------------------------------
017500 1000-LEPAS-TERBUKA.
017600     OPEN INPUT EXC-QUEUE.
017700     IF EQ-FS NOT = '00'
017800         DISPLAY 'excq.dat TIDAK DAPAT DIBUKA, STATUS ' EQ-FS
017900         CLOSE EXC-QUEUE
018000         GO TO 1000-SELESAI
018100     END-IF.
018200     MOVE 'N' TO WS-EOF-SW.
018300     PERFORM 1100-LEPAS-SATU THRU 1100-EXIT
018400         UNTIL WS-EOF.
018500     CLOSE EXC-QUEUE.
018600 1000-SELESAI.
018700     EXIT.
018800
018900 1100-LEPAS-SATU.
019000     READ EXC-QUEUE NEXT RECORD
019100         AT END MOVE 'Y' TO WS-EOF-SW
019200     END-READ.
019300     IF WS-EOF
019400         GO TO 1100-EXIT
019500     END-IF.
019600     IF EQ-STATUS NOT = 'O'
019700         GO TO 1100-EXIT
019800     END-IF.
019810     MOVE 'H' TO WS-TK-FUNGSI.
019820     MOVE WS-TGL-RUN TO WS-TK-TGL-2.
019830     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, EQ-TANGGAL, WS-TK-TGL-2,
019840         WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
019850     MOVE WS-TK-HARI TO WS-UMUR-HARI.
020300     IF WS-UMUR-HARI < ZERO
020400         MOVE ZERO TO WS-UMUR-HARI
020500     END-IF.
020600     MOVE EQ-SUMBER TO SR-SUMBER.
020700     MOVE WS-UMUR-HARI TO SR-UMUR.
020800     MOVE EQ-NO TO SR-NO.
020900     MOVE EQ-KUNCI TO SR-KUNCI.
021000     MOVE EQ-ALASAN TO SR-ALASAN.
021100     MOVE EQ-KALI TO SR-KALI.
021200     MOVE EQ-PETUGAS TO SR-PETUGAS.
021300     RELEASE SORT-RECORD.
021400 1100-EXIT.
021500     EXIT.
021600
021700*-----------------------------------------------------------------
021800* Kumpulkan keranjang umur per sumber (control break pada
021900* SR-SUMBER), lalu baris total semua sumber.
022000*-----------------------------------------------------------------
022100 2000-CETAK-UMUR.
022200     MOVE 'N' TO WS-RETURN-EOF-SW.
022300     MOVE SPACES TO WS-SUMBER-BERJALAN.
022400     MOVE ZERO TO WS-SB-B1 WS-SB-B2 WS-SB-B3 WS-SB-B4.
022500     PERFORM 2100-SATU-RECORD THRU 2100-EXIT
022600         UNTIL WS-RETURN-EOF.
022700     IF WS-SUMBER-BERJALAN NOT = SPACES
022800         PERFORM 2300-TULIS-SUMBER THRU 2300-EXIT
022900     END-IF.
023000     MOVE 'TOTAL' TO WS-DU-SUMBER.
023100     MOVE WS-TB-B1 TO WS-DU-B1.
023200     MOVE WS-TB-B2 TO WS-DU-B2.
023300     MOVE WS-TB-B3 TO WS-DU-B3.
023400     MOVE WS-TB-B4 TO WS-DU-B4.
023500     COMPUTE WS-DU-JUMLAH = WS-TB-B1 + WS-TB-B2 + WS-TB-B3
023600         + WS-TB-B4.
023700     MOVE WS-DETAIL-UMUR TO REPORT-LINE.
023800     WRITE REPORT-LINE.
023900 2000-SELESAI.
024000     EXIT.
024100
024200 2100-SATU-RECORD.
024300     RETURN SORT-WORK
024400         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
024500     END-RETURN.
024600     IF WS-RETURN-EOF
024700         GO TO 2100-EXIT
024800     END-IF.
024900     IF SR-SUMBER NOT = WS-SUMBER-BERJALAN
025000         IF WS-SUMBER-BERJALAN NOT = SPACES
025100             PERFORM 2300-TULIS-SUMBER THRU 2300-EXIT
025200         END-IF
025300         MOVE SR-SUMBER TO WS-SUMBER-BERJALAN
025400         MOVE ZERO TO WS-SB-B1 WS-SB-B2 WS-SB-B3 WS-SB-B4
025500     END-IF.
025600     EVALUATE TRUE
025700         WHEN SR-UMUR <= 7
025800             ADD 1 TO WS-SB-B1 WS-TB-B1
025900         WHEN SR-UMUR <= 30
026000             ADD 1 TO WS-SB-B2 WS-TB-B2
026100         WHEN SR-UMUR <= 90
026200             ADD 1 TO WS-SB-B3 WS-TB-B3
026300         WHEN OTHER
026400             ADD 1 TO WS-SB-B4 WS-TB-B4
026500     END-EVALUATE.
026600 2100-EXIT.
026700     EXIT.
026800
026900 2300-TULIS-SUMBER.
027000     MOVE WS-SUMBER-BERJALAN TO WS-DU-SUMBER.
027100     MOVE WS-SB-B1 TO WS-DU-B1.
027200     MOVE WS-SB-B2 TO WS-DU-B2.
027300     MOVE WS-SB-B3 TO WS-DU-B3.
027400     MOVE WS-SB-B4 TO WS-DU-B4.
027500     COMPUTE WS-DU-JUMLAH = WS-SB-B1 + WS-SB-B2 + WS-SB-B3
027600         + WS-SB-B4.
027700     MOVE WS-DETAIL-UMUR TO REPORT-LINE.
027800     WRITE REPORT-LINE.
027900     ADD 1 TO WS-JML-BARIS.
028000 2300-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------------
028400* Rincian per sumber, yang tertua di atas; judul sumber dicetak
028500* tiap kali sumber berganti.
028600*-----------------------------------------------------------------
028700 3000-CETAK-RINCI.
028800     MOVE 'N' TO WS-RETURN-EOF-SW.
028900     PERFORM 3100-SATU-RINCI THRU 3100-EXIT
029000         UNTIL WS-RETURN-EOF.
029100 3000-SELESAI.
029200     EXIT.
029300
029400 3100-SATU-RINCI.
029500     RETURN SORT-WORK
029600         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
029700     END-RETURN.
029800     IF WS-RETURN-EOF
029900         GO TO 3100-EXIT
030000     END-IF.
030100     IF SR-SUMBER NOT = WS-SUMBER-BERJALAN
030200         MOVE SR-SUMBER TO WS-SUMBER-BERJALAN
030300         MOVE SPACES TO REPORT-LINE
030400         WRITE REPORT-LINE
030500         MOVE SPACES TO REPORT-LINE
030600         STRING 'SUMBER : ' SR-SUMBER
030700             DELIMITED BY SIZE INTO REPORT-LINE
030800         WRITE REPORT-LINE
030900     END-IF.
031000     MOVE SR-NO TO WS-DR-NO.
031100     MOVE SR-UMUR TO WS-DR-UMUR.
031200     MOVE SR-KUNCI TO WS-DR-KUNCI.
031300     MOVE SR-ALASAN TO WS-DR-ALASAN.
031400     MOVE SR-KALI TO WS-DR-KALI.
031500     MOVE SR-PETUGAS TO WS-DR-PETUGAS.
031600     MOVE WS-DETAIL-RINCI TO REPORT-LINE.
031700     WRITE REPORT-LINE.
031800     ADD 1 TO WS-JML-BARIS.
031900 3100-EXIT.
032000     EXIT.
032100
032200*-----------------------------------------------------------------
032300 9999-EXIT.
032400     STOP RUN.
