000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Run pembayaran supplier: faktur berstatus M (lolos
000500*           FKT-MATCH) yang jatuh tempo sampai tanggal pilihan
000600*           dikumpulkan per supplier; nota debet retur yang masih
000700*           terbuka di notadb.dat dipotongkan; tiap supplier
000800*           mendapat satu voucher pembayaran bernomor
000900*           (vchctl.dat, pola poctl.dat) di VOUCHER-*.RPT dan
001000*           satu pemberitahuan pembayaran (remittance advice) di
001100*           REMIT-*.RPT. Baris faktur yang terbayar ditandai P
001200*           dengan nomor voucher dan tanggal bayar, sehingga
001300*           FKT-AGING tidak lagi menampilkannya. Hanya untuk
001400*           supervisor level 2, dan ditolak kalau periode bulan
001500*           berjalan sudah ditutup finance.
001510*           Posting ditolak selama tanda jendela batch malam
001520*           batchwin.ctl terpasang (BTC-WIN).
001600* Tectonics: cobc -I copybooks
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 PROGRAM-ID. FKT-BAYAR.
002100 ENVIRONMENT DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 CONFIGURATION SECTION.
002400*-----------------------
002500 INPUT-OUTPUT SECTION.
002600     FILE-CONTROL.
002700     COPY FKTSEL.
002800     COPY SUPSEL.
002900     COPY NDBSEL.
003000     SELECT VCH-CTL ASSIGN TO 'vchctl.dat'
003100     ORGANIZATION IS LINE SEQUENTIAL
003200     FILE STATUS IS VC-FS.
003300     SELECT SORT-WORK ASSIGN TO 'FKTBAYAR.TMP'.
003400     SELECT VOUCHER-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS RS.
003700     SELECT REMIT-OUT ASSIGN TO DYNAMIC WS-RPT-REMIT
003800     ORGANIZATION IS LINE SEQUENTIAL
003900     FILE STATUS IS RM-FS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200     COPY FKTFD.
004300     COPY SUPFD.
004400     COPY NDBFD.
004500 FD VCH-CTL.
004600 01 VCH-CTL-RECORD.
004700     02 VC-NO-TERAKHIR     PIC 9(05).
004800 SD SORT-WORK.
004900 01 SORT-RECORD.
005000     02 SR-SUPPLIER        PIC X(13).
005100     02 SR-TGL-TEMPO       PIC 9(08).
005200     02 SR-KUNCI           PIC X(12).
005300     02 SR-NO-FAKTUR       PIC X(10).
005400     02 SR-TGL-FAKTUR      PIC 9(08).
005500     02 SR-NILAI           PIC 9(12)V9(3).
005600 FD VOUCHER-OUT.
005700 01 VOUCHER-LINE           PIC X(80).
005800 FD REMIT-OUT.
005900 01 REMIT-LINE             PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 77 WS-RPT-NAMA            PIC X(30).
006300 77 WS-RPT-REMIT           PIC X(30).
006400 77 WS-TGL-RUN             PIC 9(8).
006500 77 WS-JAM-RUN             PIC 9(8).
006600 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'FKT-BAYAR'.
006700 77 WS-CAT-JML             PIC 9(7).
006800 77 FK-FS                  PIC XX.
006900 77 SUP-FS                 PIC XX.
007000 77 NDB-FS                 PIC XX.
007100 77 VC-FS                  PIC XX.
007200 77 RS                     PIC XX.
007300 77 RM-FS                  PIC XX.
007400 77 WS-EOF-SW              PIC X VALUE 'N'.
007500     88 WS-EOF             VALUE 'Y'.
007600 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
007700     88 WS-RETURN-EOF      VALUE 'Y'.
007800 77 WS-NDB-EOF-SW          PIC X VALUE 'N'.
007900     88 WS-NDB-EOF         VALUE 'Y'.
008000 77 WS-NDB-BUKA-SW         PIC X VALUE 'N'.
008100     88 WS-NDB-BUKA        VALUE 'Y'.
008200 77 WS-JAWAB               PIC X.
008300 77 WS-OPERATOR            PIC X(8).
008400 77 WS-OPR-LEVEL           PIC 9(1).
008500 77 WS-TGL-PERIODE         PIC 9(8).
008600 77 WS-PRD-BOLEH-SW        PIC X.
008610* Parameter BTC-WIN (jendela batch malam).
008620 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
008630 77 WS-BW-PROGRAM          PIC X(13) VALUE 'FKT-BAYAR'.
008640 77 WS-BW-HASIL            PIC X(1).
008650 77 WS-BW-PEMEGANG         PIC X(13).
008700 77 WS-JML-VOUCHER         PIC 9(5) VALUE ZERO.
008800 77 WS-JML-FAKTUR          PIC 9(5) VALUE ZERO.
008900 77 WS-JML-MEMO            PIC 9(5) VALUE ZERO.
009000 01 WS-TGL-BATAS           PIC 9(8).
009100 01 WS-NO-VOUCHER          PIC 9(5).
009200 01 WS-SUP-BERJALAN        PIC X(13) VALUE SPACES.
009300 01 WS-SUP-ALAMAT          PIC X(20).
009400 01 WS-BRUTO               PIC 9(13)V9(3).
009500 01 WS-POTONGAN            PIC 9(13)V9(3).
009600 01 WS-NETTO               PIC 9(13)V9(3).
009700 01 WS-TOTAL-BAYAR         PIC 9(14)V9(3) VALUE ZERO.
009800 01 WS-JUDUL-VOUCHER.
009900     02 FILLER             PIC X(30)
010000                            VALUE 'VOUCHER PEMBAYARAN NOMOR : '.
010100     02 WS-JV-NO           PIC 9(05).
010200     02 FILLER             PIC X(12) VALUE '  TANGGAL : '.
010300     02 WS-JV-TGL          PIC 9(08).
010400 01 WS-JUDUL-REMIT.
010500     02 FILLER             PIC X(30)
010600         VALUE 'PEMBERITAHUAN PEMBAYARAN NO : '.
010700     02 WS-JR-NO           PIC 9(05).
010800     02 FILLER             PIC X(12) VALUE '  TANGGAL : '.
010900     02 WS-JR-TGL          PIC 9(08).
011000 01 WS-BARIS-KEPADA.
011100     02 FILLER             PIC X(17) VALUE 'KEPADA         : '.
011200     02 WS-BK-SUPPLIER     PIC X(13).
011300     02 FILLER             PIC X(02) VALUE SPACES.
011400     02 WS-BK-ALAMAT       PIC X(20).
011500 01 WS-HEADER-FAKTUR.
011600     02 FILLER             PIC X(12) VALUE 'FAKTUR'.
011700     02 FILLER             PIC X(10) VALUE 'TGL FKT'.
011800     02 FILLER             PIC X(10) VALUE 'JT TEMPO'.
011900     02 FILLER             PIC X(18) VALUE '             NILAI'.
012000 01 WS-DETAIL-FAKTUR.
012100     02 WS-DF-FAKTUR       PIC X(10).
012200     02 FILLER             PIC X(02) VALUE SPACES.
012300     02 WS-DF-TGL          PIC 9(08).
012400     02 FILLER             PIC X(02) VALUE SPACES.
012500     02 WS-DF-TEMPO        PIC 9(08).
012600     02 FILLER             PIC X(02) VALUE SPACES.
012700     02 WS-DF-NILAI        PIC Z(13)9.999.
012800 01 WS-DETAIL-MEMO.
012900     02 FILLER             PIC X(22)
013000                            VALUE 'DIPOTONG NOTA DEBET : '.
013100     02 WS-DM-NO           PIC 9(05).
013200     02 FILLER             PIC X(03) VALUE SPACES.
013300     02 WS-DM-NILAI        PIC Z(13)9.999.
013400 01 WS-BARIS-JUMLAH.
013500     02 WS-BJ-LABEL        PIC X(30).
013600     02 WS-BJ-NILAI        PIC Z(13)9.999.
013700 01 WS-BARIS-SETUJU.
013800     02 FILLER             PIC X(17) VALUE 'DISETUJUI OLEH : '.
013900     02 WS-BS-OPERATOR     PIC X(08).
014000
014100 PROCEDURE DIVISION.
014200*-----------------------------------------------------------------
014300 0000-MAINLINE.
014400     ACCEPT WS-TGL-PERIODE FROM DATE YYYYMMDD.
014500     CALL 'PRD-CHK' USING WS-TGL-PERIODE, WS-PRD-BOLEH-SW.
014600     IF WS-PRD-BOLEH-SW = 'N'
014700         DISPLAY 'PERIODE BULAN INI SUDAH DITUTUP FINANCE,'
014800             ' RUN PEMBAYARAN DITOLAK'
014900         GO TO 9999-EXIT
015000     END-IF.
015010     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
015020         WS-BW-HASIL, WS-BW-PEMEGANG.
015030     IF WS-BW-HASIL = 'Y'
015040         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
015050             ' RUN PEMBAYARAN DITOLAK'
015060         GO TO 9999-EXIT
015070     END-IF.
015100     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
015200     IF WS-OPR-LEVEL < 2
015300         DISPLAY 'RUN PEMBAYARAN HANYA UNTUK SUPERVISOR YANG'
015400             ' SIGN-ON LEWAT BRG-MENU'
015500         GO TO 9999-EXIT
015600     END-IF.
015700     DISPLAY 'BAYAR FAKTUR JATUH TEMPO S/D (YYYYMMDD) : '
015800         WITH NO ADVANCING.
015900     ACCEPT WS-TGL-BATAS.
016000     DISPLAY 'FAKTUR DITANDAI LUNAS DAN VOUCHER DIBERI NOMOR.'
016100         ' LANJUT (Y/T) ? ' WITH NO ADVANCING.
016200     ACCEPT WS-JAWAB.
016300     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
016400         DISPLAY 'RUN PEMBAYARAN DIBATALKAN'
016500         GO TO 9999-EXIT
016600     END-IF.
016700     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
016800     SORT SORT-WORK
016900         ON ASCENDING KEY SR-SUPPLIER SR-TGL-TEMPO
017000         INPUT PROCEDURE IS 2000-LEPAS-FAKTUR
017100             THRU 2000-SELESAI
017200         OUTPUT PROCEDURE IS 3000-BAYAR-SUPPLIER
017300             THRU 3000-SELESAI.
017400     PERFORM 8000-TUTUP-FILE THRU 8000-EXIT.
017500     GO TO 9999-EXIT.
017600
017700*-----------------------------------------------------------------
017800 1000-BUKA-FILE.
017900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
018000     ACCEPT WS-JAM-RUN FROM TIME.
018100     MOVE SPACES TO WS-RPT-NAMA.
018200     STRING 'VOUCHER-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
018300         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
018400     MOVE SPACES TO WS-RPT-REMIT.
018500     STRING 'REMIT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
018600         '.RPT' DELIMITED BY SIZE INTO WS-RPT-REMIT.
018700     OPEN OUTPUT VOUCHER-OUT.
018800     OPEN OUTPUT REMIT-OUT.
018900     OPEN I-O NOTA-DEBET.
019000     IF NDB-FS = '00'
019100         MOVE 'Y' TO WS-NDB-BUKA-SW
019200     ELSE
019300         DISPLAY 'notadb.dat BELUM ADA, TANPA POTONGAN NOTA DEBET'
019400         CLOSE NOTA-DEBET
019500     END-IF.
019600 1000-EXIT.
019700     EXIT.
019800
019900*-----------------------------------------------------------------
020000* Lepas baris faktur M yang jatuh tempo sampai tanggal batas.
020100* File faktur dibuka ulang I-O oleh prosedur keluaran untuk
020200* menandai baris yang dibayar.
020300*-----------------------------------------------------------------
020400 2000-LEPAS-FAKTUR.
020500     OPEN INPUT FAKTUR-FILE.
020600     IF FK-FS NOT = '00'
020700         DISPLAY 'faktur.dat TIDAK DAPAT DIBUKA, STATUS ' FK-FS
020800         CLOSE FAKTUR-FILE
020900         GO TO 2000-SELESAI
021000     END-IF.
021100     MOVE 'N' TO WS-EOF-SW.
021200     PERFORM 2100-LEPAS-SATU THRU 2100-EXIT
021300         UNTIL WS-EOF.
021400     CLOSE FAKTUR-FILE.
021500 2000-SELESAI.
021600     EXIT.
021700
021800 2100-LEPAS-SATU.
021900     READ FAKTUR-FILE NEXT RECORD
022000         AT END MOVE 'Y' TO WS-EOF-SW
022100     END-READ.
022200     IF WS-EOF
022300         GO TO 2100-EXIT
022400     END-IF.
022500     IF FK-STATUS NOT = 'M' OR FK-TGL-TEMPO > WS-TGL-BATAS
022600         GO TO 2100-EXIT
022700     END-IF.
022800     MOVE FK-SUPPLIER TO SR-SUPPLIER.
022900     MOVE FK-TGL-TEMPO TO SR-TGL-TEMPO.
023000     MOVE FK-KUNCI TO SR-KUNCI.
023100     MOVE FK-NO-FAKTUR TO SR-NO-FAKTUR.
023200     MOVE FK-TGL-FAKTUR TO SR-TGL-FAKTUR.
023300     COMPUTE SR-NILAI = FK-JUMLAH * FK-HARGA.
023400     RELEASE SORT-RECORD.
023500 2100-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900* Control break per supplier: supplier baru membuka voucher
024000* baru (3200), tiap baris faktur dicetak dan ditandai lunas
024100* (3400), supplier selesai memotong nota debet dan menutup
024200* voucher (3300).
024300*-----------------------------------------------------------------
024400 3000-BAYAR-SUPPLIER.
024500     OPEN I-O FAKTUR-FILE.
024600     IF FK-FS NOT = '00'
024700         GO TO 3000-SELESAI
024800     END-IF.
024900     MOVE 'N' TO WS-RETURN-EOF-SW.
025000     MOVE SPACES TO WS-SUP-BERJALAN.
025100     PERFORM 3100-SATU-RECORD THRU 3100-EXIT
025200         UNTIL WS-RETURN-EOF.
025300     IF WS-SUP-BERJALAN NOT = SPACES
025400         PERFORM 3300-TUTUP-VOUCHER THRU 3300-EXIT
025500     END-IF.
025600     CLOSE FAKTUR-FILE.
025700 3000-SELESAI.
025800     EXIT.
025900
026000 3100-SATU-RECORD.
026100     RETURN SORT-WORK
026200         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
026300     END-RETURN.
026400     IF WS-RETURN-EOF
026500         GO TO 3100-EXIT
026600     END-IF.
026700     IF SR-SUPPLIER NOT = WS-SUP-BERJALAN
026800         IF WS-SUP-BERJALAN NOT = SPACES
026900             PERFORM 3300-TUTUP-VOUCHER THRU 3300-EXIT
027000         END-IF
027100         MOVE SR-SUPPLIER TO WS-SUP-BERJALAN
027200         PERFORM 3200-BUKA-VOUCHER THRU 3200-EXIT
027300     END-IF.
027400     PERFORM 3400-BAYAR-FAKTUR THRU 3400-EXIT.
027500 3100-EXIT.
027600     EXIT.
027700
027800*-----------------------------------------------------------------
027900 3200-BUKA-VOUCHER.
028000     PERFORM 3250-AMBIL-NO-VOUCHER THRU 3250-EXIT.
028100     MOVE ZERO TO WS-BRUTO.
028200     MOVE ZERO TO WS-POTONGAN.
028300     MOVE SPACES TO WS-SUP-ALAMAT.
028400     OPEN INPUT SUPPLIER-MST.
028500     IF SUP-FS = '00'
028600         MOVE WS-SUP-BERJALAN TO SUP-NAMA
028700         READ SUPPLIER-MST
028800             INVALID KEY
028900                 DISPLAY 'SUPPLIER TIDAK DI MASTER : '
029000                     WS-SUP-BERJALAN
029100             NOT INVALID KEY
029200                 MOVE SUP-ALAMAT TO WS-SUP-ALAMAT
029300         END-READ
029400     END-IF.
029500     CLOSE SUPPLIER-MST.
029600     MOVE WS-NO-VOUCHER TO WS-JV-NO.
029700     MOVE WS-TGL-RUN TO WS-JV-TGL.
029800     MOVE WS-JUDUL-VOUCHER TO VOUCHER-LINE.
029900     WRITE VOUCHER-LINE.
030000     MOVE WS-NO-VOUCHER TO WS-JR-NO.
030100     MOVE WS-TGL-RUN TO WS-JR-TGL.
030200     MOVE WS-JUDUL-REMIT TO REMIT-LINE.
030300     WRITE REMIT-LINE.
030400     MOVE WS-SUP-BERJALAN TO WS-BK-SUPPLIER.
030500     MOVE WS-SUP-ALAMAT TO WS-BK-ALAMAT.
030600     MOVE WS-BARIS-KEPADA TO VOUCHER-LINE.
030700     WRITE VOUCHER-LINE.
030800     MOVE WS-BARIS-KEPADA TO REMIT-LINE.
030900     WRITE REMIT-LINE.
031000     MOVE SPACES TO VOUCHER-LINE.
031100     WRITE VOUCHER-LINE.
031200     MOVE SPACES TO REMIT-LINE.
031300     WRITE REMIT-LINE.
031400     MOVE WS-HEADER-FAKTUR TO VOUCHER-LINE.
031500     WRITE VOUCHER-LINE.
031600     MOVE WS-HEADER-FAKTUR TO REMIT-LINE.
031700     WRITE REMIT-LINE.
031800 3200-EXIT.
031900     EXIT.
032000
032100 3250-AMBIL-NO-VOUCHER.
032200     OPEN INPUT VCH-CTL.
032300     IF VC-FS = '00'
032400         READ VCH-CTL
032500             AT END MOVE ZERO TO VC-NO-TERAKHIR
032600         END-READ
032700         CLOSE VCH-CTL
032800     ELSE
032900         MOVE ZERO TO VC-NO-TERAKHIR
033000     END-IF.
033100     ADD 1 TO VC-NO-TERAKHIR.
033200     MOVE VC-NO-TERAKHIR TO WS-NO-VOUCHER.
033300     OPEN OUTPUT VCH-CTL.
033400     WRITE VCH-CTL-RECORD.
033500     CLOSE VCH-CTL.
033600 3250-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000* Tutup voucher satu supplier: nota debet terbuka supplier itu
034100* dipotong selama masih muat di jumlah bruto (nota yang lebih
034200* besar dari sisa tetap terbuka untuk run berikutnya), lalu
034300* jumlah bruto, potongan dan yang dibayar dicetak di kedua
034400* dokumen.
034500*-----------------------------------------------------------------
034600 3300-TUTUP-VOUCHER.
034700     MOVE WS-BRUTO TO WS-NETTO.
034800     IF WS-NDB-BUKA
034900         MOVE 'N' TO WS-NDB-EOF-SW
035000         MOVE LOW-VALUES TO NOTA-DEBET-RECORD
035100         MOVE ZERO TO NDB-NO
035200         START NOTA-DEBET KEY NOT < NDB-NO
035300             INVALID KEY MOVE 'Y' TO WS-NDB-EOF-SW
035400         END-START
035500         PERFORM 3350-SATU-MEMO THRU 3350-EXIT
035600             UNTIL WS-NDB-EOF
035700     END-IF.
035800     MOVE SPACES TO VOUCHER-LINE.
035900     WRITE VOUCHER-LINE.
036000     MOVE SPACES TO REMIT-LINE.
036100     WRITE REMIT-LINE.
036200     MOVE 'JUMLAH FAKTUR' TO WS-BJ-LABEL.
036300     MOVE WS-BRUTO TO WS-BJ-NILAI.
036400     MOVE WS-BARIS-JUMLAH TO VOUCHER-LINE.
036500     WRITE VOUCHER-LINE.
036600     MOVE WS-BARIS-JUMLAH TO REMIT-LINE.
036700     WRITE REMIT-LINE.
036800     MOVE 'POTONGAN NOTA DEBET' TO WS-BJ-LABEL.
036900     MOVE WS-POTONGAN TO WS-BJ-NILAI.
037000     MOVE WS-BARIS-JUMLAH TO VOUCHER-LINE.
037100     WRITE VOUCHER-LINE.
037200     MOVE WS-BARIS-JUMLAH TO REMIT-LINE.
037300     WRITE REMIT-LINE.
037400     MOVE 'JUMLAH DIBAYAR' TO WS-BJ-LABEL.
037500     MOVE WS-NETTO TO WS-BJ-NILAI.
037600     MOVE WS-BARIS-JUMLAH TO VOUCHER-LINE.
037700     WRITE VOUCHER-LINE.
037800     MOVE WS-BARIS-JUMLAH TO REMIT-LINE.
037900     WRITE REMIT-LINE.
038000     MOVE SPACES TO VOUCHER-LINE.
038100     WRITE VOUCHER-LINE.
038200     MOVE WS-OPERATOR TO WS-BS-OPERATOR.
038300     MOVE WS-BARIS-SETUJU TO VOUCHER-LINE.
038400     WRITE VOUCHER-LINE.
038500     MOVE ALL '-' TO VOUCHER-LINE.
038600     WRITE VOUCHER-LINE.
038700     MOVE ALL '-' TO REMIT-LINE.
038800     WRITE REMIT-LINE.
038900     ADD WS-NETTO TO WS-TOTAL-BAYAR.
039000     ADD 1 TO WS-JML-VOUCHER.
039100     DISPLAY 'VOUCHER ' WS-NO-VOUCHER ' ' WS-SUP-BERJALAN
039200         ' DIBAYAR ' WS-NETTO.
039300 3300-EXIT.
039400     EXIT.
039500
039600 3350-SATU-MEMO.
039700     READ NOTA-DEBET NEXT RECORD
039800         AT END MOVE 'Y' TO WS-NDB-EOF-SW
039900     END-READ.
040000     IF WS-NDB-EOF
040100         GO TO 3350-EXIT
040200     END-IF.
040300     IF NDB-STATUS NOT = 'O'
040400             OR NDB-SUPPLIER NOT = WS-SUP-BERJALAN
040500         GO TO 3350-EXIT
040600     END-IF.
040700     IF NDB-NILAI > WS-NETTO
040800         DISPLAY 'NOTA DEBET ' NDB-NO ' MELEBIHI SISA BAYAR,'
040900             ' TETAP TERBUKA'
041000         GO TO 3350-EXIT
041100     END-IF.
041200     SUBTRACT NDB-NILAI FROM WS-NETTO.
041300     ADD NDB-NILAI TO WS-POTONGAN.
041400     MOVE 'P' TO NDB-STATUS.
041500     MOVE WS-NO-VOUCHER TO NDB-NO-VOUCHER.
041600     MOVE WS-TGL-RUN TO NDB-TGL-POTONG.
041700     REWRITE NOTA-DEBET-RECORD
041800         INVALID KEY
041900             DISPLAY 'GAGAL SIMPAN NOTA DEBET, STATUS ' NDB-FS
042000     END-REWRITE.
042100     MOVE NDB-NO TO WS-DM-NO.
042200     MOVE NDB-NILAI TO WS-DM-NILAI.
042300     MOVE WS-DETAIL-MEMO TO VOUCHER-LINE.
042400     WRITE VOUCHER-LINE.
042500     MOVE WS-DETAIL-MEMO TO REMIT-LINE.
042600     WRITE REMIT-LINE.
042700     ADD 1 TO WS-JML-MEMO.
042800 3350-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------------
043200* Satu baris faktur: dibaca ulang berkunci, ditandai P dengan
043300* nomor voucher dan tanggal bayar, lalu dicetak. Baris yang
043400* statusnya sudah berubah sejak disortir dilewati.
043500*-----------------------------------------------------------------
043600 3400-BAYAR-FAKTUR.
043700     MOVE SR-KUNCI TO FK-KUNCI.
043800     READ FAKTUR-FILE
043900         INVALID KEY
044000             DISPLAY 'BARIS FAKTUR HILANG : ' SR-KUNCI
044100             GO TO 3400-EXIT
044200     END-READ.
044300     IF FK-STATUS NOT = 'M'
044400         GO TO 3400-EXIT
044500     END-IF.
044600     MOVE 'P' TO FK-STATUS.
044700     MOVE WS-NO-VOUCHER TO FK-NO-VOUCHER.
044800     MOVE WS-TGL-RUN TO FK-TGL-BAYAR.
044900     REWRITE FAKTUR-RECORD
045000         INVALID KEY
045100             DISPLAY 'GAGAL TANDAI FAKTUR, STATUS ' FK-FS
045200             GO TO 3400-EXIT
045300     END-REWRITE.
045400     ADD SR-NILAI TO WS-BRUTO.
045500     MOVE SR-NO-FAKTUR TO WS-DF-FAKTUR.
045600     MOVE SR-TGL-FAKTUR TO WS-DF-TGL.
045700     MOVE SR-TGL-TEMPO TO WS-DF-TEMPO.
045800     MOVE SR-NILAI TO WS-DF-NILAI.
045900     MOVE WS-DETAIL-FAKTUR TO VOUCHER-LINE.
046000     WRITE VOUCHER-LINE.
046100     MOVE WS-DETAIL-FAKTUR TO REMIT-LINE.
046200     WRITE REMIT-LINE.
046300     ADD 1 TO WS-JML-FAKTUR.
046400 3400-EXIT.
046500     EXIT.
046600
046700*-----------------------------------------------------------------
046800 8000-TUTUP-FILE.
046900     CLOSE VOUCHER-OUT.
047000     CLOSE REMIT-OUT.
047100     IF WS-NDB-BUKA
047200         CLOSE NOTA-DEBET
047300     END-IF.
047400     MOVE WS-JML-VOUCHER TO WS-CAT-JML.
047500     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
047600         WS-CAT-JML.
047700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-REMIT,
047800         WS-CAT-JML.
047900     DISPLAY 'RUN PEMBAYARAN: ' WS-JML-VOUCHER ' VOUCHER, '
048000         WS-JML-FAKTUR ' BARIS FAKTUR, ' WS-JML-MEMO
048100         ' NOTA DEBET DIPOTONG'.
048200     DISPLAY 'TOTAL DIBAYAR ' WS-TOTAL-BAYAR.
048300     DISPLAY 'VOUCHER DI ' WS-RPT-NAMA ', REMITTANCE DI '
048400         WS-RPT-REMIT.
048500 8000-EXIT.
048600     EXIT.
048700
048800*-----------------------------------------------------------------
048900 9999-EXIT.
049000     STOP RUN.
