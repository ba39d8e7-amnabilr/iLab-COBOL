000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Impor rekening koran harian virtual account bank untuk
000500*           pembayaran kuliah, pengganti mengetik tiap setoran di
000600*           BILL-PAY. I = impor satu file rekening koran: header H
000700*           (rekening, tanggal, nomor rekening koran), detail D
000800*           (tanggal, nomor VA, D/K, jumlah, referensi bank),
000900*           trailer T (cacah dan total detail). File ditolak
001000*           seluruhnya bila trailer tidak cocok atau kunci
001100*           headernya sudah ada di bankimp.dat (impor ulang). VA =
001200*           kode kampus 5 digit (VAPREFIX sysparm.dat, nol = tidak
001300*           diperiksa) + NPM 8 + term 5. Kredit yang cocok dengan
001400*           tagihan terbuka (TG-STATUS T) dan tidak melebihi sisa
001500*           tagihan ditambahkan ke TG-DIBAYAR seperti BILL-PAY dan
001600*           dicatat di bayar.dat dengan referensi bank; selainnya
001700*           utuh ke suspen.dat. R = rekonsiliasi harian: total
001800*           rekening koran tanggal itu dibandingkan dengan
001900*           bayar.dat + suspen.dat per rekening koran.
002000*           Laporan BNKIMP-*.RPT dan BNKREK-*.RPT lewat RPT-CAT.
002100* Tectonics: cobc -I copybooks
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 PROGRAM-ID. BNK-IMP.
002600 ENVIRONMENT DIVISION.
002700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002800 CONFIGURATION SECTION.
002900*-----------------------
003000 INPUT-OUTPUT SECTION.
003100     FILE-CONTROL.
003200     COPY BNKSEL.
003300     COPY BYRSEL.
003400     COPY SSPSEL.
003500     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003600     ORGANIZATION IS INDEXED
003700     ACCESS MODE IS DYNAMIC
003800     RECORD KEY IS TG-KUNCI
003900     FILE STATUS IS TG-FS.
004000     SELECT KORAN-FILE ASSIGN TO DYNAMIC WS-KORAN-NAMA
004100     ORGANIZATION IS LINE SEQUENTIAL
004200     FILE STATUS IS KO-FS.
004300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004400     ORGANIZATION IS LINE SEQUENTIAL
004500     FILE STATUS IS RS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800     COPY BNKFD.
004900     COPY BYRFD.
005000     COPY SSPFD.
005100 FD TAGIHAN-FILE.
005200 01 TAGIHAN-RECORD.
005300     02 TG-KUNCI.
005400         03 TG-NPM         PIC X(08).
005500         03 TG-TERM        PIC 9(05).
005600     02 TG-JUMLAH          PIC 9(09).
005700     02 TG-DIBAYAR         PIC 9(09).
005800     02 TG-STATUS          PIC X(01).
005900     02 TG-POTONGAN        PIC 9(09).
006000 FD KORAN-FILE.
006100 01 KORAN-LINE.
006200     02 KO-TIPE            PIC X(01).
006300     02 KO-ISI             PIC X(79).
006400 01 KORAN-HEADER.
006500     02 FILLER             PIC X(01).
006600     02 KO-H-REKENING      PIC X(15).
006700     02 KO-H-TGL           PIC 9(08).
006800     02 KO-H-NOMOR         PIC X(10).
006900     02 FILLER             PIC X(46).
007000 01 KORAN-DETAIL.
007100     02 FILLER             PIC X(01).
007200     02 KO-D-TGL           PIC 9(08).
007300     02 KO-D-VA.
007400         03 KO-D-VA-PREFIX PIC 9(05).
007500         03 KO-D-VA-NPM    PIC X(08).
007600         03 KO-D-VA-TERM   PIC 9(05).
007700     02 KO-D-DK            PIC X(01).
007800     02 KO-D-JUMLAH        PIC 9(09).
007900     02 KO-D-REF           PIC X(16).
008000     02 FILLER             PIC X(27).
008100 01 KORAN-TRAILER.
008200     02 FILLER             PIC X(01).
008300     02 KO-T-CACAH         PIC 9(07).
008400     02 KO-T-TOTAL         PIC 9(13).
008500     02 FILLER             PIC X(59).
008600 FD REPORT-OUT.
008700 01 REPORT-LINE            PIC X(100).
008800
008900 WORKING-STORAGE SECTION.
009000 77 BI-FS                  PIC XX.
009100 77 BY-FS                  PIC XX.
009200 77 SU-FS                  PIC XX.
009300 77 TG-FS                  PIC XX.
009400 77 KO-FS                  PIC XX.
009500 77 RS                     PIC XX.
009600 77 WS-RPT-NAMA            PIC X(30).
009700 77 WS-KORAN-NAMA          PIC X(40).
009800 77 WS-TGL-RUN             PIC 9(8).
009900 77 WS-JAM-RUN             PIC 9(8).
010000 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BNK-IMP'.
010100 77 WS-CAT-JML             PIC 9(7).
010200 77 WS-OPERATOR            PIC X(08).
010300 77 WS-OPR-LEVEL           PIC 9(01).
010400 77 WS-SP-NAMA             PIC X(12).
010500 77 WS-SP-NILAI            PIC 9(9).
010600 77 WS-SP-KETEMU-SW        PIC X.
010700 77 WS-VA-PREFIX           PIC 9(05) VALUE ZERO.
010800 77 WS-EOF-SW              PIC X VALUE 'N'.
010900     88 WS-EOF             VALUE 'Y'.
011000 77 WS-KORAN-OK-SW         PIC X.
011100     88 WS-KORAN-OK        VALUE 'Y'.
011200 77 WS-ADA-HEADER-SW       PIC X.
011300     88 WS-ADA-HEADER      VALUE 'Y'.
011400 77 WS-ADA-TRAILER-SW      PIC X.
011500     88 WS-ADA-TRAILER     VALUE 'Y'.
011600 77 WS-JML-DETAIL          PIC 9(07).
011700 77 WS-T-CACAH             PIC 9(07).
011800 77 WS-T-TOTAL             PIC 9(13).
011900 77 WS-TOTAL-DETAIL        PIC 9(13).
012000 77 WS-JML-KREDIT          PIC 9(07).
012100 77 WS-TOTAL-KREDIT        PIC 9(13).
012200 77 WS-JML-DEBET           PIC 9(07).
012300 77 WS-JML-TERAP           PIC 9(07).
012400 77 WS-TOTAL-TERAP         PIC 9(13).
012500 77 WS-JML-SUSPEN          PIC 9(07).
012600 77 WS-TOTAL-SUSPEN        PIC 9(13).
012700 77 WS-SISA-TAGIHAN        PIC S9(10).
012800 77 WS-SELISIH             PIC S9(13).
012900 77 WS-ALASAN              PIC X(20).
013000 77 WS-TGL-REK             PIC 9(08).
013100 77 WS-JML-KORAN           PIC 9(05).
013200 77 WS-JML-TIMPANG         PIC 9(05).
013300 01 WS-PILIHAN             PIC X.
013400     88 WS-PILIH-IMPOR     VALUE 'I'.
013500     88 WS-PILIH-REKON     VALUE 'R'.
013600     88 WS-PILIH-SELESAI   VALUE 'S'.
013700 01 WS-SUMBER.
013800     02 WS-SB-REKENING     PIC X(15).
013900     02 WS-SB-TGL          PIC 9(08).
014000     02 WS-SB-NOMOR        PIC X(10).
014100 01 WS-SUMBER-REKON        PIC X(33).
014200 01 WS-D-SUSPEN.
014300     02 WS-DS-VA           PIC X(18).
014400     02 FILLER             PIC X(02) VALUE SPACES.
014500     02 WS-DS-JUMLAH       PIC Z(8)9.
014600     02 FILLER             PIC X(02) VALUE SPACES.
014700     02 WS-DS-REF          PIC X(16).
014800     02 FILLER             PIC X(02) VALUE SPACES.
014900     02 WS-DS-ALASAN       PIC X(20).
015000 01 WS-D-REKON.
015100     02 WS-DR-REKENING     PIC X(15).
015200     02 FILLER             PIC X(01) VALUE SPACES.
015300     02 WS-DR-NOMOR        PIC X(10).
015400     02 FILLER             PIC X(01) VALUE SPACES.
015500     02 WS-DR-TOTAL        PIC Z(12)9.
015600     02 FILLER             PIC X(01) VALUE SPACES.
015700     02 WS-DR-TERAP        PIC Z(12)9.
015800     02 FILLER             PIC X(01) VALUE SPACES.
015900     02 WS-DR-SUSPEN       PIC Z(12)9.
016000     02 FILLER             PIC X(01) VALUE SPACES.
016100     02 WS-DR-SELISIH      PIC -(12)9.
016200     02 FILLER             PIC X(01) VALUE SPACES.
016300     02 WS-DR-KET          PIC X(14).
016400
016500 PROCEDURE DIVISION.
016600*-----------------------------------------------------------------
016700 0000-MAINLINE.
016800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
016900     ACCEPT WS-JAM-RUN FROM TIME.
017000     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
017100     IF WS-OPERATOR = SPACES
017200         DISPLAY 'IMPOR REKENING KORAN HANYA UNTUK OPERATOR'
017300             ' YANG SIGN-ON LEWAT BRG-MENU'
017400         GO TO 9999-EXIT
017500     END-IF.
017600     MOVE 'VAPREFIX' TO WS-SP-NAMA.
017700     MOVE ZERO TO WS-SP-NILAI.
017800     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
017900         WS-SP-KETEMU-SW.
018000     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI < 100000
018100         MOVE WS-SP-NILAI TO WS-VA-PREFIX
018200     END-IF.
018300     DISPLAY 'REKENING KORAN VA (I=IMPOR, R=REKONSILIASI,'
018400         ' S=SELESAI) : ' WITH NO ADVANCING.
018500     ACCEPT WS-PILIHAN.
018600     EVALUATE TRUE
018700         WHEN WS-PILIH-IMPOR
018800             PERFORM 1000-IMPOR THRU 1000-EXIT
018900         WHEN WS-PILIH-REKON
019000             PERFORM 5000-REKON THRU 5000-EXIT
019100         WHEN WS-PILIH-SELESAI
019200             CONTINUE
019300         WHEN OTHER
019400             DISPLAY 'PILIHAN TIDAK DIKENAL'
019500     END-EVALUATE.
019600     GO TO 9999-EXIT.
019700
019800*-----------------------------------------------------------------
019900* Impor: lintasan 1 memeriksa bentuk file (header, trailer, cacah
020000* dan total) tanpa mengubah apa pun; baru sesudah lolos dan kunci
020100* header belum pernah diimpor, lintasan 2 membukukan.
020200*-----------------------------------------------------------------
020300 1000-IMPOR.
020400     DISPLAY 'NAMA FILE REKENING KORAN : ' WITH NO ADVANCING.
020500     ACCEPT WS-KORAN-NAMA.
020600     OPEN INPUT KORAN-FILE.
020700     IF KO-FS NOT = '00'
020800         DISPLAY 'FILE ' WS-KORAN-NAMA ' TIDAK DAPAT DIBUKA,'
020900             ' STATUS ' KO-FS
021000         GO TO 1000-EXIT
021100     END-IF.
021200     MOVE 'Y' TO WS-KORAN-OK-SW.
021300     MOVE 'N' TO WS-ADA-HEADER-SW.
021400     MOVE 'N' TO WS-ADA-TRAILER-SW.
021500     MOVE ZERO TO WS-JML-DETAIL.
021600     MOVE ZERO TO WS-TOTAL-DETAIL.
021700     MOVE 'N' TO WS-EOF-SW.
021800     PERFORM 1100-PERIKSA-BARIS THRU 1100-EXIT
021900         UNTIL WS-EOF OR NOT WS-KORAN-OK.
022000     CLOSE KORAN-FILE.
022100     IF WS-KORAN-OK
022200         IF NOT WS-ADA-HEADER OR NOT WS-ADA-TRAILER
022300             DISPLAY 'HEADER ATAU TRAILER TIDAK ADA'
022400             MOVE 'N' TO WS-KORAN-OK-SW
022500         END-IF
022600     END-IF.
022700     IF WS-KORAN-OK
022800         IF WS-T-CACAH NOT = WS-JML-DETAIL
022900                 OR WS-T-TOTAL NOT = WS-TOTAL-DETAIL
023000             DISPLAY 'TRAILER ' WS-T-CACAH ' / ' WS-T-TOTAL
023100                 ' TIDAK SAMA DENGAN DETAIL ' WS-JML-DETAIL ' / '
023200                 WS-TOTAL-DETAIL
023300             MOVE 'N' TO WS-KORAN-OK-SW
023400         END-IF
023500     END-IF.
023600     IF NOT WS-KORAN-OK
023700         DISPLAY 'REKENING KORAN DITOLAK, TIDAK ADA YANG'
023800             ' DIBUKUKAN'
023900         GO TO 1000-EXIT
024000     END-IF.
024100     OPEN I-O BANKIMP-FILE.
024200     IF BI-FS = '35'
024300         OPEN OUTPUT BANKIMP-FILE
024400         CLOSE BANKIMP-FILE
024500         OPEN I-O BANKIMP-FILE
024600     END-IF.
024700     MOVE WS-SUMBER TO BI-KUNCI.
024800     READ BANKIMP-FILE
024900         INVALID KEY CONTINUE
025000         NOT INVALID KEY
025100             DISPLAY 'REKENING KORAN ' WS-SB-REKENING ' '
025200                 WS-SB-TGL ' ' WS-SB-NOMOR
025300             DISPLAY 'SUDAH DIIMPOR ' BI-TGL-IMPOR ' OLEH '
025400                 BI-OPERATOR ' (STATUS ' BI-STATUS
025500                 '), IMPOR ULANG DITOLAK'
025600             CLOSE BANKIMP-FILE
025700             GO TO 1000-EXIT
025800     END-READ.
025900     OPEN I-O TAGIHAN-FILE.
026000     IF TG-FS NOT = '00'
026100         DISPLAY 'tagihan.dat BELUM ADA, JALANKAN BILL-GEN DULU'
026200         CLOSE BANKIMP-FILE
026300         GO TO 1000-EXIT
026400     END-IF.
026500     MOVE SPACES TO BANKIMP-RECORD.
026600     MOVE WS-SUMBER TO BI-KUNCI.
026700     MOVE 'P' TO BI-STATUS.
026800     MOVE ZERO TO BI-JML-KREDIT.
026900     MOVE ZERO TO BI-TOTAL.
027000     MOVE ZERO TO BI-TERAP.
027100     MOVE ZERO TO BI-SUSPEN.
027200     MOVE WS-TGL-RUN TO BI-TGL-IMPOR.
027300     MOVE WS-OPERATOR TO BI-OPERATOR.
027400     WRITE BANKIMP-RECORD
027500         INVALID KEY
027600             DISPLAY 'GAGAL TULIS bankimp.dat, STATUS ' BI-FS
027700             CLOSE BANKIMP-FILE
027800             CLOSE TAGIHAN-FILE
027900             GO TO 1000-EXIT
028000     END-WRITE.
028100     OPEN EXTEND BAYAR-LOG.
028200     IF BY-FS = '35'
028300         OPEN OUTPUT BAYAR-LOG
028400     END-IF.
028500     OPEN EXTEND SUSPEN-LOG.
028600     IF SU-FS = '35'
028700         OPEN OUTPUT SUSPEN-LOG
028800     END-IF.
028900     MOVE SPACES TO WS-RPT-NAMA.
029000     STRING 'BNKIMP-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
029100         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
029200     OPEN OUTPUT REPORT-OUT.
029300     PERFORM 1300-JUDUL THRU 1300-EXIT.
029400     MOVE ZERO TO WS-JML-KREDIT WS-TOTAL-KREDIT WS-JML-DEBET
029500         WS-JML-TERAP WS-TOTAL-TERAP WS-JML-SUSPEN
029600         WS-TOTAL-SUSPEN.
029700     OPEN INPUT KORAN-FILE.
029800     MOVE 'N' TO WS-EOF-SW.
029900     PERFORM 2000-BUKUKAN-BARIS THRU 2000-EXIT
030000         UNTIL WS-EOF.
030100     CLOSE KORAN-FILE.
030200     MOVE WS-SUMBER TO BI-KUNCI.
030300     READ BANKIMP-FILE
030400         INVALID KEY
030500             DISPLAY 'KENDALI bankimp.dat HILANG, STATUS ' BI-FS
030600     END-READ.
030700     MOVE 'S' TO BI-STATUS.
030800     MOVE WS-JML-KREDIT TO BI-JML-KREDIT.
030900     MOVE WS-TOTAL-KREDIT TO BI-TOTAL.
031000     MOVE WS-TOTAL-TERAP TO BI-TERAP.
031100     MOVE WS-TOTAL-SUSPEN TO BI-SUSPEN.
031200     REWRITE BANKIMP-RECORD
031300         INVALID KEY
031400             DISPLAY 'GAGAL MENUTUP KENDALI, STATUS ' BI-FS
031500     END-REWRITE.
031600     PERFORM 1400-PENUTUP THRU 1400-EXIT.
031700     CLOSE BANKIMP-FILE.
031800     CLOSE TAGIHAN-FILE.
031900     CLOSE BAYAR-LOG.
032000     CLOSE SUSPEN-LOG.
032100     CLOSE REPORT-OUT.
032200     MOVE WS-JML-SUSPEN TO WS-CAT-JML.
032300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
032400         WS-CAT-JML.
032500     DISPLAY 'KREDIT ' WS-JML-KREDIT ' = ' WS-TOTAL-KREDIT.
032600     DISPLAY 'DIBUKUKAN ' WS-JML-TERAP ' = ' WS-TOTAL-TERAP
032700         ', SUSPEN ' WS-JML-SUSPEN ' = ' WS-TOTAL-SUSPEN.
032800     DISPLAY 'RINCIAN DI ' WS-RPT-NAMA.
032900 1000-EXIT.
033000     EXIT.
033100
033200 1100-PERIKSA-BARIS.
033300     READ KORAN-FILE
033400         AT END MOVE 'Y' TO WS-EOF-SW
033500     END-READ.
033600     IF WS-EOF
033700         GO TO 1100-EXIT
033800     END-IF.
033900     IF WS-ADA-TRAILER
034000         DISPLAY 'ADA BARIS SESUDAH TRAILER'
034100         MOVE 'N' TO WS-KORAN-OK-SW
034200         GO TO 1100-EXIT
034300     END-IF.
034400     EVALUATE KO-TIPE
034500         WHEN 'H'
034600             IF WS-ADA-HEADER OR KO-H-TGL NOT NUMERIC
034700                     OR KO-H-REKENING = SPACES
034800                 DISPLAY 'HEADER GANDA ATAU TIDAK SAH'
034900                 MOVE 'N' TO WS-KORAN-OK-SW
035000             ELSE
035100                 MOVE 'Y' TO WS-ADA-HEADER-SW
035200                 MOVE KO-H-REKENING TO WS-SB-REKENING
035300                 MOVE KO-H-TGL TO WS-SB-TGL
035400                 MOVE KO-H-NOMOR TO WS-SB-NOMOR
035500             END-IF
035600         WHEN 'D'
035700             IF NOT WS-ADA-HEADER OR KO-D-JUMLAH NOT NUMERIC
035800                 DISPLAY 'DETAIL TANPA HEADER ATAU JUMLAH'
035900                     ' TIDAK SAH'
036000                 MOVE 'N' TO WS-KORAN-OK-SW
036100             ELSE
036200                 ADD 1 TO WS-JML-DETAIL
036300                 ADD KO-D-JUMLAH TO WS-TOTAL-DETAIL
036400             END-IF
036500         WHEN 'T'
036600             IF KO-T-CACAH NOT NUMERIC OR KO-T-TOTAL NOT NUMERIC
036700                 DISPLAY 'TRAILER TIDAK SAH'
036800                 MOVE 'N' TO WS-KORAN-OK-SW
036900             ELSE
037000                 MOVE 'Y' TO WS-ADA-TRAILER-SW
037100                 MOVE KO-T-CACAH TO WS-T-CACAH
037200                 MOVE KO-T-TOTAL TO WS-T-TOTAL
037300             END-IF
037400         WHEN OTHER
037500             DISPLAY 'TIPE BARIS TIDAK DIKENAL : ' KO-TIPE
037600             MOVE 'N' TO WS-KORAN-OK-SW
037700     END-EVALUATE.
037800 1100-EXIT.
037900     EXIT.
038000
038100 1300-JUDUL.
038200     MOVE SPACES TO REPORT-LINE.
038300     STRING 'IMPOR REKENING KORAN VA ' WS-SB-REKENING ' TANGGAL '
038400         WS-SB-TGL ' NOMOR ' WS-SB-NOMOR
038500         DELIMITED BY SIZE INTO REPORT-LINE.
038600     WRITE REPORT-LINE.
038700     MOVE SPACES TO REPORT-LINE.
038800     STRING 'DIIMPOR ' WS-TGL-RUN ' OLEH ' WS-OPERATOR
038900         ' DARI ' WS-KORAN-NAMA DELIMITED BY SIZE
039000         INTO REPORT-LINE.
039100     WRITE REPORT-LINE.
039200     MOVE SPACES TO REPORT-LINE.
039300     WRITE REPORT-LINE.
039400     MOVE 'SUSPEN (TIDAK DIBUKUKAN KE TAGIHAN):' TO REPORT-LINE.
039500     WRITE REPORT-LINE.
039600     MOVE 'NOMOR VA'  TO REPORT-LINE.
039700     MOVE 'JUMLAH' TO REPORT-LINE(26:6).
039800     MOVE 'REFERENSI BANK' TO REPORT-LINE(34:14).
039900     MOVE 'ALASAN' TO REPORT-LINE(52:6).
040000     WRITE REPORT-LINE.
040100 1300-EXIT.
040200     EXIT.
040300
040400 1400-PENUTUP.
040500     MOVE SPACES TO REPORT-LINE.
040600     WRITE REPORT-LINE.
040700     MOVE SPACES TO REPORT-LINE.
040800     STRING 'KREDIT REKENING KORAN  : ' WS-JML-KREDIT ' BARIS  '
040900         WS-TOTAL-KREDIT DELIMITED BY SIZE INTO REPORT-LINE.
041000     WRITE REPORT-LINE.
041100     MOVE SPACES TO REPORT-LINE.
041200     STRING 'DIBUKUKAN KE TAGIHAN   : ' WS-JML-TERAP ' BARIS  '
041300         WS-TOTAL-TERAP DELIMITED BY SIZE INTO REPORT-LINE.
041400     WRITE REPORT-LINE.
041500     MOVE SPACES TO REPORT-LINE.
041600     STRING 'KE SUSPEN              : ' WS-JML-SUSPEN ' BARIS  '
041700         WS-TOTAL-SUSPEN DELIMITED BY SIZE INTO REPORT-LINE.
041800     WRITE REPORT-LINE.
041900     MOVE SPACES TO REPORT-LINE.
042000     STRING 'BARIS DEBET (DILEWATI) : ' WS-JML-DEBET
042100         DELIMITED BY SIZE INTO REPORT-LINE.
042200     WRITE REPORT-LINE.
042300     COMPUTE WS-SELISIH = WS-TOTAL-KREDIT - WS-TOTAL-TERAP
042400         - WS-TOTAL-SUSPEN.
042500     MOVE SPACES TO REPORT-LINE.
042600     IF WS-SELISIH = ZERO
042700         MOVE 'REKONSILIASI : KREDIT = DIBUKUKAN + SUSPEN'
042800             TO REPORT-LINE
042900     ELSE
043000         MOVE WS-SELISIH TO WS-DR-SELISIH
043100         STRING 'REKONSILIASI TIDAK SEIMBANG, SELISIH '
043200             WS-DR-SELISIH DELIMITED BY SIZE INTO REPORT-LINE
043300     END-IF.
043400     WRITE REPORT-LINE.
043500 1400-EXIT.
043600     EXIT.
043700
043800*-----------------------------------------------------------------
043900* Lintasan 2: satu kredit dibukukan ke tagihan atau ke suspen.
044000* Setoran yang melebihi sisa tagihan masuk suspen utuh; bendahara
044100* yang memutuskan bagian mana yang dibukukan lewat BILL-PAY.
044200*-----------------------------------------------------------------
044300 2000-BUKUKAN-BARIS.
044400     READ KORAN-FILE
044500         AT END MOVE 'Y' TO WS-EOF-SW
044600     END-READ.
044700     IF WS-EOF
044800         GO TO 2000-EXIT
044900     END-IF.
045000     IF KO-TIPE NOT = 'D'
045100         GO TO 2000-EXIT
045200     END-IF.
045300     IF KO-D-DK NOT = 'K'
045400         ADD 1 TO WS-JML-DEBET
045500         GO TO 2000-EXIT
045600     END-IF.
045700     ADD 1 TO WS-JML-KREDIT.
045800     ADD KO-D-JUMLAH TO WS-TOTAL-KREDIT.
045900     IF KO-D-JUMLAH = ZERO
046000         MOVE 'SETORAN NOL' TO WS-ALASAN
046100         GO TO 2000-SUSPEN
046200     END-IF.
046300     IF KO-D-VA-PREFIX NOT NUMERIC OR KO-D-VA-TERM NOT NUMERIC
046400         MOVE 'VA TIDAK SAH' TO WS-ALASAN
046500         GO TO 2000-SUSPEN
046600     END-IF.
046700     IF WS-VA-PREFIX NOT = ZERO
046800             AND KO-D-VA-PREFIX NOT = WS-VA-PREFIX
046900         MOVE 'VA BUKAN KAMPUS' TO WS-ALASAN
047000         GO TO 2000-SUSPEN
047100     END-IF.
047200     MOVE KO-D-VA-NPM TO TG-NPM.
047300     MOVE KO-D-VA-TERM TO TG-TERM.
047400     READ TAGIHAN-FILE
047500         INVALID KEY
047600             MOVE 'TAGIHAN TIDAK ADA' TO WS-ALASAN
047700             GO TO 2000-SUSPEN
047800     END-READ.
047900     IF TG-STATUS NOT = 'T'
048000         MOVE 'TAGIHAN TIDAK TERBUKA' TO WS-ALASAN
048100         GO TO 2000-SUSPEN
048200     END-IF.
048300     COMPUTE WS-SISA-TAGIHAN = TG-JUMLAH - TG-DIBAYAR
048400         - TG-POTONGAN.
048500     IF KO-D-JUMLAH > WS-SISA-TAGIHAN
048600         MOVE 'MELEBIHI SISA TAGIHAN' TO WS-ALASAN
048700         GO TO 2000-SUSPEN
048800     END-IF.
048900     ADD KO-D-JUMLAH TO TG-DIBAYAR.
049000     IF TG-DIBAYAR + TG-POTONGAN >= TG-JUMLAH
049100         MOVE 'L' TO TG-STATUS
049200     ELSE
049300         MOVE 'T' TO TG-STATUS
049400     END-IF.
049500     REWRITE TAGIHAN-RECORD
049600         INVALID KEY
049700             MOVE 'GAGAL SIMPAN TAGIHAN' TO WS-ALASAN
049800             GO TO 2000-SUSPEN
049900     END-REWRITE.
050000     MOVE SPACES TO BAYAR-LINE.
050100     MOVE TG-NPM TO BY-NPM.
050200     MOVE TG-TERM TO BY-TERM.
050300     MOVE KO-D-JUMLAH TO BY-JUMLAH.
050400     MOVE KO-D-TGL TO BY-TGL-BANK.
050500     MOVE KO-D-REF TO BY-REF.
050600     MOVE WS-SUMBER TO BY-SUMBER.
050700     MOVE WS-OPERATOR TO BY-OPERATOR.
050800     WRITE BAYAR-LINE.
050900     ADD 1 TO WS-JML-TERAP.
051000     ADD KO-D-JUMLAH TO WS-TOTAL-TERAP.
051100     GO TO 2000-EXIT.
051200 2000-SUSPEN.
051300     MOVE SPACES TO SUSPEN-LINE.
051400     MOVE KO-D-VA TO SU-VA.
051500     MOVE KO-D-JUMLAH TO SU-JUMLAH.
051600     MOVE KO-D-TGL TO SU-TGL-BANK.
051700     MOVE KO-D-REF TO SU-REF.
051800     MOVE WS-ALASAN TO SU-ALASAN.
051900     MOVE WS-SUMBER TO SU-SUMBER.
052000     WRITE SUSPEN-LINE.
052100     ADD 1 TO WS-JML-SUSPEN.
052200     ADD KO-D-JUMLAH TO WS-TOTAL-SUSPEN.
052300     MOVE KO-D-VA TO WS-DS-VA.
052400     MOVE KO-D-JUMLAH TO WS-DS-JUMLAH.
052500     MOVE KO-D-REF TO WS-DS-REF.
052600     MOVE WS-ALASAN TO WS-DS-ALASAN.
052700     MOVE WS-D-SUSPEN TO REPORT-LINE.
052800     WRITE REPORT-LINE.
052900 2000-EXIT.
053000     EXIT.
053100
053200*-----------------------------------------------------------------
053300* Rekonsiliasi harian: tiap rekening koran bertanggal itu di
053400* bankimp.dat, total kreditnya dibandingkan dengan jumlah yang
053500* benar-benar ada di bayar.dat dan suspen.dat untuk sumber itu.
053600*-----------------------------------------------------------------
053700 5000-REKON.
053800     DISPLAY 'TANGGAL REKENING KORAN (YYYYMMDD) : '
053900         WITH NO ADVANCING.
054000     ACCEPT WS-TGL-REK.
054100     OPEN INPUT BANKIMP-FILE.
054200     IF BI-FS NOT = '00'
054300         DISPLAY 'BELUM ADA REKENING KORAN YANG DIIMPOR'
054400         GO TO 5000-EXIT
054500     END-IF.
054600     MOVE SPACES TO WS-RPT-NAMA.
054700     STRING 'BNKREK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
054800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
054900     OPEN OUTPUT REPORT-OUT.
055000     MOVE SPACES TO REPORT-LINE.
055100     STRING 'REKONSILIASI REKENING KORAN VA TANGGAL ' WS-TGL-REK
055200         DELIMITED BY SIZE INTO REPORT-LINE.
055300     WRITE REPORT-LINE.
055400     MOVE SPACES TO REPORT-LINE.
055500     WRITE REPORT-LINE.
055600     MOVE 'REKENING        NOMOR' TO REPORT-LINE.
055700     MOVE 'TOTAL KORAN' TO REPORT-LINE(31:11).
055800     MOVE 'DIBUKUKAN' TO REPORT-LINE(47:9).
055900     MOVE 'SUSPEN' TO REPORT-LINE(64:6).
056000     MOVE 'SELISIH' TO REPORT-LINE(77:7).
056100     WRITE REPORT-LINE.
056200     MOVE ZERO TO WS-JML-KORAN.
056300     MOVE ZERO TO WS-JML-TIMPANG.
056400     MOVE ZERO TO WS-TOTAL-KREDIT WS-TOTAL-TERAP WS-TOTAL-SUSPEN.
056500     MOVE 'N' TO WS-EOF-SW.
056600     PERFORM 5100-SATU-KORAN THRU 5100-EXIT
056700         UNTIL WS-EOF.
056800     CLOSE BANKIMP-FILE.
056900     MOVE SPACES TO REPORT-LINE.
057000     WRITE REPORT-LINE.
057100     MOVE SPACES TO WS-D-REKON.
057200     MOVE 'JUMLAH HARIAN' TO WS-DR-REKENING.
057300     MOVE WS-TOTAL-KREDIT TO WS-DR-TOTAL.
057400     MOVE WS-TOTAL-TERAP TO WS-DR-TERAP.
057500     MOVE WS-TOTAL-SUSPEN TO WS-DR-SUSPEN.
057600     COMPUTE WS-SELISIH = WS-TOTAL-KREDIT - WS-TOTAL-TERAP
057700         - WS-TOTAL-SUSPEN.
057800     MOVE WS-SELISIH TO WS-DR-SELISIH.
057900     IF WS-JML-TIMPANG > ZERO
058000         MOVE 'TIDAK SEIMBANG' TO WS-DR-KET
058100     ELSE
058200         MOVE 'SEIMBANG' TO WS-DR-KET
058300     END-IF.
058400     MOVE WS-D-REKON TO REPORT-LINE.
058500     WRITE REPORT-LINE.
058600     CLOSE REPORT-OUT.
058700     MOVE WS-JML-KORAN TO WS-CAT-JML.
058800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
058900         WS-CAT-JML.
059000     DISPLAY 'REKENING KORAN ' WS-JML-KORAN ', TIDAK SEIMBANG '
059100         WS-JML-TIMPANG ' -- ' WS-RPT-NAMA.
059200 5000-EXIT.
059300     EXIT.
059400
059500 5100-SATU-KORAN.
059600     READ BANKIMP-FILE NEXT RECORD
059700         AT END MOVE 'Y' TO WS-EOF-SW
059800     END-READ.
059900     IF WS-EOF
060000         GO TO 5100-EXIT
060100     END-IF.
060200     IF BI-TGL NOT = WS-TGL-REK
060300         GO TO 5100-EXIT
060400     END-IF.
060500     ADD 1 TO WS-JML-KORAN.
060600     MOVE BI-KUNCI TO WS-SUMBER-REKON.
060700     MOVE ZERO TO WS-JML-TERAP.
060800     MOVE ZERO TO WS-JML-SUSPEN.
060900     MOVE ZERO TO WS-TOTAL-DETAIL.
061000     OPEN INPUT BAYAR-LOG.
061100     IF BY-FS = '00'
061200         PERFORM 5200-SATU-BAYAR THRU 5200-EXIT
061300             UNTIL BY-FS NOT = '00'
061400         CLOSE BAYAR-LOG
061500     END-IF.
061600     MOVE WS-TOTAL-DETAIL TO WS-DR-TERAP.
061700     COMPUTE WS-SELISIH = BI-TOTAL - WS-TOTAL-DETAIL.
061800     ADD BI-TOTAL TO WS-TOTAL-KREDIT.
061900     ADD WS-TOTAL-DETAIL TO WS-TOTAL-TERAP.
062000     MOVE ZERO TO WS-TOTAL-DETAIL.
062100     OPEN INPUT SUSPEN-LOG.
062200     IF SU-FS = '00'
062300         PERFORM 5300-SATU-SUSPEN THRU 5300-EXIT
062400             UNTIL SU-FS NOT = '00'
062500         CLOSE SUSPEN-LOG
062600     END-IF.
062700     MOVE WS-TOTAL-DETAIL TO WS-DR-SUSPEN.
062800     SUBTRACT WS-TOTAL-DETAIL FROM WS-SELISIH.
062900     ADD WS-TOTAL-DETAIL TO WS-TOTAL-SUSPEN.
063000     MOVE BI-REKENING TO WS-DR-REKENING.
063100     MOVE BI-NOMOR TO WS-DR-NOMOR.
063200     MOVE BI-TOTAL TO WS-DR-TOTAL.
063300     MOVE WS-SELISIH TO WS-DR-SELISIH.
063400     IF WS-SELISIH NOT = ZERO OR BI-STATUS NOT = 'S'
063500         ADD 1 TO WS-JML-TIMPANG
063600         IF BI-STATUS NOT = 'S'
063700             MOVE 'IMPOR TERPUTUS' TO WS-DR-KET
063800         ELSE
063900             MOVE 'TIDAK SEIMBANG' TO WS-DR-KET
064000         END-IF
064100     ELSE
064200         MOVE 'SEIMBANG' TO WS-DR-KET
064300     END-IF.
064400     MOVE WS-D-REKON TO REPORT-LINE.
064500     WRITE REPORT-LINE.
064600 5100-EXIT.
064700     EXIT.
064800
064900 5200-SATU-BAYAR.
065000     READ BAYAR-LOG
065100         AT END GO TO 5200-EXIT
065200     END-READ.
065300     IF BY-SUMBER = WS-SUMBER-REKON AND BY-JUMLAH IS NUMERIC
065400         ADD BY-JUMLAH TO WS-TOTAL-DETAIL
065500     END-IF.
065600 5200-EXIT.
065700     EXIT.
065800
065900 5300-SATU-SUSPEN.
066000     READ SUSPEN-LOG
066100         AT END GO TO 5300-EXIT
066200     END-READ.
066300     IF SU-SUMBER = WS-SUMBER-REKON AND SU-JUMLAH IS NUMERIC
066400         ADD SU-JUMLAH TO WS-TOTAL-DETAIL
066500     END-IF.
066600 5300-EXIT.
066700     EXIT.
066800
066900*-----------------------------------------------------------------
067000 9999-EXIT.
067100     STOP RUN.
