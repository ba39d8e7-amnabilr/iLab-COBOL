000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Meja pinjam alat lab dan media: pinjam memindai kartu
000500*           mahasiswa (barcode NPM dari CARD-PRN, dicek NPM-CHK
000600*           dan dept.dat) dan label KODE-BRG alat (BRG-LBL) dengan
000700*           tanggal jatuh tempo, nomor pinjam dari pjmctl.dat;
000800*           kembali menutup pinjaman; daftar keterlambatan per
000900*           mahasiswa ke TELAT-*.RPT (hari telat dalam hari
000910*           kalender sebenarnya, TGL-KERJA). Mahasiswa yang masih
001000*           memegang alat lewat tempo tidak boleh meminjam lagi,
001100*           dan ditahan di KRS-ENTRY dan TRANS-RPT seperti
001110*           tunggakan kuliah.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 PROGRAM-ID. PJM-DESK.
001700 ENVIRONMENT DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 CONFIGURATION SECTION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY BRGSEL.
002400     COPY DEPTSEL.
002500     COPY PJMSEL.
002600     SELECT PJM-CTL ASSIGN TO 'pjmctl.dat'
002700     ORGANIZATION IS LINE SEQUENTIAL
002800     FILE STATUS IS PC-FS.
002900     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003000     ORGANIZATION IS LINE SEQUENTIAL
003100     FILE STATUS IS RS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400     COPY BRGFD.
003500     COPY DEPTFD.
003600     COPY PJMFD.
003700 FD PJM-CTL.
003800 01 PJM-CTL-RECORD.
003900     02 PC-NO-TERAKHIR     PIC 9(06).
004000 FD REPORT-OUT.
004100 01 REPORT-LINE            PIC X(100).
004200
004300 WORKING-STORAGE SECTION.
004400 77 WS-RPT-NAMA            PIC X(30).
004500 77 WS-TGL-RUN             PIC 9(8).
004600 77 WS-JAM-RUN             PIC 9(8).
004700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'PJM-DESK'.
004800 77 WS-CAT-JML             PIC 9(7).
004900 77 FS                     PIC XX.
005000 77 DP-FS                  PIC XX.
005100 77 PJ-FS                  PIC XX.
005200 77 PC-FS                  PIC XX.
005300 77 RS                     PIC XX.
005400 77 WS-EOF-SW              PIC X VALUE 'N'.
005500     88 WS-EOF             VALUE 'Y'.
005600 77 WS-NPM-VALID-SW        PIC X.
005700     88 WS-NPM-VALID       VALUE 'Y'.
005800 77 WS-TELAT-SW            PIC X VALUE 'N'.
005900     88 WS-TELAT           VALUE 'Y'.
006000 77 WS-KETEMU-SW           PIC X VALUE 'N'.
006100     88 WS-KETEMU          VALUE 'Y'.
006200 77 WS-OPERATOR            PIC X(8).
006300 77 WS-OPR-LEVEL           PIC 9(1).
006400 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
006500 77 WS-JML-MHS             PIC 9(5) VALUE ZERO.
006600 77 WS-UMUR-HARI           PIC S9(7).
006610* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
006620 77 WS-TK-FUNGSI           PIC X(1) VALUE 'H'.
006630 77 WS-TK-HARI             PIC S9(7).
006640 77 WS-TK-KERJA            PIC S9(7).
006650 77 WS-TK-KET              PIC X(30).
006700 01 WS-PILIHAN             PIC X.
006800     88 WS-PILIH-PINJAM    VALUE 'P'.
006900     88 WS-PILIH-KEMBALI   VALUE 'K'.
007000     88 WS-PILIH-TELAT     VALUE 'T'.
007100     88 WS-PILIH-SELESAI   VALUE 'S'.
007200 01 WS-NPM                 PIC X(8).
007300 01 WS-KODE-BRG            PIC X(5).
007400 01 WS-TGL-TEMPO           PIC 9(8).
007500 01 WS-TGL-KINI            PIC 9(8).
007600 01 WS-NPM-BERJALAN        PIC X(8) VALUE SPACES.
008400 01 WS-JUDUL.
008500     02 FILLER             PIC X(20) VALUE SPACES.
008600     02 FILLER             PIC X(36)
008700         VALUE 'PINJAMAN ALAT TERLAMBAT, PER TGL : '.
008800     02 WS-J-TGL           PIC 9(08).
008900 01 WS-JUDUL-MHS.
009000     02 FILLER             PIC X(06) VALUE 'NPM : '.
009100     02 WS-JM-NPM          PIC X(08).
009200     02 FILLER             PIC X(02) VALUE SPACES.
009300     02 WS-JM-NAMA         PIC X(20).
009400     02 FILLER             PIC X(02) VALUE SPACES.
009500     02 WS-JM-KELAS        PIC X(05).
009600     02 FILLER             PIC X(02) VALUE SPACES.
009700     02 WS-JM-EMAIL        PIC X(30).
009800 01 WS-HEADER.
009900     02 FILLER             PIC X(04) VALUE SPACES.
010000     02 FILLER             PIC X(07) VALUE 'NO'.
010100     02 FILLER             PIC X(06) VALUE 'KODE'.
010200     02 FILLER             PIC X(23) VALUE 'NAMA ALAT'.
010300     02 FILLER             PIC X(09) VALUE 'PINJAM'.
010400     02 FILLER             PIC X(09) VALUE 'TEMPO'.
010500     02 FILLER             PIC X(06) VALUE ' TELAT'.
010600 01 WS-DETAIL.
010700     02 FILLER             PIC X(04) VALUE SPACES.
010800     02 WS-D-NO            PIC 9(06).
010900     02 FILLER             PIC X(01) VALUE SPACES.
011000     02 WS-D-KODE          PIC X(05).
011100     02 FILLER             PIC X(01) VALUE SPACES.
011200     02 WS-D-NAMA          PIC X(22).
011300     02 FILLER             PIC X(01) VALUE SPACES.
011400     02 WS-D-PINJAM        PIC 9(08).
011500     02 FILLER             PIC X(01) VALUE SPACES.
011600     02 WS-D-TEMPO         PIC 9(08).
011700     02 FILLER             PIC X(01) VALUE SPACES.
011800     02 WS-D-HARI          PIC ZZZZ9.
011900     02 FILLER             PIC X(05) VALUE ' HARI'.
012000
012100 PROCEDURE DIVISION.
012200*-----------------------------------------------------------------
012300 0000-MAINLINE.
012400     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
012500     OPEN I-O PINJAM-FILE.
012600     IF PJ-FS = '35'
012700         OPEN OUTPUT PINJAM-FILE
012800         CLOSE PINJAM-FILE
012900         OPEN I-O PINJAM-FILE
013000     END-IF.
013100     IF PJ-FS NOT = '00'
013200         DISPLAY 'pinjam.dat TIDAK DAPAT DIBUKA, STATUS ' PJ-FS
013300         GO TO 9999-EXIT
013400     END-IF.
013500     PERFORM 1000-MENU THRU 1000-EXIT
013600         UNTIL WS-PILIH-SELESAI.
013700     CLOSE PINJAM-FILE.
013800     GO TO 9999-EXIT.
013900
014000*-----------------------------------------------------------------
014100 1000-MENU.
014200     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
014300     DISPLAY 'MEJA PINJAM (P=PINJAM, K=KEMBALI, T=DAFTAR TELAT,'
014400         ' S=SELESAI) : ' WITH NO ADVANCING.
014500     ACCEPT WS-PILIHAN.
014600     EVALUATE TRUE
014700         WHEN WS-PILIH-PINJAM
014800             PERFORM 2000-PINJAM THRU 2000-EXIT
014900         WHEN WS-PILIH-KEMBALI
015000             PERFORM 3000-KEMBALI THRU 3000-EXIT
015100         WHEN WS-PILIH-TELAT
015200             PERFORM 4000-DAFTAR-TELAT THRU 4000-EXIT
015300         WHEN WS-PILIH-SELESAI
015400             CONTINUE
015500         WHEN OTHER
015600             DISPLAY 'PILIHAN TIDAK DIKENAL'
015700     END-EVALUATE.
015800 1000-EXIT.
015900     EXIT.
016000
016100*-----------------------------------------------------------------
016200* Pinjam: kartu dan label dipindai, mahasiswa harus ada di
016300* dept.dat dan tidak cuti/non-aktif, alat harus ada di barang.dat
016400* dan tidak diblokir, tempo tidak boleh sebelum hari ini.
016500*-----------------------------------------------------------------
016600 2000-PINJAM.
016700     PERFORM 6000-SCAN-KARTU THRU 6000-EXIT.
016800     IF NOT WS-NPM-VALID
016900         GO TO 2000-EXIT
017000     END-IF.
017100     IF DP-STATUS = 'C' OR DP-STATUS = 'N'
017200         DISPLAY 'MAHASISWA BERSTATUS ' DP-STATUS
017300             ' (CUTI/NON-AKTIF), TIDAK BOLEH MEMINJAM'
017400         GO TO 2000-EXIT
017500     END-IF.
017600     PERFORM 6200-CEK-TELAT THRU 6200-EXIT.
017700     IF WS-TELAT
017800         DISPLAY 'MASIH ADA PINJAMAN LEWAT TEMPO, KEMBALIKAN DULU'
017900         GO TO 2000-EXIT
018000     END-IF.
018100     PERFORM 6100-SCAN-LABEL THRU 6100-EXIT.
018200     IF WS-KODE-BRG = SPACES
018300         GO TO 2000-EXIT
018400     END-IF.
018500     DISPLAY 'TANGGAL TEMPO (YYYYMMDD) : ' WITH NO ADVANCING.
018600     ACCEPT WS-TGL-TEMPO.
018700     IF WS-TGL-TEMPO < WS-TGL-KINI
018800         DISPLAY 'TEMPO SEBELUM HARI INI, DIBATALKAN'
018900         GO TO 2000-EXIT
019000     END-IF.
019100     OPEN INPUT PJM-CTL.
019200     IF PC-FS = '00'
019300         READ PJM-CTL
019400             AT END MOVE ZERO TO PC-NO-TERAKHIR
019500         END-READ
019600         CLOSE PJM-CTL
019700     ELSE
019800         MOVE ZERO TO PC-NO-TERAKHIR
019900     END-IF.
020000     ADD 1 TO PC-NO-TERAKHIR.
020100     OPEN OUTPUT PJM-CTL.
020200     WRITE PJM-CTL-RECORD.
020300     CLOSE PJM-CTL.
020400     MOVE SPACES TO PINJAM-RECORD.
020500     MOVE WS-NPM TO PJ-NPM.
020600     MOVE PC-NO-TERAKHIR TO PJ-NO.
020700     MOVE WS-KODE-BRG TO PJ-KODE-BRG.
020800     MOVE WS-TGL-KINI TO PJ-TGL-PINJAM.
020900     MOVE WS-TGL-TEMPO TO PJ-TGL-TEMPO.
021000     MOVE ZERO TO PJ-TGL-KEMBALI.
021100     MOVE 'P' TO PJ-STATUS.
021200     MOVE WS-OPERATOR TO PJ-OPERATOR.
021300     WRITE PINJAM-RECORD
021400         INVALID KEY
021500             DISPLAY 'GAGAL CATAT PINJAMAN, STATUS ' PJ-FS
021600             GO TO 2000-EXIT
021700     END-WRITE.
021800     DISPLAY 'PINJAMAN ' PJ-NO ' : ' NAMA-BRG ' OLEH ' DP-NAMA
021900         ' TEMPO ' PJ-TGL-TEMPO.
022000 2000-EXIT.
022100     EXIT.
022200
022300*-----------------------------------------------------------------
022400* Kembali: pinjaman terbuka tertua mahasiswa ini atas KODE-BRG
022500* yang dipindai ditutup dengan tanggal hari ini.
022600*-----------------------------------------------------------------
022700 3000-KEMBALI.
022800     PERFORM 6000-SCAN-KARTU THRU 6000-EXIT.
022900     IF NOT WS-NPM-VALID
023000         GO TO 3000-EXIT
023100     END-IF.
023200     PERFORM 6100-SCAN-LABEL THRU 6100-EXIT.
023300     IF WS-KODE-BRG = SPACES
023400         GO TO 3000-EXIT
023500     END-IF.
023600     MOVE 'N' TO WS-KETEMU-SW.
023700     MOVE WS-NPM TO PJ-NPM.
023800     MOVE ZERO TO PJ-NO.
023900     START PINJAM-FILE KEY NOT < PJ-KUNCI
024000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
024100         NOT INVALID KEY MOVE 'N' TO WS-EOF-SW
024200     END-START.
024300     PERFORM 3100-CARI-PINJAMAN THRU 3100-EXIT
024400         UNTIL WS-EOF OR WS-KETEMU.
024500     IF NOT WS-KETEMU
024600         DISPLAY 'TIDAK ADA PINJAMAN TERBUKA ' WS-KODE-BRG
024700             ' ATAS NPM ' WS-NPM
024800         GO TO 3000-EXIT
024900     END-IF.
025000     MOVE WS-TGL-KINI TO PJ-TGL-KEMBALI.
025100     MOVE 'K' TO PJ-STATUS.
025200     REWRITE PINJAM-RECORD
025300         INVALID KEY
025400             DISPLAY 'GAGAL TUTUP PINJAMAN, STATUS ' PJ-FS
025500             GO TO 3000-EXIT
025600     END-REWRITE.
025700     IF PJ-TGL-TEMPO < WS-TGL-KINI
025800         DISPLAY 'PINJAMAN ' PJ-NO ' KEMBALI TERLAMBAT (TEMPO '
025900             PJ-TGL-TEMPO ')'
026000     ELSE
026100         DISPLAY 'PINJAMAN ' PJ-NO ' KEMBALI'
026200     END-IF.
026300 3000-EXIT.
026400     EXIT.
026500
026600 3100-CARI-PINJAMAN.
026700     READ PINJAM-FILE NEXT RECORD
026800         AT END MOVE 'Y' TO WS-EOF-SW
026900     END-READ.
027000     IF WS-EOF
027100         GO TO 3100-EXIT
027200     END-IF.
027300     IF PJ-NPM NOT = WS-NPM
027400         MOVE 'Y' TO WS-EOF-SW
027500         GO TO 3100-EXIT
027600     END-IF.
027700     IF PJ-STATUS = 'P' AND PJ-KODE-BRG = WS-KODE-BRG
027800         MOVE 'Y' TO WS-KETEMU-SW
027900     END-IF.
028000 3100-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------------
028400* Daftar telat: pinjam.dat sudah berurut NPM, jadi cukup dibaca
028500* dari awal; tiap mahasiswa dengan pinjaman P lewat tempo dapat
028600* blok sendiri dengan nama, kelas dan email dari dept.dat.
028700*-----------------------------------------------------------------
028800 4000-DAFTAR-TELAT.
029200     MOVE ZERO TO WS-JML-BARIS.
029300     MOVE ZERO TO WS-JML-MHS.
029400     MOVE SPACES TO WS-NPM-BERJALAN.
029500     OPEN INPUT INFO-BRG.
029600     OPEN INPUT DEPT-MST.
029700     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
029800     ACCEPT WS-JAM-RUN FROM TIME.
029900     MOVE SPACES TO WS-RPT-NAMA.
030000     STRING 'TELAT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
030100         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
030200     OPEN OUTPUT REPORT-OUT.
030300     MOVE WS-TGL-KINI TO WS-J-TGL.
030400     MOVE WS-JUDUL TO REPORT-LINE.
030500     WRITE REPORT-LINE.
030600     MOVE LOW-VALUES TO PJ-KUNCI.
030700     START PINJAM-FILE KEY NOT < PJ-KUNCI
030800         INVALID KEY MOVE 'Y' TO WS-EOF-SW
030900         NOT INVALID KEY MOVE 'N' TO WS-EOF-SW
031000     END-START.
031100     PERFORM 4100-SATU-PINJAMAN THRU 4100-EXIT
031200         UNTIL WS-EOF.
031300     CLOSE REPORT-OUT.
031400     CLOSE DEPT-MST.
031500     CLOSE INFO-BRG.
031600     IF WS-JML-BARIS = ZERO
031700         DISPLAY 'TIDAK ADA PINJAMAN TERLAMBAT'
031800         GO TO 4000-EXIT
031900     END-IF.
032000     MOVE WS-JML-BARIS TO WS-CAT-JML.
032100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
032200         WS-CAT-JML.
032300     DISPLAY 'DAFTAR TELAT ' WS-JML-BARIS ' PINJAMAN, ' WS-JML-MHS
032400         ' MAHASISWA DI ' WS-RPT-NAMA.
032500 4000-EXIT.
032600     EXIT.
032700
032800 4100-SATU-PINJAMAN.
032900     READ PINJAM-FILE NEXT RECORD
033000         AT END MOVE 'Y' TO WS-EOF-SW
033100     END-READ.
033200     IF WS-EOF
033300         GO TO 4100-EXIT
033400     END-IF.
033500     IF PJ-STATUS NOT = 'P' OR PJ-TGL-TEMPO NOT < WS-TGL-KINI
033600         GO TO 4100-EXIT
033700     END-IF.
033800     IF PJ-NPM NOT = WS-NPM-BERJALAN
033900         MOVE PJ-NPM TO WS-NPM-BERJALAN
034000         ADD 1 TO WS-JML-MHS
034100         MOVE SPACES TO DEPT-RECORD
034200         MOVE PJ-NPM TO DP-NPM
034300         READ DEPT-MST
034400             INVALID KEY MOVE '(TIDAK TERDAFTAR)' TO DP-NAMA
034500         END-READ
034600         MOVE PJ-NPM TO WS-JM-NPM
034700         MOVE DP-NAMA TO WS-JM-NAMA
034800         MOVE DP-KELAS TO WS-JM-KELAS
034900         MOVE DP-EMAIL TO WS-JM-EMAIL
035000         MOVE SPACES TO REPORT-LINE
035100         WRITE REPORT-LINE
035200         MOVE WS-JUDUL-MHS TO REPORT-LINE
035300         WRITE REPORT-LINE
035400         MOVE WS-HEADER TO REPORT-LINE
035500         WRITE REPORT-LINE
035600     END-IF.
035700     MOVE PJ-KODE-BRG TO KODE-BRG.
035800     READ INFO-BRG
035900         INVALID KEY MOVE SPACES TO NAMA-BRG
036000     END-READ.
036100     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, PJ-TGL-TEMPO,
036200         WS-TGL-KINI, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
036400     MOVE WS-TK-HARI TO WS-UMUR-HARI.
036500     MOVE PJ-NO TO WS-D-NO.
036600     MOVE PJ-KODE-BRG TO WS-D-KODE.
036700     MOVE NAMA-BRG TO WS-D-NAMA.
036800     MOVE PJ-TGL-PINJAM TO WS-D-PINJAM.
036900     MOVE PJ-TGL-TEMPO TO WS-D-TEMPO.
037000     MOVE WS-UMUR-HARI TO WS-D-HARI.
037100     MOVE WS-DETAIL TO REPORT-LINE.
037200     WRITE REPORT-LINE.
037300     ADD 1 TO WS-JML-BARIS.
037400 4100-EXIT.
037500     EXIT.
037600
037700*-----------------------------------------------------------------
037800* Kartu mahasiswa: barcode NPM dicek formatnya lewat NPM-CHK lalu
037900* harus terdaftar di dept.dat; DEPT-RECORD tertinggal terisi.
038000*-----------------------------------------------------------------
038100 6000-SCAN-KARTU.
038200     DISPLAY 'SCAN KARTU MAHASISWA (NPM) : ' WITH NO ADVANCING.
038300     ACCEPT WS-NPM.
038400     MOVE 'N' TO WS-NPM-VALID-SW.
038500     CALL 'NPM-CHK' USING WS-NPM, WS-NPM-VALID-SW.
038600     IF NOT WS-NPM-VALID
038700         DISPLAY 'NPM TIDAK VALID'
038800         GO TO 6000-EXIT
038900     END-IF.
039000     OPEN INPUT DEPT-MST.
039100     IF DP-FS NOT = '00'
039200         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA, STATUS ' DP-FS
039300         CLOSE DEPT-MST
039400         MOVE 'N' TO WS-NPM-VALID-SW
039500         GO TO 6000-EXIT
039600     END-IF.
039700     MOVE WS-NPM TO DP-NPM.
039800     READ DEPT-MST
039900         INVALID KEY
040000             DISPLAY 'NPM TIDAK TERDAFTAR DI dept.dat : ' WS-NPM
040100             MOVE 'N' TO WS-NPM-VALID-SW
040200         NOT INVALID KEY
040300             DISPLAY DP-NAMA ' ' DP-KELAS
040400     END-READ.
040500     CLOSE DEPT-MST.
040600 6000-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------------
041000* Label alat: KODE-BRG harus ada di barang.dat dan tidak diblokir;
041100* WS-KODE-BRG dikosongkan kalau ditolak.
041200*-----------------------------------------------------------------
041300 6100-SCAN-LABEL.
041400     DISPLAY 'SCAN LABEL ALAT (KODE-BRG) : ' WITH NO ADVANCING.
041500     ACCEPT WS-KODE-BRG.
041600     OPEN INPUT INFO-BRG.
041700     IF FS NOT = '00'
041800         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
041900         CLOSE INFO-BRG
042000         MOVE SPACES TO WS-KODE-BRG
042100         GO TO 6100-EXIT
042200     END-IF.
042300     MOVE WS-KODE-BRG TO KODE-BRG.
042400     READ INFO-BRG
042500         INVALID KEY
042600             DISPLAY 'KODE BARANG TIDAK DITEMUKAN'
042700             MOVE SPACES TO WS-KODE-BRG
042800     END-READ.
042900     CLOSE INFO-BRG.
043000     IF WS-KODE-BRG NOT = SPACES AND STATUS-BRG = 'B'
043100         DISPLAY 'BARANG DIBLOKIR (STATUS B), DITOLAK'
043200         MOVE SPACES TO WS-KODE-BRG
043300     END-IF.
043400 6100-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------------
043800* Ada pinjaman P atas NPM ini yang tempo nya sudah lewat?
043900*-----------------------------------------------------------------
044000 6200-CEK-TELAT.
044100     MOVE 'N' TO WS-TELAT-SW.
044200     MOVE WS-NPM TO PJ-NPM.
044300     MOVE ZERO TO PJ-NO.
044400     START PINJAM-FILE KEY NOT < PJ-KUNCI
044500         INVALID KEY MOVE 'Y' TO WS-EOF-SW
044600         NOT INVALID KEY MOVE 'N' TO WS-EOF-SW
044700     END-START.
044800     PERFORM 6250-SATU-PINJAMAN THRU 6250-EXIT
044900         UNTIL WS-EOF OR WS-TELAT.
045000 6200-EXIT.
045100     EXIT.
045200
045300 6250-SATU-PINJAMAN.
045400     READ PINJAM-FILE NEXT RECORD
045500         AT END MOVE 'Y' TO WS-EOF-SW
045600     END-READ.
045700     IF WS-EOF
045800         GO TO 6250-EXIT
045900     END-IF.
046000     IF PJ-NPM NOT = WS-NPM
046100         MOVE 'Y' TO WS-EOF-SW
046200         GO TO 6250-EXIT
046300     END-IF.
046400     IF PJ-STATUS = 'P' AND PJ-TGL-TEMPO < WS-TGL-KINI
046500         MOVE 'Y' TO WS-TELAT-SW
046600     END-IF.
046700 6250-EXIT.
046800     EXIT.
046900
047000*-----------------------------------------------------------------
047100 9999-EXIT.
047200     STOP RUN.
