000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Proses wisuda satu periode (supervisor level 2): tiap
000500*           pendaftar D di wisuda.dat diperiksa ulang (audit
000600*           GRAD-AUD, tunggakan, pinjaman alat), IPK akhirnya
000700*           diambil dari baris term terakhir ipk.dat berikut
000800*           predikatnya, diberi nomor ijazah dan transkrip urut
000900*           per prodi dari penghitung prodi.dat, lalu record
001000*           wisuda menjadi L dan dept.dat berstatus W. Hasil
001100*           proses ke WSDPROSES-*.RPT, daftar acara per fakultas
001200*           ke WSDACARA-*.RPT, buku induk lulusan (semua periode,
001300*           urut prodi dan nomor ijazah) ke WSDINDUK-*.RPT. Nomor
001400*           yang sudah keluar tidak pernah diberikan ulang.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. WSD-RUN.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY WSDSEL.
002700     COPY PRGSEL.
002800     COPY ADLSEL.
002900     COPY DEPTSEL.
003000     COPY PJMSEL.
003100     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003200     ORGANIZATION IS INDEXED
003300     ACCESS MODE IS DYNAMIC
003400     RECORD KEY IS TG-KUNCI
003500     FILE STATUS IS TG-FS.
003600     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
003700     ORGANIZATION IS LINE SEQUENTIAL
003800     FILE STATUS IS IP-FS.
003900     SELECT SORT-WORK ASSIGN TO 'WSDRUN.TMP'.
004000     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004100     ORGANIZATION IS LINE SEQUENTIAL
004200     FILE STATUS IS RS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500     COPY WSDFD.
004600     COPY PRGFD.
004700     COPY ADLFD.
004800     COPY DEPTFD.
004900     COPY PJMFD.
005000 FD TAGIHAN-FILE.
005100 01 TAGIHAN-RECORD.
005200     02 TG-KUNCI.
005300         03 TG-NPM         PIC X(08).
005400         03 TG-TERM        PIC 9(05).
005500     02 TG-JUMLAH          PIC 9(09).
005600     02 TG-DIBAYAR         PIC 9(09).
005700     02 TG-STATUS          PIC X(01).
005800     02 TG-POTONGAN        PIC 9(09).
005900 FD IPK-FILE.
006000 01 IPK-RECORD.
006100     02 IP-NPM             PIC X(08).
006200     02 FILLER             PIC X(01).
006300     02 IP-TERM            PIC 9(05).
006400     02 FILLER             PIC X(01).
006500     02 IP-IPS             PIC 9V99.
006600     02 FILLER             PIC X(01).
006700     02 IP-IPK             PIC 9V99.
006800 SD SORT-WORK.
006900 01 SORT-RECORD.
007000     02 SR-GRUP            PIC X(20).
007100     02 SR-PRODI           PIC X(20).
007200     02 SR-URUT            PIC X(20).
007300     02 SR-NPM             PIC X(08).
007400 FD REPORT-OUT.
007500 01 REPORT-LINE            PIC X(110).
007600
007700 WORKING-STORAGE SECTION.
007800 77 WD-FS                  PIC XX.
007900 77 PS-FS                  PIC XX.
008000 77 AL-FS                  PIC XX.
008100 77 DP-FS                  PIC XX.
008200 77 PJ-FS                  PIC XX.
008300 77 TG-FS                  PIC XX.
008400 77 IP-FS                  PIC XX.
008500 77 RS                     PIC XX.
008600 77 WS-RPT-NAMA            PIC X(30).
008700 77 WS-TGL-RUN             PIC 9(8).
008800 77 WS-JAM-RUN             PIC 9(8).
008900 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'WSD-RUN'.
009000 77 WS-CAT-JML             PIC 9(7).
009100 77 WS-OPERATOR            PIC X(8).
009200 77 WS-OPR-LEVEL           PIC 9(1).
009300 77 WS-JAWAB               PIC X.
009400 77 WS-NPM                 PIC X(8).
009500 77 WS-EOF-SW              PIC X VALUE 'N'.
009600     88 WS-EOF             VALUE 'Y'.
009700 77 WS-IP-EOF-SW           PIC X.
009800     88 WS-IP-EOF          VALUE 'Y'.
009900 77 WS-RETURN-EOF-SW       PIC X.
010000     88 WS-RETURN-EOF      VALUE 'Y'.
010100 77 WS-SYARAT-SW           PIC X.
010200     88 WS-SYARAT-OK       VALUE 'Y'.
010300 77 WS-ALASAN              PIC X(40).
010400 77 WS-TUNGGAK-SW          PIC X.
010500     88 WS-TUNGGAK         VALUE 'Y'.
010600 77 WS-PINJAM-SW           PIC X.
010700     88 WS-PINJAM          VALUE 'Y'.
010800 77 WS-TG-EOF-SW           PIC X.
010900     88 WS-TG-EOF          VALUE 'Y'.
011000 77 WS-PJ-EOF-SW           PIC X.
011100     88 WS-PJ-EOF          VALUE 'Y'.
011200 77 WS-AL-BUKA-SW          PIC X VALUE 'N'.
011300     88 WS-AL-BUKA         VALUE 'Y'.
011400 77 WS-TG-BUKA-SW          PIC X VALUE 'N'.
011500     88 WS-TG-BUKA         VALUE 'Y'.
011600 77 WS-PJ-BUKA-SW          PIC X VALUE 'N'.
011700     88 WS-PJ-BUKA         VALUE 'Y'.
011800 77 WS-IPK                 PIC 9V99.
011900 77 WS-IPK-TERM            PIC 9(5).
012000 77 WS-IPK-EDIT            PIC 9.99.
012100 77 WS-PREDIKAT            PIC X(20).
012200 77 WS-NO-EDIT             PIC 9(6).
012300 77 WS-JML-LULUS           PIC 9(5) VALUE ZERO.
012400 77 WS-JML-TAHAN           PIC 9(5) VALUE ZERO.
012500 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
012600 77 WS-JML-GRUP            PIC 9(5) VALUE ZERO.
012700 77 WS-GRUP-LALU           PIC X(20).
012800 77 WS-MODE-LAPORAN        PIC X.
012900     88 WS-LAPORAN-ACARA   VALUE 'A'.
013000     88 WS-LAPORAN-INDUK   VALUE 'R'.
013100 01 WS-PILIHAN             PIC X.
013200     88 WS-PILIH-PROSES    VALUE 'P'.
013300     88 WS-PILIH-ACARA     VALUE 'A'.
013400     88 WS-PILIH-INDUK     VALUE 'R'.
013500     88 WS-PILIH-SELESAI   VALUE 'S'.
013600 01 WS-PERIODE             PIC 9(5).
013700 01 WS-PERIODE-R REDEFINES WS-PERIODE.
013800     02 WS-PR-TAHUN        PIC 9(4).
013900     02 WS-PR-KE           PIC 9(1).
014000 01 WS-D-PROSES.
014100     02 WS-DP-NPM          PIC X(08).
014200     02 FILLER             PIC X(02) VALUE SPACES.
014300     02 WS-DP-NAMA         PIC X(20).
014400     02 FILLER             PIC X(02) VALUE SPACES.
014500     02 WS-DP-HASIL        PIC X(60).
014600 01 WS-D-ACARA.
014700     02 WS-DA-NPM          PIC X(08).
014800     02 FILLER             PIC X(02) VALUE SPACES.
014900     02 WS-DA-NAMA         PIC X(20).
015000     02 FILLER             PIC X(02) VALUE SPACES.
015100     02 WS-DA-PRODI        PIC X(20).
015200     02 FILLER             PIC X(02) VALUE SPACES.
015300     02 WS-DA-IPK          PIC 9.99.
015400     02 FILLER             PIC X(02) VALUE SPACES.
015500     02 WS-DA-PREDIKAT     PIC X(20).
015600     02 FILLER             PIC X(02) VALUE SPACES.
015700     02 WS-DA-IJAZAH       PIC X(20).
015800 01 WS-D-INDUK.
015900     02 WS-DI-IJAZAH       PIC X(20).
016000     02 FILLER             PIC X(01) VALUE SPACES.
016100     02 WS-DI-TRANSKRIP    PIC X(20).
016200     02 FILLER             PIC X(01) VALUE SPACES.
016300     02 WS-DI-NPM          PIC X(08).
016400     02 FILLER             PIC X(01) VALUE SPACES.
016500     02 WS-DI-NAMA         PIC X(20).
016600     02 FILLER             PIC X(01) VALUE SPACES.
016700     02 WS-DI-PERIODE      PIC 9(05).
016800     02 FILLER             PIC X(01) VALUE SPACES.
016900     02 WS-DI-TGL          PIC 9(08).
017000     02 FILLER             PIC X(01) VALUE SPACES.
017100     02 WS-DI-IPK          PIC 9.99.
017200     02 FILLER             PIC X(01) VALUE SPACES.
017300     02 WS-DI-PREDIKAT     PIC X(17).
017400
017500 PROCEDURE DIVISION.
017600*-----------------------------------------------------------------
017700 0000-MAINLINE.
017800     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
017900     IF WS-OPERATOR = SPACES
018000         DISPLAY 'PROSES WISUDA HANYA UNTUK OPERATOR'
018100             ' YANG SIGN-ON LEWAT BRG-MENU'
018200         GO TO 9999-EXIT
018300     END-IF.
018400     OPEN I-O WISUDA-FILE.
018500     IF WD-FS NOT = '00'
018600         DISPLAY 'wisuda.dat BELUM ADA, DAFTARKAN LEWAT WSD-MNT'
018700         GO TO 9999-EXIT
018800     END-IF.
018900     OPEN I-O DEPT-MST.
019000     IF DP-FS NOT = '00'
019100         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA'
019200         CLOSE WISUDA-FILE
019300         GO TO 9999-EXIT
019400     END-IF.
019500     PERFORM 1000-MENU THRU 1000-EXIT
019600         UNTIL WS-PILIH-SELESAI.
019700     CLOSE WISUDA-FILE.
019800     CLOSE DEPT-MST.
019900     GO TO 9999-EXIT.
020000
020100*-----------------------------------------------------------------
020200 1000-MENU.
020300     DISPLAY 'WISUDA (P=PROSES PERIODE, A=DAFTAR ACARA,'
020400         ' R=BUKU INDUK, S=SELESAI) : ' WITH NO ADVANCING.
020500     ACCEPT WS-PILIHAN.
020600     EVALUATE TRUE
020700         WHEN WS-PILIH-PROSES
020800             PERFORM 2000-PROSES THRU 2000-EXIT
020900         WHEN WS-PILIH-ACARA
021000             PERFORM 1100-MINTA-PERIODE THRU 1100-EXIT
021100             IF WS-PERIODE NOT = ZERO
021200                 MOVE 'A' TO WS-MODE-LAPORAN
021300                 PERFORM 4000-LAPORAN THRU 4000-EXIT
021400             END-IF
021500         WHEN WS-PILIH-INDUK
021600             MOVE 'R' TO WS-MODE-LAPORAN
021700             PERFORM 4000-LAPORAN THRU 4000-EXIT
021800         WHEN WS-PILIH-SELESAI
021900             CONTINUE
022000         WHEN OTHER
022100             DISPLAY 'PILIHAN TIDAK DIKENAL'
022200     END-EVALUATE.
022300 1000-EXIT.
022400     EXIT.
022500
022600 1100-MINTA-PERIODE.
022700     DISPLAY 'PERIODE WISUDA (YYYYN)   : ' WITH NO ADVANCING.
022800     MOVE ZERO TO WS-PERIODE.
022900     ACCEPT WS-PERIODE.
023000     IF WS-PR-TAHUN < 2000 OR WS-PR-KE = ZERO
023100         DISPLAY 'PERIODE TIDAK VALID'
023200         MOVE ZERO TO WS-PERIODE
023300     END-IF.
023400 1100-EXIT.
023500     EXIT.
023600
023700*-----------------------------------------------------------------
023800* Proses periode: pendaftar D yang masih memenuhi syarat diberi
023900* nomor dan diluluskan; yang tidak dicatat DITAHAN dan tetap D.
024000*-----------------------------------------------------------------
024100 2000-PROSES.
024200     IF WS-OPR-LEVEL < 2
024300         DISPLAY 'PROSES WISUDA HANYA UNTUK SUPERVISOR'
024400         GO TO 2000-EXIT
024500     END-IF.
024600     PERFORM 1100-MINTA-PERIODE THRU 1100-EXIT.
024700     IF WS-PERIODE = ZERO
024800         GO TO 2000-EXIT
024900     END-IF.
025000     DISPLAY 'NOMOR IJAZAH YANG KELUAR TIDAK DAPAT DIUBAH.'
025100         ' LANJUT (Y/N) ? ' WITH NO ADVANCING.
025200     ACCEPT WS-JAWAB.
025300     IF WS-JAWAB NOT = 'Y'
025400         GO TO 2000-EXIT
025500     END-IF.
025600     OPEN I-O PRODI-MST.
025700     IF PS-FS NOT = '00'
025800         DISPLAY 'prodi.dat BELUM ADA, ISI LEWAT WSD-MNT'
025900         GO TO 2000-EXIT
026000     END-IF.
026100     OPEN INPUT AUDLULUS-FILE.
026200     MOVE 'N' TO WS-AL-BUKA-SW.
026300     IF AL-FS = '00'
026400         MOVE 'Y' TO WS-AL-BUKA-SW
026500     END-IF.
026600     OPEN INPUT TAGIHAN-FILE.
026700     MOVE 'N' TO WS-TG-BUKA-SW.
026800     IF TG-FS = '00'
026900         MOVE 'Y' TO WS-TG-BUKA-SW
027000     END-IF.
027100     OPEN INPUT PINJAM-FILE.
027200     MOVE 'N' TO WS-PJ-BUKA-SW.
027300     IF PJ-FS = '00'
027400         MOVE 'Y' TO WS-PJ-BUKA-SW
027500     END-IF.
027600     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
027700     ACCEPT WS-JAM-RUN FROM TIME.
027800     MOVE SPACES TO WS-RPT-NAMA.
027900     STRING 'WSDPROSES-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
028000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
028100     OPEN OUTPUT REPORT-OUT.
028200     MOVE SPACES TO REPORT-LINE.
028300     STRING 'PROSES WISUDA PERIODE ' WS-PERIODE ' TANGGAL '
028400         WS-TGL-RUN ' OPERATOR ' WS-OPERATOR
028500         DELIMITED BY SIZE INTO REPORT-LINE.
028600     WRITE REPORT-LINE.
028700     MOVE SPACES TO REPORT-LINE.
028800     WRITE REPORT-LINE.
028900     MOVE ZERO TO WS-JML-LULUS.
029000     MOVE ZERO TO WS-JML-TAHAN.
029100     MOVE 'N' TO WS-EOF-SW.
029200     MOVE LOW-VALUES TO WD-NPM.
029300     START WISUDA-FILE KEY NOT < WD-NPM
029400         INVALID KEY MOVE 'Y' TO WS-EOF-SW
029500     END-START.
029600     PERFORM 2100-SATU-PENDAFTAR THRU 2100-EXIT
029700         UNTIL WS-EOF.
029800     MOVE SPACES TO REPORT-LINE.
029900     WRITE REPORT-LINE.
030000     MOVE SPACES TO REPORT-LINE.
030100     STRING 'DILULUSKAN ' WS-JML-LULUS ', DITAHAN ' WS-JML-TAHAN
030200         DELIMITED BY SIZE INTO REPORT-LINE.
030300     WRITE REPORT-LINE.
030400     CLOSE REPORT-OUT.
030500     COMPUTE WS-CAT-JML = WS-JML-LULUS + WS-JML-TAHAN.
030600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
030700         WS-CAT-JML.
030800     CLOSE PRODI-MST.
030900     IF WS-AL-BUKA
031000         CLOSE AUDLULUS-FILE
031100     END-IF.
031200     IF WS-TG-BUKA
031300         CLOSE TAGIHAN-FILE
031400     END-IF.
031500     IF WS-PJ-BUKA
031600         CLOSE PINJAM-FILE
031700     END-IF.
031800     DISPLAY 'DILULUSKAN ' WS-JML-LULUS ', DITAHAN ' WS-JML-TAHAN
031900         ' -- ' WS-RPT-NAMA.
032000     IF WS-JML-LULUS > ZERO
032100         MOVE 'A' TO WS-MODE-LAPORAN
032200         PERFORM 4000-LAPORAN THRU 4000-EXIT
032300     END-IF.
032400 2000-EXIT.
032500     EXIT.
032600
032700 2100-SATU-PENDAFTAR.
032800     READ WISUDA-FILE NEXT RECORD
032900         AT END MOVE 'Y' TO WS-EOF-SW
033000     END-READ.
033100     IF WS-EOF
033200         GO TO 2100-EXIT
033300     END-IF.
033400     IF WD-PERIODE NOT = WS-PERIODE OR WD-STATUS NOT = 'D'
033500         GO TO 2100-EXIT
033600     END-IF.
033700     MOVE WD-NPM TO WS-NPM.
033800     MOVE WD-NPM TO WS-DP-NPM.
033900     MOVE SPACES TO WS-DP-NAMA.
034000     MOVE WD-NPM TO DP-NPM.
034100     READ DEPT-MST
034200         INVALID KEY MOVE SPACES TO DP-NAMA
034300     END-READ.
034400     IF DP-FS NOT = '00'
034500         MOVE 'DITAHAN: NPM TIDAK ADA DI dept.dat' TO WS-DP-HASIL
034600         PERFORM 2190-TAHAN THRU 2190-EXIT
034700         GO TO 2100-EXIT
034800     END-IF.
034900     MOVE DP-NAMA TO WS-DP-NAMA.
035000     IF DP-STATUS = 'W' OR DP-STATUS = 'N'
035100         MOVE SPACES TO WS-DP-HASIL
035200         STRING 'DITAHAN: STATUS MAHASISWA ' DP-STATUS
035300             DELIMITED BY SIZE INTO WS-DP-HASIL
035400         PERFORM 2190-TAHAN THRU 2190-EXIT
035500         GO TO 2100-EXIT
035600     END-IF.
035700     PERFORM 5000-CEK-SYARAT THRU 5000-EXIT.
035800     IF NOT WS-SYARAT-OK
035900         MOVE SPACES TO WS-DP-HASIL
036000         STRING 'DITAHAN: ' WS-ALASAN
036100             DELIMITED BY SIZE INTO WS-DP-HASIL
036200         PERFORM 2190-TAHAN THRU 2190-EXIT
036300         GO TO 2100-EXIT
036400     END-IF.
036500     MOVE DP-PRODI TO PS-PRODI.
036600     READ PRODI-MST
036700         INVALID KEY
036800             MOVE 'DITAHAN: PRODI BELUM ADA DI prodi.dat'
036900                 TO WS-DP-HASIL
037000             PERFORM 2190-TAHAN THRU 2190-EXIT
037100             GO TO 2100-EXIT
037200     END-READ.
037300     PERFORM 6000-AMBIL-IPK THRU 6000-EXIT.
037400     IF WS-IPK-TERM = ZERO
037500         MOVE 'DITAHAN: IPK BELUM DIHITUNG IPK-CALC'
037600             TO WS-DP-HASIL
037700         PERFORM 2190-TAHAN THRU 2190-EXIT
037800         GO TO 2100-EXIT
037900     END-IF.
038000     PERFORM 6100-PREDIKAT THRU 6100-EXIT.
038100     ADD 1 TO PS-NO-IJAZAH.
038200     ADD 1 TO PS-NO-TRANSKRIP.
038300     REWRITE PRODI-RECORD
038400         INVALID KEY
038500             MOVE 'DITAHAN: GAGAL UBAH PENGHITUNG prodi.dat'
038600                 TO WS-DP-HASIL
038700             PERFORM 2190-TAHAN THRU 2190-EXIT
038800             GO TO 2100-EXIT
038900     END-REWRITE.
039000     MOVE SPACES TO WD-NO-IJAZAH.
039100     MOVE PS-NO-IJAZAH TO WS-NO-EDIT.
039200     STRING PS-KODE DELIMITED BY SPACE
039300         '/' WS-NO-EDIT '/' WS-PR-TAHUN
039400         DELIMITED BY SIZE INTO WD-NO-IJAZAH.
039500     MOVE SPACES TO WD-NO-TRANSKRIP.
039600     MOVE PS-NO-TRANSKRIP TO WS-NO-EDIT.
039700     STRING PS-KODE DELIMITED BY SPACE
039800         '/T/' WS-NO-EDIT '/' WS-PR-TAHUN
039900         DELIMITED BY SIZE INTO WD-NO-TRANSKRIP.
040000     MOVE 'L' TO WD-STATUS.
040100     MOVE DP-PRODI TO WD-PRODI.
040200     MOVE PS-FAKULTAS TO WD-FAKULTAS.
040300     MOVE WS-IPK TO WD-IPK.
040400     MOVE WS-PREDIKAT TO WD-PREDIKAT.
040500     MOVE AL-SKS-LULUS TO WD-SKS-LULUS.
040600     MOVE WS-TGL-RUN TO WD-TGL-LULUS.
040700     MOVE WS-OPERATOR TO WD-OPERATOR.
040800     REWRITE WISUDA-RECORD
040900         INVALID KEY
041000             DISPLAY 'GAGAL UBAH wisuda.dat : ' WD-NPM
041100     END-REWRITE.
041200     MOVE 'W' TO DP-STATUS.
041300     REWRITE DEPT-RECORD
041400         INVALID KEY
041500             DISPLAY 'GAGAL UBAH STATUS dept.dat : ' DP-NPM
041600     END-REWRITE.
041700     MOVE WS-IPK TO WS-IPK-EDIT.
041800     MOVE SPACES TO WS-DP-HASIL.
041900     STRING 'LULUS ' WD-NO-IJAZAH ' IPK ' WS-IPK-EDIT ' '
042000         WS-PREDIKAT DELIMITED BY SIZE INTO WS-DP-HASIL.
042100     MOVE WS-D-PROSES TO REPORT-LINE.
042200     WRITE REPORT-LINE.
042300     ADD 1 TO WS-JML-LULUS.
042400 2100-EXIT.
042500     EXIT.
042600
042700 2190-TAHAN.
042800     MOVE WS-D-PROSES TO REPORT-LINE.
042900     WRITE REPORT-LINE.
043000     ADD 1 TO WS-JML-TAHAN.
043100 2190-EXIT.
043200     EXIT.
043300
043400*-----------------------------------------------------------------
043500* A = daftar acara satu periode per fakultas; R = buku induk
043600* lulusan semua periode per prodi urut nomor ijazah.
043700*-----------------------------------------------------------------
043800 4000-LAPORAN.
043900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
044000     ACCEPT WS-JAM-RUN FROM TIME.
044100     MOVE SPACES TO WS-RPT-NAMA.
044200     IF WS-LAPORAN-ACARA
044300         STRING 'WSDACARA-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
044400             '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA
044500     ELSE
044600         STRING 'WSDINDUK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
044700             '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA
044800     END-IF.
044900     OPEN OUTPUT REPORT-OUT.
045000     MOVE SPACES TO REPORT-LINE.
045100     IF WS-LAPORAN-ACARA
045200         STRING 'DAFTAR ACARA WISUDA PERIODE ' WS-PERIODE
045300             DELIMITED BY SIZE INTO REPORT-LINE
045400     ELSE
045500         STRING 'BUKU INDUK LULUSAN PER ' WS-TGL-RUN
045600             DELIMITED BY SIZE INTO REPORT-LINE
045700     END-IF.
045800     WRITE REPORT-LINE.
045900     MOVE ZERO TO WS-JML-BARIS.
046000     MOVE ZERO TO WS-JML-GRUP.
046100     MOVE HIGH-VALUES TO WS-GRUP-LALU.
046200     SORT SORT-WORK
046300         ON ASCENDING KEY SR-GRUP SR-PRODI SR-URUT SR-NPM
046400         INPUT PROCEDURE IS 4100-PILIH THRU 4100-EXIT
046500         OUTPUT PROCEDURE IS 4200-CETAK THRU 4200-EXIT.
046600     IF WS-JML-GRUP > ZERO
046700         PERFORM 4300-TOTAL-GRUP THRU 4300-EXIT
046800     END-IF.
046900     MOVE SPACES TO REPORT-LINE.
047000     WRITE REPORT-LINE.
047100     MOVE SPACES TO REPORT-LINE.
047200     STRING 'JUMLAH LULUSAN ' WS-JML-BARIS
047300         DELIMITED BY SIZE INTO REPORT-LINE.
047400     WRITE REPORT-LINE.
047500     CLOSE REPORT-OUT.
047600     MOVE WS-JML-BARIS TO WS-CAT-JML.
047700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
047800         WS-CAT-JML.
047900     DISPLAY WS-JML-BARIS ' LULUSAN DI ' WS-RPT-NAMA.
048000 4000-EXIT.
048100     EXIT.
048200
048300 4100-PILIH.
048400     MOVE 'N' TO WS-EOF-SW.
048500     MOVE LOW-VALUES TO WD-NPM.
048600     START WISUDA-FILE KEY NOT < WD-NPM
048700         INVALID KEY MOVE 'Y' TO WS-EOF-SW
048800     END-START.
048900     PERFORM 4110-SATU-LULUSAN THRU 4110-EXIT
049000         UNTIL WS-EOF.
049100 4100-EXIT.
049200     EXIT.
049300
049400 4110-SATU-LULUSAN.
049500     READ WISUDA-FILE NEXT RECORD
049600         AT END MOVE 'Y' TO WS-EOF-SW
049700     END-READ.
049800     IF WS-EOF
049900         GO TO 4110-EXIT
050000     END-IF.
050100     IF WD-STATUS NOT = 'L'
050200         GO TO 4110-EXIT
050300     END-IF.
050400     IF WS-LAPORAN-ACARA
050500         IF WD-PERIODE NOT = WS-PERIODE
050600             GO TO 4110-EXIT
050700         END-IF
050800         MOVE WD-FAKULTAS TO SR-GRUP
050900         MOVE WD-NPM TO SR-URUT
051000     ELSE
051100         MOVE WD-PRODI TO SR-GRUP
051200         MOVE SPACES TO SR-URUT
051300         STRING WD-TGL-LULUS WD-NO-IJAZAH
051400             DELIMITED BY SIZE INTO SR-URUT
051500     END-IF.
051600     MOVE WD-PRODI TO SR-PRODI.
051700     MOVE WD-NPM TO SR-NPM.
051800     RELEASE SORT-RECORD.
051900 4110-EXIT.
052000     EXIT.
052100
052200 4200-CETAK.
052300     MOVE 'N' TO WS-RETURN-EOF-SW.
052400     PERFORM 4210-SATU-BARIS THRU 4210-EXIT
052500         UNTIL WS-RETURN-EOF.
052600 4200-EXIT.
052700     EXIT.
052800
052900 4210-SATU-BARIS.
053000     RETURN SORT-WORK
053100         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
053200     END-RETURN.
053300     IF WS-RETURN-EOF
053400         GO TO 4210-EXIT
053500     END-IF.
053600     MOVE SR-NPM TO WD-NPM.
053700     READ WISUDA-FILE
053800         INVALID KEY GO TO 4210-EXIT
053900     END-READ.
054000     IF SR-GRUP NOT = WS-GRUP-LALU
054100         IF WS-JML-GRUP > ZERO
054200             PERFORM 4300-TOTAL-GRUP THRU 4300-EXIT
054300         END-IF
054400         MOVE SR-GRUP TO WS-GRUP-LALU
054500         MOVE ZERO TO WS-JML-GRUP
054600         MOVE SPACES TO REPORT-LINE
054700         WRITE REPORT-LINE
054800         MOVE SPACES TO REPORT-LINE
054900         IF WS-LAPORAN-ACARA
055000             STRING 'FAKULTAS ' SR-GRUP
055100                 DELIMITED BY SIZE INTO REPORT-LINE
055200         ELSE
055300             STRING 'PRODI ' SR-GRUP
055400                 DELIMITED BY SIZE INTO REPORT-LINE
055500         END-IF
055600         WRITE REPORT-LINE
055700     END-IF.
055800     MOVE SR-NPM TO DP-NPM.
055900     READ DEPT-MST
056000         INVALID KEY MOVE SPACES TO DP-NAMA
056100     END-READ.
056200     IF WS-LAPORAN-ACARA
056300         MOVE WD-NPM TO WS-DA-NPM
056400         MOVE DP-NAMA TO WS-DA-NAMA
056500         MOVE WD-PRODI TO WS-DA-PRODI
056600         MOVE WD-IPK TO WS-DA-IPK
056700         MOVE WD-PREDIKAT TO WS-DA-PREDIKAT
056800         MOVE WD-NO-IJAZAH TO WS-DA-IJAZAH
056900         MOVE WS-D-ACARA TO REPORT-LINE
057000     ELSE
057100         MOVE WD-NO-IJAZAH TO WS-DI-IJAZAH
057200         MOVE WD-NO-TRANSKRIP TO WS-DI-TRANSKRIP
057300         MOVE WD-NPM TO WS-DI-NPM
057400         MOVE DP-NAMA TO WS-DI-NAMA
057500         MOVE WD-PERIODE TO WS-DI-PERIODE
057600         MOVE WD-TGL-LULUS TO WS-DI-TGL
057700         MOVE WD-IPK TO WS-DI-IPK
057800         MOVE WD-PREDIKAT TO WS-DI-PREDIKAT
057900         MOVE WS-D-INDUK TO REPORT-LINE
058000     END-IF.
058100     WRITE REPORT-LINE.
058200     ADD 1 TO WS-JML-BARIS.
058300     ADD 1 TO WS-JML-GRUP.
058400 4210-EXIT.
058500     EXIT.
058600
058700 4300-TOTAL-GRUP.
058800     MOVE SPACES TO REPORT-LINE.
058900     STRING '   JUMLAH ' WS-JML-GRUP
059000         DELIMITED BY SIZE INTO REPORT-LINE.
059100     WRITE REPORT-LINE.
059200 4300-EXIT.
059300     EXIT.
059400
059500*-----------------------------------------------------------------
059600* Syarat wisuda untuk WS-NPM, sama dengan WSD-MNT: audit Y, tidak
059700* ada tagihan T, tidak ada pinjaman P.
059800*-----------------------------------------------------------------
059900 5000-CEK-SYARAT.
060000     MOVE 'N' TO WS-SYARAT-SW.
060100     MOVE 'BELUM LULUS AUDIT GRAD-AUD' TO WS-ALASAN.
060200     IF NOT WS-AL-BUKA
060300         GO TO 5000-EXIT
060400     END-IF.
060500     MOVE WS-NPM TO AL-NPM.
060600     READ AUDLULUS-FILE
060700         INVALID KEY MOVE 'N' TO AL-HASIL
060800     END-READ.
060900     IF AL-HASIL NOT = 'Y'
061000         GO TO 5000-EXIT
061100     END-IF.
061200     MOVE 'MASIH ADA TUNGGAKAN KULIAH' TO WS-ALASAN.
061300     MOVE 'N' TO WS-TUNGGAK-SW.
061400     IF WS-TG-BUKA
061500         MOVE WS-NPM TO TG-NPM
061600         MOVE ZERO TO TG-TERM
061700         MOVE 'N' TO WS-TG-EOF-SW
061800         START TAGIHAN-FILE KEY NOT < TG-KUNCI
061900             INVALID KEY MOVE 'Y' TO WS-TG-EOF-SW
062000         END-START
062100         PERFORM 5100-SATU-TAGIHAN THRU 5100-EXIT
062200             UNTIL WS-TG-EOF OR WS-TUNGGAK
062300     END-IF.
062400     IF WS-TUNGGAK
062500         GO TO 5000-EXIT
062600     END-IF.
062700     MOVE 'MASIH ADA PINJAMAN ALAT BELUM KEMBALI' TO WS-ALASAN.
062800     MOVE 'N' TO WS-PINJAM-SW.
062900     IF WS-PJ-BUKA
063000         MOVE WS-NPM TO PJ-NPM
063100         MOVE ZERO TO PJ-NO
063200         MOVE 'N' TO WS-PJ-EOF-SW
063300         START PINJAM-FILE KEY NOT < PJ-KUNCI
063400             INVALID KEY MOVE 'Y' TO WS-PJ-EOF-SW
063500         END-START
063600         PERFORM 5200-SATU-PINJAMAN THRU 5200-EXIT
063700             UNTIL WS-PJ-EOF OR WS-PINJAM
063800     END-IF.
063900     IF WS-PINJAM
064000         GO TO 5000-EXIT
064100     END-IF.
064200     MOVE 'Y' TO WS-SYARAT-SW.
064300     MOVE SPACES TO WS-ALASAN.
064400 5000-EXIT.
064500     EXIT.
064600
064700 5100-SATU-TAGIHAN.
064800     READ TAGIHAN-FILE NEXT RECORD
064900         AT END MOVE 'Y' TO WS-TG-EOF-SW
065000     END-READ.
065100     IF WS-TG-EOF
065200         GO TO 5100-EXIT
065300     END-IF.
065400     IF TG-NPM NOT = WS-NPM
065500         MOVE 'Y' TO WS-TG-EOF-SW
065600         GO TO 5100-EXIT
065700     END-IF.
065800     IF TG-STATUS = 'T'
065900         MOVE 'Y' TO WS-TUNGGAK-SW
066000     END-IF.
066100 5100-EXIT.
066200     EXIT.
066300
066400 5200-SATU-PINJAMAN.
066500     READ PINJAM-FILE NEXT RECORD
066600         AT END MOVE 'Y' TO WS-PJ-EOF-SW
066700     END-READ.
066800     IF WS-PJ-EOF
066900         GO TO 5200-EXIT
067000     END-IF.
067100     IF PJ-NPM NOT = WS-NPM
067200         MOVE 'Y' TO WS-PJ-EOF-SW
067300         GO TO 5200-EXIT
067400     END-IF.
067500     IF PJ-STATUS = 'P'
067600         MOVE 'Y' TO WS-PINJAM-SW
067700     END-IF.
067800 5200-EXIT.
067900     EXIT.
068000
068100*-----------------------------------------------------------------
068200* IPK akhir = IP-IPK baris ipk.dat dengan term terbesar untuk NPM.
068300*-----------------------------------------------------------------
068400 6000-AMBIL-IPK.
068500     MOVE ZERO TO WS-IPK.
068600     MOVE ZERO TO WS-IPK-TERM.
068700     OPEN INPUT IPK-FILE.
068800     IF IP-FS NOT = '00'
068900         CLOSE IPK-FILE
069000         GO TO 6000-EXIT
069100     END-IF.
069200     MOVE 'N' TO WS-IP-EOF-SW.
069300     PERFORM 6010-SATU-IPK THRU 6010-EXIT
069400         UNTIL WS-IP-EOF.
069500     CLOSE IPK-FILE.
069600 6000-EXIT.
069700     EXIT.
069800
069900 6010-SATU-IPK.
070000     READ IPK-FILE
070100         AT END MOVE 'Y' TO WS-IP-EOF-SW
070200     END-READ.
070300     IF WS-IP-EOF
070400         GO TO 6010-EXIT
070500     END-IF.
070600     IF IP-NPM = WS-NPM AND IP-TERM NOT < WS-IPK-TERM
070700         MOVE IP-TERM TO WS-IPK-TERM
070800         MOVE IP-IPK TO WS-IPK
070900     END-IF.
071000 6010-EXIT.
071100     EXIT.
071200
071300 6100-PREDIKAT.
071400     EVALUATE TRUE
071500         WHEN WS-IPK > 3.50
071600             MOVE 'DENGAN PUJIAN' TO WS-PREDIKAT
071700         WHEN WS-IPK > 3.00
071800             MOVE 'SANGAT MEMUASKAN' TO WS-PREDIKAT
071900         WHEN WS-IPK > 2.75
072000             MOVE 'MEMUASKAN' TO WS-PREDIKAT
072100         WHEN OTHER
072200             MOVE 'LULUS' TO WS-PREDIKAT
072300     END-EVALUATE.
072400 6100-EXIT.
072500     EXIT.
072600
072700*-----------------------------------------------------------------
072800 9999-EXIT.
072900     STOP RUN.
