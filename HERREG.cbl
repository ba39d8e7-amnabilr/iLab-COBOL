000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Her-registrasi awal term, dijalankan sesudah jendela
000500*           KRS term itu di kalender.dat tutup. Tiap mahasiswa
000600*           A/C di dept.dat ditetapkan statusnya untuk term itu:
000700*           cuti disetujui (cuti.dat S) = C; KRS disetujui dosen
000800*           wali (krs.dat S) dan tagihan term itu lunas
000900*           (tagihan.dat L) = A; selain itu N (non-aktif). Status
001000*           tiap mahasiswa per term disimpan di stathis.dat
001100*           (termasuk N/L/W yang tidak dinilai) sehingga status di
001200*           term lampau tetap bisa dijawab. Mode P mencetak daftar
001300*           perubahan ke HERREG-*.RPT untuk diperiksa registrar;
001400*           mode J (supervisor) mencetak daftar yang sama sambil
001500*           mengubah DP-STATUS dan menulis stathis.dat. Mahasiswa
001600*           N yang ber-KRS disetujui dan lunas hanya dicatat untuk
001700*           diperiksa (bisa drop out EVAL-DO). Mode R menampilkan
001800*           riwayat status satu NPM.
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. HER-REG.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000     COPY DEPTSEL.
003100     COPY KRSSEL.
003200     COPY CTISEL.
003300     COPY HSTSEL.
003400     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003500     ORGANIZATION IS INDEXED
003600     ACCESS MODE IS DYNAMIC
003700     RECORD KEY IS TG-KUNCI
003800     FILE STATUS IS TG-FS.
003900     SELECT KALENDER-FILE ASSIGN TO 'kalender.dat'
004000     ORGANIZATION IS INDEXED
004100     ACCESS MODE IS DYNAMIC
004200     RECORD KEY IS KAL-TERM
004300     FILE STATUS IS KA-FS.
004400     SELECT TERM-CTL ASSIGN TO 'term.dat'
004500     ORGANIZATION IS LINE SEQUENTIAL
004600     FILE STATUS IS TC-FS.
004700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004800     ORGANIZATION IS LINE SEQUENTIAL
004900     FILE STATUS IS RS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200     COPY DEPTFD.
005300     COPY KRSFD.
005400     COPY CTIFD.
005500     COPY HSTFD.
005600 FD TAGIHAN-FILE.
005700 01 TAGIHAN-RECORD.
005800     02 TG-KUNCI.
005900         03 TG-NPM         PIC X(08).
006000         03 TG-TERM        PIC 9(05).
006100     02 TG-JUMLAH          PIC 9(09).
006200     02 TG-DIBAYAR         PIC 9(09).
006300     02 TG-STATUS          PIC X(01).
006400     02 TG-POTONGAN        PIC 9(09).
006500 FD KALENDER-FILE.
006600 01 KALENDER-RECORD.
006700     02 KAL-TERM           PIC 9(05).
006800     02 KAL-KRS-AWAL       PIC 9(08).
006900     02 KAL-KRS-AKHIR      PIC 9(08).
007000     02 KAL-NILAI-AWAL     PIC 9(08).
007100     02 KAL-NILAI-AKHIR    PIC 9(08).
007200     02 KAL-TGL-TUTUP      PIC 9(08).
007300 FD TERM-CTL.
007400 01 TC-LINE.
007500     02 TC-LABEL           PIC X(06).
007600     02 TC-TERM            PIC 9(05).
007700 FD REPORT-OUT.
007800 01 REPORT-LINE            PIC X(100).
007900
008000 WORKING-STORAGE SECTION.
008100 77 DP-FS                  PIC XX.
008200 77 KR-FS                  PIC XX.
008300 77 CT-FS                  PIC XX.
008400 77 HS-FS                  PIC XX.
008500 77 TG-FS                  PIC XX.
008600 77 KA-FS                  PIC XX.
008700 77 TC-FS                  PIC XX.
008800 77 RS                     PIC XX.
008900 77 WS-RPT-NAMA            PIC X(30).
009000 77 WS-TGL-RUN             PIC 9(8).
009100 77 WS-JAM-RUN             PIC 9(8).
009200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'HER-REG'.
009300 77 WS-CAT-JML             PIC 9(7).
009400 77 WS-OPERATOR            PIC X(8).
009500 77 WS-OPR-LEVEL           PIC 9(1).
009600 77 WS-TERM                PIC 9(5) VALUE ZERO.
009700 77 WS-TERM-PILIH          PIC 9(5).
009800 77 WS-NPM                 PIC X(8).
009900 77 WS-EOF-SW              PIC X VALUE 'N'.
010000     88 WS-EOF             VALUE 'Y'.
010100 77 WS-KR-EOF-SW           PIC X.
010200     88 WS-KR-EOF          VALUE 'Y'.
010300 77 WS-HS-EOF-SW           PIC X.
010400     88 WS-HS-EOF          VALUE 'Y'.
010500 77 WS-KRS-SETUJU-SW       PIC X.
010600     88 WS-KRS-SETUJU      VALUE 'Y'.
010700 77 WS-CT-BUKA-SW          PIC X VALUE 'N'.
010800     88 WS-CT-BUKA         VALUE 'Y'.
010900 77 WS-KR-BUKA-SW          PIC X VALUE 'N'.
011000     88 WS-KR-BUKA         VALUE 'Y'.
011100 77 WS-TG-BUKA-SW          PIC X VALUE 'N'.
011200     88 WS-TG-BUKA         VALUE 'Y'.
011300 77 WS-HS-BUKA-SW          PIC X VALUE 'N'.
011400     88 WS-HS-BUKA         VALUE 'Y'.
011500 77 WS-HS-ADA-SW           PIC X.
011600     88 WS-HS-ADA          VALUE 'Y'.
011700 77 WS-STATUS-LAMA         PIC X.
011800 77 WS-STATUS-BARU         PIC X.
011900 77 WS-ALASAN              PIC X(30).
012000 77 WS-JML-DINILAI         PIC 9(6) VALUE ZERO.
012100 77 WS-JML-UBAH            PIC 9(6) VALUE ZERO.
012200 77 WS-JML-PERIKSA         PIC 9(6) VALUE ZERO.
012300 77 WS-JML-A               PIC 9(6) VALUE ZERO.
012400 77 WS-JML-C               PIC 9(6) VALUE ZERO.
012500 77 WS-JML-N               PIC 9(6) VALUE ZERO.
012600 77 WS-JML-GAGAL           PIC 9(6) VALUE ZERO.
012700 01 WS-MODE                PIC X.
012800     88 WS-MODE-PRATINJAU  VALUE 'P'.
012900     88 WS-MODE-JALAN      VALUE 'J'.
013000     88 WS-MODE-RIWAYAT    VALUE 'R'.
013100 01 WS-JAWAB               PIC X.
013200 01 WS-BARIS.
013300     02 WS-B-NPM           PIC X(08).
013400     02 FILLER             PIC X(02) VALUE SPACES.
013500     02 WS-B-NAMA          PIC X(20).
013600     02 FILLER             PIC X(02) VALUE SPACES.
013700     02 WS-B-PRODI         PIC X(20).
013800     02 FILLER             PIC X(02) VALUE SPACES.
013900     02 WS-B-LAMA          PIC X(01).
014000     02 FILLER             PIC X(04) VALUE ' -> '.
014100     02 WS-B-BARU          PIC X(01).
014200     02 FILLER             PIC X(02) VALUE SPACES.
014300     02 WS-B-ALASAN        PIC X(30).
014400
014500 PROCEDURE DIVISION.
014600*-----------------------------------------------------------------
014700 0000-MAINLINE.
014800     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
014900     IF WS-OPERATOR = SPACES
015000         DISPLAY 'HER-REGISTRASI HANYA UNTUK OPERATOR'
015100             ' YANG SIGN-ON LEWAT BRG-MENU'
015200         GO TO 9999-EXIT
015300     END-IF.
015400     DISPLAY 'MODE (P=PRATINJAU, J=JALANKAN, R=RIWAYAT NPM) : '
015500         WITH NO ADVANCING.
015600     ACCEPT WS-MODE.
015700     IF WS-MODE-RIWAYAT
015800         PERFORM 5000-RIWAYAT THRU 5000-EXIT
015900         GO TO 9999-EXIT
016000     END-IF.
016100     IF NOT WS-MODE-PRATINJAU AND NOT WS-MODE-JALAN
016200         DISPLAY 'MODE TIDAK DIKENAL'
016300         GO TO 9999-EXIT
016400     END-IF.
016500     IF WS-MODE-JALAN AND WS-OPR-LEVEL < 2
016600         DISPLAY 'HER-REGISTRASI HANYA UNTUK SUPERVISOR;'
016700             ' JALANKAN MODE P UNTUK PRATINJAU'
016800         GO TO 9999-EXIT
016900     END-IF.
017000     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
017100     DISPLAY 'TERM HER-REGISTRASI (YYYYS, KOSONG = AKTIF '
017200         WS-TERM ') : ' WITH NO ADVANCING.
017300     MOVE ZERO TO WS-TERM-PILIH.
017400     ACCEPT WS-TERM-PILIH.
017500     IF WS-TERM-PILIH = ZERO
017600         MOVE WS-TERM TO WS-TERM-PILIH
017700     END-IF.
017800     IF WS-TERM-PILIH = ZERO
017900         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
018000         GO TO 9999-EXIT
018100     END-IF.
018200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
018300     ACCEPT WS-JAM-RUN FROM TIME.
018400     PERFORM 1100-CEK-KALENDER THRU 1100-EXIT.
018500     IF NOT WS-MODE-PRATINJAU AND NOT WS-MODE-JALAN
018600         DISPLAY 'HER-REGISTRASI BELUM BISA DISIMPAN,'
018700             ' HANYA MODE P'
018800         GO TO 9999-EXIT
018900     END-IF.
019000     IF WS-MODE-JALAN
019100         DISPLAY 'STATUS TERM ' WS-TERM-PILIH ' AKAN DISIMPAN'
019200             ' (Y/T) ? ' WITH NO ADVANCING
019300         ACCEPT WS-JAWAB
019400         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
019500             DISPLAY 'DIBATALKAN'
019600             GO TO 9999-EXIT
019700         END-IF
019800     END-IF.
019900     IF WS-MODE-JALAN
020000         OPEN I-O DEPT-MST
020100     ELSE
020200         OPEN INPUT DEPT-MST
020300     END-IF.
020400     IF DP-FS NOT = '00'
020500         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA, STATUS ' DP-FS
020600         GO TO 9999-EXIT
020700     END-IF.
020800     IF WS-MODE-JALAN
020900         OPEN I-O STATUS-HIST
021000         IF HS-FS = '35'
021100             OPEN OUTPUT STATUS-HIST
021200             CLOSE STATUS-HIST
021300             OPEN I-O STATUS-HIST
021400         END-IF
021500     ELSE
021600         OPEN INPUT STATUS-HIST
021700     END-IF.
021800     IF HS-FS = '00'
021900         MOVE 'Y' TO WS-HS-BUKA-SW
022000     END-IF.
022100     OPEN INPUT KRS-FILE.
022200     IF KR-FS = '00'
022300         MOVE 'Y' TO WS-KR-BUKA-SW
022400     END-IF.
022500     OPEN INPUT TAGIHAN-FILE.
022600     IF TG-FS = '00'
022700         MOVE 'Y' TO WS-TG-BUKA-SW
022800     END-IF.
022900     OPEN INPUT CUTI-FILE.
023000     IF CT-FS = '00'
023100         MOVE 'Y' TO WS-CT-BUKA-SW
023200     END-IF.
023300     MOVE SPACES TO WS-RPT-NAMA.
023400     STRING 'HERREG-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
023500         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
023600     OPEN OUTPUT REPORT-OUT.
023700     MOVE SPACES TO REPORT-LINE.
023800     IF WS-MODE-JALAN
023900         STRING 'HER-REGISTRASI TERM ' WS-TERM-PILIH
024000             ' -- PERUBAHAN STATUS MAHASISWA'
024100             DELIMITED BY SIZE INTO REPORT-LINE
024200     ELSE
024300         STRING 'PRATINJAU HER-REGISTRASI TERM ' WS-TERM-PILIH
024400             ' (TIDAK DISIMPAN)'
024500             DELIMITED BY SIZE INTO REPORT-LINE
024600     END-IF.
024700     WRITE REPORT-LINE.
024800     MOVE SPACES TO REPORT-LINE.
024900     WRITE REPORT-LINE.
025000     MOVE 'N' TO WS-EOF-SW.
025100     MOVE LOW-VALUES TO DP-NPM.
025200     START DEPT-MST KEY NOT < DP-NPM
025300         INVALID KEY MOVE 'Y' TO WS-EOF-SW
025400     END-START.
025500     PERFORM 2000-SATU-MAHASISWA THRU 2000-EXIT
025600         UNTIL WS-EOF.
025700     PERFORM 4000-AKHIR THRU 4000-EXIT.
025800     CLOSE DEPT-MST.
025900     IF WS-HS-BUKA
026000         CLOSE STATUS-HIST
026100     END-IF.
026200     IF WS-KR-BUKA
026300         CLOSE KRS-FILE
026400     END-IF.
026500     IF WS-TG-BUKA
026600         CLOSE TAGIHAN-FILE
026700     END-IF.
026800     IF WS-CT-BUKA
026900         CLOSE CUTI-FILE
027000     END-IF.
027100     GO TO 9999-EXIT.
027200
027300*-----------------------------------------------------------------
027400 1000-AMBIL-TERM.
027500     OPEN INPUT TERM-CTL.
027600     IF TC-FS NOT = '00'
027700         CLOSE TERM-CTL
027800         GO TO 1000-EXIT
027900     END-IF.
028000     MOVE 'N' TO WS-EOF-SW.
028100     PERFORM 1010-BACA-TERM THRU 1010-EXIT
028200         UNTIL WS-EOF.
028300     CLOSE TERM-CTL.
028400 1000-EXIT.
028500     EXIT.
028600
028700 1010-BACA-TERM.
028800     READ TERM-CTL
028900         AT END MOVE 'Y' TO WS-EOF-SW
029000     END-READ.
029100     IF WS-EOF
029200         GO TO 1010-EXIT
029300     END-IF.
029400     IF TC-LABEL = 'AKTIF'
029500         MOVE TC-TERM TO WS-TERM
029600     END-IF.
029700 1010-EXIT.
029800     EXIT.
029900
030000*-----------------------------------------------------------------
030100* Mode J hanya sesudah jendela KRS term itu tutup; KRS yang masih
030200* bisa masuk atau disetujui akan membuat status salah. Mode P
030300* boleh kapan saja (hanya diperingatkan).
030400*-----------------------------------------------------------------
030500 1100-CEK-KALENDER.
030600     OPEN INPUT KALENDER-FILE.
030700     IF KA-FS NOT = '00'
030800         MOVE ZERO TO KAL-KRS-AKHIR
030900     ELSE
031000         MOVE WS-TERM-PILIH TO KAL-TERM
031100         READ KALENDER-FILE
031200             INVALID KEY MOVE ZERO TO KAL-KRS-AKHIR
031300         END-READ
031400     END-IF.
031500     CLOSE KALENDER-FILE.
031600     IF KAL-KRS-AKHIR = ZERO
031700         DISPLAY 'KALENDER TERM ' WS-TERM-PILIH
031800             ' BELUM ADA (KAL-ADD)'
031900         IF WS-MODE-JALAN
032000             MOVE SPACE TO WS-MODE
032100         END-IF
032200         GO TO 1100-EXIT
032300     END-IF.
032400     IF KAL-KRS-AKHIR NOT < WS-TGL-RUN
032500         DISPLAY 'JENDELA KRS TERM ' WS-TERM-PILIH
032600             ' BELUM TUTUP (SAMPAI ' KAL-KRS-AKHIR ')'
032700         IF WS-MODE-JALAN
032800             MOVE SPACE TO WS-MODE
032900         END-IF
033000     END-IF.
033100 1100-EXIT.
033200     EXIT.
033300
033400*-----------------------------------------------------------------
033500* Satu mahasiswa. Run ulang term yang sama menilai dari status
033600* sebelum her-registrasi term itu (HS-STATUS-LAMA), bukan dari
033700* hasil run sebelumnya.
033800*-----------------------------------------------------------------
033900 2000-SATU-MAHASISWA.
034000     READ DEPT-MST NEXT RECORD
034100         AT END MOVE 'Y' TO WS-EOF-SW
034200     END-READ.
034300     IF WS-EOF
034400         GO TO 2000-EXIT
034500     END-IF.
034600     MOVE DP-STATUS TO WS-STATUS-LAMA.
034700     MOVE 'N' TO WS-HS-ADA-SW.
034800     IF WS-HS-BUKA
034900         MOVE DP-NPM TO HS-NPM
035000         MOVE WS-TERM-PILIH TO HS-TERM
035100         READ STATUS-HIST
035200             INVALID KEY CONTINUE
035300             NOT INVALID KEY
035400                 MOVE 'Y' TO WS-HS-ADA-SW
035500                 MOVE HS-STATUS-LAMA TO WS-STATUS-LAMA
035600         END-READ
035700     END-IF.
035800     MOVE WS-STATUS-LAMA TO WS-STATUS-BARU.
035900     MOVE SPACES TO WS-ALASAN.
036000     IF WS-STATUS-LAMA = 'A' OR WS-STATUS-LAMA = 'C'
036100         ADD 1 TO WS-JML-DINILAI
036200         PERFORM 2100-TETAPKAN THRU 2100-EXIT
036300         EVALUATE WS-STATUS-BARU
036400             WHEN 'A' ADD 1 TO WS-JML-A
036500             WHEN 'C' ADD 1 TO WS-JML-C
036600             WHEN 'N' ADD 1 TO WS-JML-N
036700         END-EVALUATE
036800     ELSE
036900         IF WS-STATUS-LAMA = 'N'
037000             PERFORM 2300-CEK-KEMBALI THRU 2300-EXIT
037100         END-IF
037200     END-IF.
037300     IF WS-STATUS-BARU NOT = DP-STATUS
037400         PERFORM 2400-CETAK-UBAH THRU 2400-EXIT
037500     END-IF.
037600     IF WS-MODE-JALAN
037700         PERFORM 3000-SIMPAN THRU 3000-EXIT
037800     END-IF.
037900 2000-EXIT.
038000     EXIT.
038100
038200 2100-TETAPKAN.
038300     MOVE SPACE TO CT-STATUS.
038400     IF WS-CT-BUKA
038500         MOVE DP-NPM TO CT-NPM
038600         MOVE WS-TERM-PILIH TO CT-TERM
038700         READ CUTI-FILE
038800             INVALID KEY MOVE SPACE TO CT-STATUS
038900         END-READ
039000     END-IF.
039100     IF CT-STATUS = 'S'
039200         MOVE 'C' TO WS-STATUS-BARU
039300         MOVE 'CUTI DISETUJUI' TO WS-ALASAN
039400         GO TO 2100-EXIT
039500     END-IF.
039600     MOVE 'N' TO WS-STATUS-BARU.
039700     PERFORM 2200-CEK-KRS THRU 2200-EXIT.
039800     IF NOT WS-KRS-SETUJU
039900         MOVE 'TIDAK ADA KRS DISETUJUI' TO WS-ALASAN
040000         GO TO 2100-EXIT
040100     END-IF.
040200     MOVE SPACE TO TG-STATUS.
040300     IF WS-TG-BUKA
040400         MOVE DP-NPM TO TG-NPM
040500         MOVE WS-TERM-PILIH TO TG-TERM
040600         READ TAGIHAN-FILE
040700             INVALID KEY MOVE SPACE TO TG-STATUS
040800         END-READ
040900     END-IF.
041000     EVALUATE TG-STATUS
041100         WHEN 'L'
041200             MOVE 'A' TO WS-STATUS-BARU
041300             MOVE 'KRS DISETUJUI, TAGIHAN LUNAS' TO WS-ALASAN
041400         WHEN SPACE
041500             MOVE 'BELUM ADA TAGIHAN (BILL-GEN)' TO WS-ALASAN
041600         WHEN OTHER
041700             MOVE 'TAGIHAN KULIAH BELUM LUNAS' TO WS-ALASAN
041800     END-EVALUATE.
041900 2100-EXIT.
042000     EXIT.
042100
042200 2200-CEK-KRS.
042300     MOVE 'N' TO WS-KRS-SETUJU-SW.
042400     IF NOT WS-KR-BUKA
042500         GO TO 2200-EXIT
042600     END-IF.
042700     MOVE 'N' TO WS-KR-EOF-SW.
042800     MOVE DP-NPM TO WS-NPM.
042900     MOVE SPACES TO KRS-RECORD.
043000     MOVE WS-NPM TO KR-NPM.
043100     MOVE LOW-VALUES TO KR-MK-TERM.
043200     START KRS-FILE KEY NOT < KR-KUNCI
043300         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
043400     END-START.
043500     PERFORM 2210-SATU-KRS THRU 2210-EXIT
043600         UNTIL WS-KR-EOF OR WS-KRS-SETUJU.
043700 2200-EXIT.
043800     EXIT.
043900
044000 2210-SATU-KRS.
044100     READ KRS-FILE NEXT RECORD
044200         AT END MOVE 'Y' TO WS-KR-EOF-SW
044300     END-READ.
044400     IF WS-KR-EOF
044500         GO TO 2210-EXIT
044600     END-IF.
044700     IF KR-NPM NOT = WS-NPM
044800         MOVE 'Y' TO WS-KR-EOF-SW
044900         GO TO 2210-EXIT
045000     END-IF.
045100     IF KR-TERM = WS-TERM-PILIH AND KR-STATUS = 'S'
045200         MOVE 'Y' TO WS-KRS-SETUJU-SW
045300     END-IF.
045400 2210-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------------
045800* N bisa non-aktif biasa atau drop out EVAL-DO; yang ber-KRS
045900* disetujui dan lunas tidak diaktifkan otomatis, hanya dicetak
046000* untuk diputuskan registrar lewat DEPT-MNT.
046100*-----------------------------------------------------------------
046200 2300-CEK-KEMBALI.
046300     PERFORM 2200-CEK-KRS THRU 2200-EXIT.
046400     IF NOT WS-KRS-SETUJU OR NOT WS-TG-BUKA
046500         GO TO 2300-EXIT
046600     END-IF.
046700     MOVE DP-NPM TO TG-NPM.
046800     MOVE WS-TERM-PILIH TO TG-TERM.
046900     READ TAGIHAN-FILE
047000         INVALID KEY GO TO 2300-EXIT
047100     END-READ.
047200     IF TG-STATUS NOT = 'L'
047300         GO TO 2300-EXIT
047400     END-IF.
047500     MOVE DP-NPM TO WS-B-NPM.
047600     MOVE DP-NAMA TO WS-B-NAMA.
047700     MOVE DP-PRODI TO WS-B-PRODI.
047800     MOVE 'N' TO WS-B-LAMA.
047900     MOVE '?' TO WS-B-BARU.
048000     MOVE 'N TAPI KRS S + LUNAS, PERIKSA' TO WS-B-ALASAN.
048100     MOVE WS-BARIS TO REPORT-LINE.
048200     WRITE REPORT-LINE.
048300     ADD 1 TO WS-JML-PERIKSA.
048400 2300-EXIT.
048500     EXIT.
048600
048700 2400-CETAK-UBAH.
048800     MOVE DP-NPM TO WS-B-NPM.
048900     MOVE DP-NAMA TO WS-B-NAMA.
049000     MOVE DP-PRODI TO WS-B-PRODI.
049100     MOVE DP-STATUS TO WS-B-LAMA.
049200     MOVE WS-STATUS-BARU TO WS-B-BARU.
049300     MOVE WS-ALASAN TO WS-B-ALASAN.
049400     MOVE WS-BARIS TO REPORT-LINE.
049500     WRITE REPORT-LINE.
049600     ADD 1 TO WS-JML-UBAH.
049700 2400-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------------
050100* Riwayat term ini ditulis (atau ditimpa bila run ulang) untuk
050200* semua mahasiswa, lalu DP-STATUS yang berubah.
050300*-----------------------------------------------------------------
050400 3000-SIMPAN.
050500     MOVE DP-NPM TO HS-NPM.
050600     MOVE WS-TERM-PILIH TO HS-TERM.
050700     MOVE WS-STATUS-BARU TO HS-STATUS.
050800     MOVE WS-STATUS-LAMA TO HS-STATUS-LAMA.
050900     MOVE WS-ALASAN TO HS-ALASAN.
051000     MOVE WS-TGL-RUN TO HS-TGL.
051100     MOVE WS-OPERATOR TO HS-OPERATOR.
051200     IF WS-HS-ADA
051300         REWRITE STATUS-HIST-RECORD
051400             INVALID KEY
051500                 DISPLAY 'GAGAL UBAH stathis.dat ' HS-KUNCI
051600                 ADD 1 TO WS-JML-GAGAL
051700                 GO TO 3000-EXIT
051800         END-REWRITE
051900     ELSE
052000         WRITE STATUS-HIST-RECORD
052100             INVALID KEY
052200                 DISPLAY 'GAGAL TULIS stathis.dat ' HS-KUNCI
052300                 ADD 1 TO WS-JML-GAGAL
052400                 GO TO 3000-EXIT
052500         END-WRITE
052600     END-IF.
052700     IF WS-STATUS-BARU = DP-STATUS
052800         GO TO 3000-EXIT
052900     END-IF.
053000     MOVE WS-STATUS-BARU TO DP-STATUS.
053100     REWRITE DEPT-RECORD
053200         INVALID KEY
053300             DISPLAY 'GAGAL UBAH STATUS ' DP-NPM
053400             ADD 1 TO WS-JML-GAGAL
053500     END-REWRITE.
053600 3000-EXIT.
053700     EXIT.
053800
053900*-----------------------------------------------------------------
054000 4000-AKHIR.
054100     MOVE SPACES TO REPORT-LINE.
054200     WRITE REPORT-LINE.
054300     MOVE SPACES TO REPORT-LINE.
054400     STRING 'DINILAI ' WS-JML-DINILAI '   AKTIF ' WS-JML-A
054500         '   CUTI ' WS-JML-C '   NON-AKTIF ' WS-JML-N
054600         DELIMITED BY SIZE INTO REPORT-LINE.
054700     WRITE REPORT-LINE.
054800     MOVE SPACES TO REPORT-LINE.
054900     STRING 'STATUS BERUBAH ' WS-JML-UBAH
055000         '   N UNTUK DIPERIKSA ' WS-JML-PERIKSA
055100         DELIMITED BY SIZE INTO REPORT-LINE.
055200     WRITE REPORT-LINE.
055300     IF WS-JML-GAGAL > ZERO
055400         MOVE SPACES TO REPORT-LINE
055500         STRING 'GAGAL DISIMPAN ' WS-JML-GAGAL
055600             ' (LIHAT LAYAR), JALANKAN ULANG MODE J'
055700             DELIMITED BY SIZE INTO REPORT-LINE
055800         WRITE REPORT-LINE
055900     END-IF.
056000     CLOSE REPORT-OUT.
056100     MOVE WS-JML-UBAH TO WS-CAT-JML.
056200     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
056300         WS-CAT-JML.
056400     DISPLAY 'HER-REGISTRASI ' WS-TERM-PILIH ' : ' WS-JML-UBAH
056500         ' PERUBAHAN STATUS -- ' WS-RPT-NAMA.
056600 4000-EXIT.
056700     EXIT.
056800
056900*-----------------------------------------------------------------
057000* Riwayat status satu NPM, urut term.
057100*-----------------------------------------------------------------
057200 5000-RIWAYAT.
057300     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
057400     ACCEPT WS-NPM.
057500     OPEN INPUT STATUS-HIST.
057600     IF HS-FS NOT = '00'
057700         DISPLAY 'BELUM ADA RIWAYAT STATUS (stathis.dat)'
057800         GO TO 5000-EXIT
057900     END-IF.
058000     MOVE 'N' TO WS-HS-EOF-SW.
058100     MOVE WS-NPM TO HS-NPM.
058200     MOVE ZERO TO HS-TERM.
058300     START STATUS-HIST KEY NOT < HS-KUNCI
058400         INVALID KEY MOVE 'Y' TO WS-HS-EOF-SW
058500     END-START.
058600     MOVE ZERO TO WS-JML-DINILAI.
058700     PERFORM 5100-SATU-RIWAYAT THRU 5100-EXIT
058800         UNTIL WS-HS-EOF.
058900     CLOSE STATUS-HIST.
059000     IF WS-JML-DINILAI = ZERO
059100         DISPLAY 'TIDAK ADA RIWAYAT UNTUK ' WS-NPM
059200     END-IF.
059300 5000-EXIT.
059400     EXIT.
059500
059600 5100-SATU-RIWAYAT.
059700     READ STATUS-HIST NEXT RECORD
059800         AT END MOVE 'Y' TO WS-HS-EOF-SW
059900     END-READ.
060000     IF WS-HS-EOF
060100         GO TO 5100-EXIT
060200     END-IF.
060300     IF HS-NPM NOT = WS-NPM
060400         MOVE 'Y' TO WS-HS-EOF-SW
060500         GO TO 5100-EXIT
060600     END-IF.
060700     DISPLAY HS-TERM '  ' HS-STATUS-LAMA ' -> ' HS-STATUS '  '
060800         HS-ALASAN '  ' HS-TGL ' ' HS-OPERATOR.
060900     ADD 1 TO WS-JML-DINILAI.
061000 5100-EXIT.
061100     EXIT.
061200
061300*-----------------------------------------------------------------
061400 9999-EXIT.
061500     STOP RUN.
