000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Pendaftaran wisuda dan master prodi. D: daftarkan NPM
000500*           ke satu periode wisuda (YYYYN) -- hanya mahasiswa yang
000600*           lulus audit GRAD-AUD (audlulus.dat), tanpa tunggakan
000700*           kuliah (tagihan.dat status T) dan tanpa pinjaman alat
000800*           yang belum kembali (pinjam.dat status P). B: batalkan
000900*           pendaftaran yang belum diluluskan WSD-RUN. P: kode
001000*           singkat dan fakultas per prodi (prodi.dat) untuk nomor
001100*           ijazah dan daftar acara per fakultas; B dan P hanya
001200*           supervisor level 2.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. WSD-MNT.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY WSDSEL.
002500     COPY PRGSEL.
002600     COPY ADLSEL.
002700     COPY DEPTSEL.
002800     COPY PJMSEL.
002900     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003000     ORGANIZATION IS INDEXED
003100     ACCESS MODE IS DYNAMIC
003200     RECORD KEY IS TG-KUNCI
003300     FILE STATUS IS TG-FS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600     COPY WSDFD.
003700     COPY PRGFD.
003800     COPY ADLFD.
003900     COPY DEPTFD.
004000     COPY PJMFD.
004100 FD TAGIHAN-FILE.
004200 01 TAGIHAN-RECORD.
004300     02 TG-KUNCI.
004400         03 TG-NPM         PIC X(08).
004500         03 TG-TERM        PIC 9(05).
004600     02 TG-JUMLAH          PIC 9(09).
004700     02 TG-DIBAYAR         PIC 9(09).
004800     02 TG-STATUS          PIC X(01).
004900     02 TG-POTONGAN        PIC 9(09).
005000
005100 WORKING-STORAGE SECTION.
005200 77 WD-FS                  PIC XX.
005300 77 PS-FS                  PIC XX.
005400 77 AL-FS                  PIC XX.
005500 77 DP-FS                  PIC XX.
005600 77 PJ-FS                  PIC XX.
005700 77 TG-FS                  PIC XX.
005800 77 WS-OPERATOR            PIC X(8).
005900 77 WS-OPR-LEVEL           PIC 9(1).
006000 77 WS-TGL-RUN             PIC 9(8).
006100 77 WS-JAWAB               PIC X.
006200 77 WS-NPM                 PIC X(8).
006300 77 WS-NPM-VALID-SW        PIC X.
006400     88 WS-NPM-VALID       VALUE 'Y'.
006500 77 WS-PRODI               PIC X(20).
006600 77 WS-KODE                PIC X(4).
006700 77 WS-FAKULTAS            PIC X(20).
006800 77 WS-SYARAT-SW           PIC X.
006900     88 WS-SYARAT-OK       VALUE 'Y'.
007000 77 WS-ALASAN              PIC X(40).
007100 77 WS-TUNGGAK-SW          PIC X.
007200     88 WS-TUNGGAK         VALUE 'Y'.
007300 77 WS-PINJAM-SW           PIC X.
007400     88 WS-PINJAM          VALUE 'Y'.
007500 77 WS-TG-EOF-SW           PIC X.
007600     88 WS-TG-EOF          VALUE 'Y'.
007700 77 WS-PJ-EOF-SW           PIC X.
007800     88 WS-PJ-EOF          VALUE 'Y'.
007900 77 WS-AL-BUKA-SW          PIC X VALUE 'N'.
008000     88 WS-AL-BUKA         VALUE 'Y'.
008100 77 WS-TG-BUKA-SW          PIC X VALUE 'N'.
008200     88 WS-TG-BUKA         VALUE 'Y'.
008300 77 WS-PJ-BUKA-SW          PIC X VALUE 'N'.
008400     88 WS-PJ-BUKA         VALUE 'Y'.
008500 01 WS-PILIHAN             PIC X.
008600     88 WS-PILIH-DAFTAR    VALUE 'D'.
008700     88 WS-PILIH-BATAL     VALUE 'B'.
008800     88 WS-PILIH-PRODI     VALUE 'P'.
008900     88 WS-PILIH-SELESAI   VALUE 'S'.
009000 01 WS-PERIODE             PIC 9(5).
009100 01 WS-PERIODE-R REDEFINES WS-PERIODE.
009200     02 WS-PR-TAHUN        PIC 9(4).
009300     02 WS-PR-KE           PIC 9(1).
009400
009500 PROCEDURE DIVISION.
009600*-----------------------------------------------------------------
009700 0000-MAINLINE.
009800     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
009900     IF WS-OPERATOR = SPACES
010000         DISPLAY 'PENDAFTARAN WISUDA HANYA UNTUK OPERATOR'
010100             ' YANG SIGN-ON LEWAT BRG-MENU'
010200         GO TO 9999-EXIT
010300     END-IF.
010400     OPEN INPUT DEPT-MST.
010500     IF DP-FS NOT = '00'
010600         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA'
010700         GO TO 9999-EXIT
010800     END-IF.
010900     OPEN I-O WISUDA-FILE.
011000     IF WD-FS = '35'
011100         OPEN OUTPUT WISUDA-FILE
011200         CLOSE WISUDA-FILE
011300         OPEN I-O WISUDA-FILE
011400     END-IF.
011500     OPEN I-O PRODI-MST.
011600     IF PS-FS = '35'
011700         OPEN OUTPUT PRODI-MST
011800         CLOSE PRODI-MST
011900         OPEN I-O PRODI-MST
012000     END-IF.
012100     OPEN INPUT AUDLULUS-FILE.
012200     IF AL-FS = '00'
012300         MOVE 'Y' TO WS-AL-BUKA-SW
012400     END-IF.
012500     OPEN INPUT TAGIHAN-FILE.
012600     IF TG-FS = '00'
012700         MOVE 'Y' TO WS-TG-BUKA-SW
012800     END-IF.
012900     OPEN INPUT PINJAM-FILE.
013000     IF PJ-FS = '00'
013100         MOVE 'Y' TO WS-PJ-BUKA-SW
013200     END-IF.
013300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
013400     PERFORM 1000-MENU THRU 1000-EXIT
013500         UNTIL WS-PILIH-SELESAI.
013600     CLOSE WISUDA-FILE.
013700     CLOSE PRODI-MST.
013800     CLOSE DEPT-MST.
013900     IF WS-AL-BUKA
014000         CLOSE AUDLULUS-FILE
014100     END-IF.
014200     IF WS-TG-BUKA
014300         CLOSE TAGIHAN-FILE
014400     END-IF.
014500     IF WS-PJ-BUKA
014600         CLOSE PINJAM-FILE
014700     END-IF.
014800     GO TO 9999-EXIT.
014900
015000*-----------------------------------------------------------------
015100 1000-MENU.
015200     DISPLAY 'WISUDA (D=DAFTAR, B=BATAL DAFTAR, P=DATA PRODI,'
015300         ' S=SELESAI) : ' WITH NO ADVANCING.
015400     ACCEPT WS-PILIHAN.
015500     EVALUATE TRUE
015600         WHEN WS-PILIH-DAFTAR
015700             PERFORM 2000-DAFTAR THRU 2000-EXIT
015800         WHEN WS-PILIH-BATAL
015900             PERFORM 3000-BATAL THRU 3000-EXIT
016000         WHEN WS-PILIH-PRODI
016100             PERFORM 4000-PRODI THRU 4000-EXIT
016200         WHEN WS-PILIH-SELESAI
016300             CONTINUE
016400         WHEN OTHER
016500             DISPLAY 'PILIHAN TIDAK DIKENAL'
016600     END-EVALUATE.
016700 1000-EXIT.
016800     EXIT.
016900
017000*-----------------------------------------------------------------
017100* Daftar: NPM aktif yang lulus audit, bebas tunggakan dan
017200* pinjaman ditulis ke wisuda.dat berstatus D.
017300*-----------------------------------------------------------------
017400 2000-DAFTAR.
017500     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
017600     ACCEPT WS-NPM.
017700     MOVE 'N' TO WS-NPM-VALID-SW.
017800     CALL 'NPM-CHK' USING WS-NPM, WS-NPM-VALID-SW.
017900     IF NOT WS-NPM-VALID
018000         DISPLAY 'NPM TIDAK VALID'
018100         GO TO 2000-EXIT
018200     END-IF.
018300     MOVE WS-NPM TO WD-NPM.
018400     READ WISUDA-FILE
018500         INVALID KEY MOVE SPACES TO WD-STATUS
018600     END-READ.
018700     IF WD-FS = '00'
018800         IF WD-STATUS = 'L'
018900             DISPLAY 'SUDAH DILULUSKAN, IJAZAH ' WD-NO-IJAZAH
019000         ELSE
019100             DISPLAY 'SUDAH TERDAFTAR DI PERIODE ' WD-PERIODE
019200         END-IF
019300         GO TO 2000-EXIT
019400     END-IF.
019500     MOVE WS-NPM TO DP-NPM.
019600     READ DEPT-MST
019700         INVALID KEY
019800             DISPLAY 'NPM TIDAK ADA DI dept.dat'
019900             GO TO 2000-EXIT
020000     END-READ.
020100     IF DP-STATUS = 'W' OR DP-STATUS = 'N'
020200         DISPLAY 'STATUS MAHASISWA ' DP-STATUS
020300             ', TIDAK DAPAT DIDAFTARKAN'
020400         GO TO 2000-EXIT
020500     END-IF.
020600     MOVE DP-PRODI TO PS-PRODI.
020700     READ PRODI-MST
020800         INVALID KEY
020900             DISPLAY 'PRODI ' DP-PRODI ' BELUM ADA DI prodi.dat'
021000             GO TO 2000-EXIT
021100     END-READ.
021200     PERFORM 5000-CEK-SYARAT THRU 5000-EXIT.
021300     IF NOT WS-SYARAT-OK
021400         DISPLAY 'DITOLAK: ' WS-ALASAN
021500         GO TO 2000-EXIT
021600     END-IF.
021700     DISPLAY DP-NAMA ' / ' DP-PRODI.
021800     DISPLAY 'PERIODE WISUDA (YYYYN)   : ' WITH NO ADVANCING.
021900     MOVE ZERO TO WS-PERIODE.
022000     ACCEPT WS-PERIODE.
022100     IF WS-PR-TAHUN < 2000 OR WS-PR-KE = ZERO
022200         DISPLAY 'PERIODE TIDAK VALID'
022300         GO TO 2000-EXIT
022400     END-IF.
022500     MOVE SPACES TO WISUDA-RECORD.
022600     MOVE WS-NPM TO WD-NPM.
022700     MOVE WS-PERIODE TO WD-PERIODE.
022800     MOVE 'D' TO WD-STATUS.
022900     MOVE WS-TGL-RUN TO WD-TGL-DAFTAR.
023000     MOVE DP-PRODI TO WD-PRODI.
023100     MOVE PS-FAKULTAS TO WD-FAKULTAS.
023200     MOVE ZERO TO WD-IPK.
023300     MOVE AL-SKS-LULUS TO WD-SKS-LULUS.
023400     MOVE ZERO TO WD-TGL-LULUS.
023500     MOVE WS-OPERATOR TO WD-OPERATOR.
023600     WRITE WISUDA-RECORD
023700         INVALID KEY
023800             DISPLAY 'GAGAL TULIS wisuda.dat : ' WD-NPM
023900             GO TO 2000-EXIT
024000     END-WRITE.
024100     DISPLAY 'TERDAFTAR WISUDA PERIODE ' WS-PERIODE.
024200 2000-EXIT.
024300     EXIT.
024400
024500*-----------------------------------------------------------------
024600 3000-BATAL.
024700     IF WS-OPR-LEVEL < 2
024800         DISPLAY 'BATAL DAFTAR HANYA UNTUK SUPERVISOR'
024900         GO TO 3000-EXIT
025000     END-IF.
025100     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
025200     ACCEPT WS-NPM.
025300     MOVE WS-NPM TO WD-NPM.
025400     READ WISUDA-FILE
025500         INVALID KEY
025600             DISPLAY 'NPM TIDAK TERDAFTAR WISUDA'
025700             GO TO 3000-EXIT
025800     END-READ.
025900     IF WD-STATUS NOT = 'D'
026000         DISPLAY 'SUDAH DILULUSKAN, TIDAK DAPAT DIBATALKAN'
026100         GO TO 3000-EXIT
026200     END-IF.
026300     DISPLAY 'BATALKAN DAFTAR PERIODE ' WD-PERIODE ' (Y/N) ? '
026400         WITH NO ADVANCING.
026500     ACCEPT WS-JAWAB.
026600     IF WS-JAWAB NOT = 'Y'
026700         GO TO 3000-EXIT
026800     END-IF.
026900     DELETE WISUDA-FILE
027000         INVALID KEY
027100             DISPLAY 'GAGAL HAPUS : ' WD-NPM
027200             GO TO 3000-EXIT
027300     END-DELETE.
027400     DISPLAY 'PENDAFTARAN DIBATALKAN'.
027500 3000-EXIT.
027600     EXIT.
027700
027800*-----------------------------------------------------------------
027900* Prodi baru mulai dari nomor ijazah/transkrip nol; prodi lama
028000* hanya diubah kode dan fakultasnya.
028100*-----------------------------------------------------------------
028200 4000-PRODI.
028300     IF WS-OPR-LEVEL < 2
028400         DISPLAY 'DATA PRODI HANYA UNTUK SUPERVISOR'
028500         GO TO 4000-EXIT
028600     END-IF.
028700     DISPLAY 'NAMA PRODI               : ' WITH NO ADVANCING.
028800     ACCEPT WS-PRODI.
028900     IF WS-PRODI = SPACES
029000         GO TO 4000-EXIT
029100     END-IF.
029200     MOVE WS-PRODI TO PS-PRODI.
029300     READ PRODI-MST
029400         INVALID KEY
029500             MOVE SPACES TO PS-KODE
029600             MOVE SPACES TO PS-FAKULTAS
029700             MOVE ZERO TO PS-NO-IJAZAH
029800             MOVE ZERO TO PS-NO-TRANSKRIP
029900     END-READ.
030000     IF PS-FS = '00'
030100         DISPLAY 'KODE ' PS-KODE ' FAKULTAS ' PS-FAKULTAS
030200         DISPLAY 'IJAZAH TERAKHIR ' PS-NO-IJAZAH
030300             ' TRANSKRIP TERAKHIR ' PS-NO-TRANSKRIP
030400     END-IF.
030500     DISPLAY 'KODE SINGKAT (4)         : ' WITH NO ADVANCING.
030600     ACCEPT WS-KODE.
030700     DISPLAY 'FAKULTAS                 : ' WITH NO ADVANCING.
030800     ACCEPT WS-FAKULTAS.
030900     IF WS-KODE = SPACES OR WS-FAKULTAS = SPACES
031000         DISPLAY 'KODE DAN FAKULTAS WAJIB DIISI'
031100         GO TO 4000-EXIT
031200     END-IF.
031300     MOVE WS-KODE TO PS-KODE.
031400     MOVE WS-FAKULTAS TO PS-FAKULTAS.
031500     IF PS-FS = '00'
031600         REWRITE PRODI-RECORD
031700             INVALID KEY
031800                 DISPLAY 'GAGAL UBAH prodi.dat'
031900                 GO TO 4000-EXIT
032000         END-REWRITE
032100     ELSE
032200         MOVE WS-PRODI TO PS-PRODI
032300         WRITE PRODI-RECORD
032400             INVALID KEY
032500                 DISPLAY 'GAGAL TULIS prodi.dat'
032600                 GO TO 4000-EXIT
032700         END-WRITE
032800     END-IF.
032900     DISPLAY 'PRODI ' WS-PRODI ' TERSIMPAN'.
033000 4000-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* Syarat wisuda untuk WS-NPM: audit Y, tidak ada tagihan T, tidak
033500* ada pinjaman P. Alasan tolak pertama dikembalikan di WS-ALASAN.
033600*-----------------------------------------------------------------
033700 5000-CEK-SYARAT.
033800     MOVE 'N' TO WS-SYARAT-SW.
033900     MOVE 'BELUM LULUS AUDIT GRAD-AUD' TO WS-ALASAN.
034000     IF NOT WS-AL-BUKA
034100         GO TO 5000-EXIT
034200     END-IF.
034300     MOVE WS-NPM TO AL-NPM.
034400     READ AUDLULUS-FILE
034500         INVALID KEY MOVE 'N' TO AL-HASIL
034600     END-READ.
034700     IF AL-HASIL NOT = 'Y'
034800         GO TO 5000-EXIT
034900     END-IF.
035000     MOVE 'MASIH ADA TUNGGAKAN KULIAH' TO WS-ALASAN.
035100     MOVE 'N' TO WS-TUNGGAK-SW.
035200     IF WS-TG-BUKA
035300         MOVE WS-NPM TO TG-NPM
035400         MOVE ZERO TO TG-TERM
035500         MOVE 'N' TO WS-TG-EOF-SW
035600         START TAGIHAN-FILE KEY NOT < TG-KUNCI
035700             INVALID KEY MOVE 'Y' TO WS-TG-EOF-SW
035800         END-START
035900         PERFORM 5100-SATU-TAGIHAN THRU 5100-EXIT
036000             UNTIL WS-TG-EOF OR WS-TUNGGAK
036100     END-IF.
036200     IF WS-TUNGGAK
036300         GO TO 5000-EXIT
036400     END-IF.
036500     MOVE 'MASIH ADA PINJAMAN ALAT BELUM KEMBALI' TO WS-ALASAN.
036600     MOVE 'N' TO WS-PINJAM-SW.
036700     IF WS-PJ-BUKA
036800         MOVE WS-NPM TO PJ-NPM
036900         MOVE ZERO TO PJ-NO
037000         MOVE 'N' TO WS-PJ-EOF-SW
037100         START PINJAM-FILE KEY NOT < PJ-KUNCI
037200             INVALID KEY MOVE 'Y' TO WS-PJ-EOF-SW
037300         END-START
037400         PERFORM 5200-SATU-PINJAMAN THRU 5200-EXIT
037500             UNTIL WS-PJ-EOF OR WS-PINJAM
037600     END-IF.
037700     IF WS-PINJAM
037800         GO TO 5000-EXIT
037900     END-IF.
038000     MOVE 'Y' TO WS-SYARAT-SW.
038100     MOVE SPACES TO WS-ALASAN.
038200 5000-EXIT.
038300     EXIT.
038400
038500 5100-SATU-TAGIHAN.
038600     READ TAGIHAN-FILE NEXT RECORD
038700         AT END MOVE 'Y' TO WS-TG-EOF-SW
038800     END-READ.
038900     IF WS-TG-EOF
039000         GO TO 5100-EXIT
039100     END-IF.
039200     IF TG-NPM NOT = WS-NPM
039300         MOVE 'Y' TO WS-TG-EOF-SW
039400         GO TO 5100-EXIT
039500     END-IF.
039600     IF TG-STATUS = 'T'
039700         MOVE 'Y' TO WS-TUNGGAK-SW
039800     END-IF.
039900 5100-EXIT.
040000     EXIT.
040100
040200 5200-SATU-PINJAMAN.
040300     READ PINJAM-FILE NEXT RECORD
040400         AT END MOVE 'Y' TO WS-PJ-EOF-SW
040500     END-READ.
040600     IF WS-PJ-EOF
040700         GO TO 5200-EXIT
040800     END-IF.
040900     IF PJ-NPM NOT = WS-NPM
041000         MOVE 'Y' TO WS-PJ-EOF-SW
041100         GO TO 5200-EXIT
041200     END-IF.
041300     IF PJ-STATUS = 'P'
041400         MOVE 'Y' TO WS-PINJAM-SW
041500     END-IF.
041600 5200-EXIT.
041700     EXIT.
041800
041900*-----------------------------------------------------------------
042000 9999-EXIT.
042100     STOP RUN.
