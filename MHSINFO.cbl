000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Kios layanan mandiri mahasiswa. Mahasiswa sign-on
000500*           dengan NPM dan PIN pribadi yang diterbitkan loket
000600*           registrar lewat PIN-MNT; PIN disimpan teracak
000700*           SANDI-UTIL di pinmhs.dat dengan aturan yang sama
000800*           dengan sign-on petugas BRG-MENU: tiga kali salah
000900*           PIN dikunci (dibuka lagi hanya di loket), PIN wajib
001000*           diganti saat pertama dipakai, sesudah reset, atau
001100*           sesudah 90 hari. Setelah masuk mahasiswa hanya
001200*           melihat datanya sendiri, baca saja: KRS term aktif,
001300*           nilai term dan IPK, tagihan terbuka dan pembayaran,
001400*           kehadiran per MK, serta tahanan (tunggakan dan
001500*           pinjaman lewat tempo). Tiap sign-on -- berhasil,
001600*           salah, dikunci, ditolak -- dan keluar dicatat di
001700*           pinlog.dat.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. MHS-INFO.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY PINSEL.
003000     COPY PNLSEL.
003100     COPY DEPTSEL.
003200     COPY KRSSEL.
003300     COPY GBKSEL.
003400     COPY TGBSEL.
003500     COPY BYRSEL.
003600     COPY ABSSEL.
003700     COPY PJMSEL.
003800     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003900     ORGANIZATION IS INDEXED
004000     ACCESS MODE IS DYNAMIC
004100     RECORD KEY IS TG-KUNCI
004200     FILE STATUS IS TG-FS.
004300     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
004400     ORGANIZATION IS LINE SEQUENTIAL
004500     FILE STATUS IS IP-FS.
004600     SELECT TERM-CTL ASSIGN TO 'term.dat'
004700     ORGANIZATION IS LINE SEQUENTIAL
004800     FILE STATUS IS TC-FS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100     COPY PINFD.
005200     COPY PNLFD.
005300     COPY DEPTFD.
005400     COPY KRSFD.
005500     COPY GBKFD.
005600     COPY TGBFD.
005700     COPY BYRFD.
005800     COPY ABSFD.
005900     COPY PJMFD.
006000 FD TAGIHAN-FILE.
006100 01 TAGIHAN-RECORD.
006200     02 TG-KUNCI.
006300         03 TG-NPM         PIC X(08).
006400         03 TG-TERM        PIC 9(05).
006500     02 TG-JUMLAH          PIC 9(09).
006600     02 TG-DIBAYAR         PIC 9(09).
006700     02 TG-STATUS          PIC X(01).
006800     02 TG-POTONGAN        PIC 9(09).
006900 FD IPK-FILE.
007000 01 IPK-RECORD.
007100     02 IP-NPM             PIC X(08).
007200     02 FILLER             PIC X(01).
007300     02 IP-TERM            PIC 9(05).
007400     02 FILLER             PIC X(01).
007500     02 IP-IPS             PIC 9V99.
007600     02 FILLER             PIC X(01).
007700     02 IP-IPK             PIC 9V99.
007800 FD TERM-CTL.
007900 01 TC-LINE.
008000     02 TC-LABEL           PIC X(06).
008100     02 TC-TERM            PIC 9(05).
008200
008300 WORKING-STORAGE SECTION.
008400 77 PN-FS                  PIC XX.
008500 77 PL-FS                  PIC XX.
008600 77 DP-FS                  PIC XX.
008700 77 KR-FS                  PIC XX.
008800 77 GB-FS                  PIC XX.
008900 77 TB-FS                  PIC XX.
009000 77 BY-FS                  PIC XX.
009100 77 AB-FS                  PIC XX.
009200 77 PJ-FS                  PIC XX.
009300 77 TG-FS                  PIC XX.
009400 77 IP-FS                  PIC XX.
009500 77 TC-FS                  PIC XX.
009600 77 WS-EOF-SW              PIC X VALUE 'N'.
009700     88 WS-EOF             VALUE 'Y'.
009800 77 WS-KR-EOF-SW           PIC X VALUE 'N'.
009900     88 WS-KR-EOF          VALUE 'Y'.
010000 77 WS-AB-EOF-SW           PIC X VALUE 'N'.
010100     88 WS-AB-EOF          VALUE 'Y'.
010200 77 WS-TERM                PIC 9(5) VALUE ZERO.
010300 77 WS-NPM                 PIC X(8).
010400 77 WS-NPM-VALID-SW        PIC X.
010500     88 WS-NPM-VALID       VALUE 'Y'.
010600 77 WS-NAMA                PIC X(25) VALUE SPACES.
010700 77 WS-SIGNON-OK-SW        PIC X VALUE 'N'.
010800     88 WS-SIGNON-OK       VALUE 'Y'.
010900 77 WS-GANTI-OK-SW         PIC X VALUE 'N'.
011000     88 WS-GANTI-OK        VALUE 'Y'.
011100 77 WS-SELESAI-SW          PIC X VALUE 'N'.
011200     88 WS-SELESAI         VALUE 'Y'.
011300 77 WS-PIN-MASUK           PIC X(8).
011400 77 WS-PIN-BARU            PIC X(8).
011500 77 WS-PIN-ULANG           PIC X(8).
011600 77 WS-PIN-ACAK            PIC X(8).
011700 77 WS-HASIL-LOG           PIC X(6).
011800 77 WS-JAM-KINI            PIC 9(8).
011900 77 WS-TGL-KINI            PIC 9(8).
012000 77 WS-UMUR-PIN            PIC S9(7).
012100* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
012200 77 WS-TK-FUNGSI           PIC X(1) VALUE 'H'.
012300 77 WS-TK-HARI             PIC S9(7).
012400 77 WS-TK-KERJA            PIC S9(7).
012500 77 WS-TK-KET              PIC X(30).
012600 77 WS-PILIH               PIC X.
012700 77 WS-MK                  PIC X(6).
012800 77 WS-MK-NAMA             PIC X(25).
012900 77 WS-MK-SKS              PIC 9.
013000 77 WS-MK-VALID-SW         PIC X.
013100 77 WS-JML-SKS             PIC 9(3).
013200 77 WS-JML-BARIS           PIC 9(3).
013300 77 WS-IPK-ADA-SW          PIC X.
013400     88 WS-IPK-ADA         VALUE 'Y'.
013500 77 WS-IPK-TERM            PIC 9(5).
013600 77 WS-IPK-IPS             PIC 9V99.
013700 77 WS-IPK-IPK             PIC 9V99.
013800 77 WS-SISA                PIC 9(9).
013900 77 WS-TOTAL-SISA          PIC 9(12).
014000 77 WS-SP-NAMA             PIC X(12).
014100 77 WS-SP-NILAI            PIC 9(9).
014200 77 WS-SP-KETEMU-SW        PIC X.
014300 77 WS-AMBANG              PIC 9(3) VALUE 75.
014400 77 WS-JML-TEMU            PIC 9(3).
014500 77 WS-JML-HADIR           PIC 9(3).
014600 77 WS-PERSEN              PIC 9(3).
014700 77 WS-IDX                 PIC 9(3).
014800 77 WS-ADA-TGL-SW          PIC X.
014900     88 WS-ADA-TGL         VALUE 'Y'.
015000 01 WS-TABEL-TEMU.
015100     02 WS-TT-TGL          PIC 9(8) OCCURS 100 TIMES.
015200 77 WS-TAHAN-SW            PIC X.
015300     88 WS-ADA-TAHAN       VALUE 'Y'.
015400 77 WS-D-JUMLAH            PIC Z(8)9.
015500 77 WS-D-POTONGAN          PIC Z(8)9.
015600 77 WS-D-DIBAYAR           PIC Z(8)9.
015700 77 WS-D-SISA              PIC Z(8)9.
015800 77 WS-D-TOTAL             PIC Z(11)9.
015900 77 WS-D-IPS               PIC 9.99.
016000 77 WS-D-IPK               PIC 9.99.
016100 77 WS-D-TEMU              PIC ZZ9.
016200 77 WS-D-HADIR             PIC ZZ9.
016300 77 WS-D-PERSEN            PIC ZZ9.
016400
016500 PROCEDURE DIVISION.
016600*-----------------------------------------------------------------
016700 0000-MAINLINE.
016800     PERFORM 0100-BACA-TERM THRU 0100-EXIT.
016900     MOVE 'ABSENMIN' TO WS-SP-NAMA.
017000     MOVE ZERO TO WS-SP-NILAI.
017100     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
017200         WS-SP-KETEMU-SW.
017300     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
017400         MOVE WS-SP-NILAI TO WS-AMBANG
017500     END-IF.
017600     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
017700     IF NOT WS-SIGNON-OK
017800         GO TO 9999-EXIT
017900     END-IF.
018000     PERFORM 2000-MENU THRU 2000-EXIT
018100         UNTIL WS-SELESAI.
018200     MOVE 'KELUAR' TO WS-HASIL-LOG.
018300     PERFORM 8000-CATAT-LOG THRU 8000-EXIT.
018400     DISPLAY 'TERIMA KASIH, SAMPAI JUMPA'.
018500     GO TO 9999-EXIT.
018600
018700*-----------------------------------------------------------------
018800* Term AKTIF term.dat dipakai untuk KRS dan kehadiran.
018900*-----------------------------------------------------------------
019000 0100-BACA-TERM.
019100     OPEN INPUT TERM-CTL.
019200     IF TC-FS NOT = '00'
019300         GO TO 0100-EXIT
019400     END-IF.
019500     MOVE 'N' TO WS-EOF-SW.
019600     PERFORM 0110-SATU-TERM THRU 0110-EXIT
019700         UNTIL WS-EOF.
019800     CLOSE TERM-CTL.
019900 0100-EXIT.
020000     EXIT.
020100
020200 0110-SATU-TERM.
020300     READ TERM-CTL
020400         AT END MOVE 'Y' TO WS-EOF-SW
020500     END-READ.
020600     IF WS-EOF
020700         GO TO 0110-EXIT
020800     END-IF.
020900     IF TC-LABEL = 'AKTIF'
021000         MOVE TC-TERM TO WS-TERM
021100     END-IF.
021200 0110-EXIT.
021300     EXIT.
021400
021500*-----------------------------------------------------------------
021600* Sign-on NPM + PIN dengan aturan sign-on petugas BRG-MENU:
021700* PIN terkunci atau belum terbit ditolak ke loket registrar,
021800* tiga kali salah mengunci, PIN wajib ganti (terbit/reset) atau
021900* berumur lebih dari 90 hari kalender (TGL-KERJA) harus diganti
021910* sebelum masuk.
022000*-----------------------------------------------------------------
022100 1000-SIGN-ON.
022200     DISPLAY 'NPM         : ' WITH NO ADVANCING.
022300     ACCEPT WS-NPM.
022400     CALL 'NPM-CHK' USING WS-NPM, WS-NPM-VALID-SW.
022500     IF NOT WS-NPM-VALID
022600         DISPLAY 'NPM TIDAK VALID'
022700         MOVE 'TOLAK' TO WS-HASIL-LOG
022800         PERFORM 8000-CATAT-LOG THRU 8000-EXIT
022900         GO TO 1000-EXIT
023000     END-IF.
023100     OPEN I-O PIN-MHS.
023200     IF PN-FS NOT = '00'
023300         DISPLAY 'LAYANAN KIOS BELUM TERSEDIA, HUBUNGI LOKET'
023400             ' REGISTRAR'
023500         MOVE 'TOLAK' TO WS-HASIL-LOG
023600         PERFORM 8000-CATAT-LOG THRU 8000-EXIT
023700         GO TO 1000-EXIT
023800     END-IF.
023900     MOVE WS-NPM TO PN-NPM.
024000     READ PIN-MHS
024100         INVALID KEY
024200             DISPLAY 'PIN BELUM DITERBITKAN, AMBIL DI LOKET'
024300                 ' REGISTRAR'
024400             MOVE 'TOLAK' TO WS-HASIL-LOG
024500             GO TO 1000-TUTUP
024600     END-READ.
024700     IF PN-STATUS = 'L'
024800         DISPLAY 'PIN TERKUNCI SALAH TIGA KALI, MINTA RESET DI'
024900             ' LOKET REGISTRAR'
025000         MOVE 'TOLAK' TO WS-HASIL-LOG
025100         GO TO 1000-TUTUP
025200     END-IF.
025300     DISPLAY 'PIN         : ' WITH NO ADVANCING.
025400     ACCEPT WS-PIN-MASUK.
025500     MOVE WS-PIN-MASUK TO WS-PIN-ACAK.
025600     CALL 'SANDI-UTIL' USING WS-PIN-ACAK.
025700     IF WS-PIN-ACAK NOT = PN-PIN
025800         ADD 1 TO PN-GAGAL
025900         IF PN-GAGAL >= 3
026000             MOVE 'L' TO PN-STATUS
026100             MOVE 'KUNCI' TO WS-HASIL-LOG
026200             DISPLAY 'Tiga kali salah, PIN dikunci'
026300         ELSE
026400             MOVE 'SALAH' TO WS-HASIL-LOG
026500             DISPLAY 'PIN salah'
026600         END-IF
026700         PERFORM 1200-SIMPAN-PIN THRU 1200-EXIT
026800         GO TO 1000-TUTUP
026900     END-IF.
027000     MOVE ZERO TO PN-GAGAL.
027100     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
027200*    PIN tanpa tanggal ganti dianggap sudah kedaluwarsa.
027500     MOVE 9999999 TO WS-UMUR-PIN.
027600     IF PN-TGL-PIN IS NUMERIC AND PN-TGL-PIN > ZERO
027700         CALL 'TGL-KERJA' USING WS-TK-FUNGSI, PN-TGL-PIN,
027800             WS-TGL-KINI, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET
027900         MOVE WS-TK-HARI TO WS-UMUR-PIN
028000     END-IF.
028100     IF PN-GANTI = 'Y'
028200             OR WS-UMUR-PIN > 90
028300         DISPLAY 'PIN wajib diganti sekarang.'
028400         PERFORM 1100-GANTI-PIN THRU 1100-EXIT
028500         IF NOT WS-GANTI-OK
028600             PERFORM 1200-SIMPAN-PIN THRU 1200-EXIT
028700             MOVE 'TOLAK' TO WS-HASIL-LOG
028800             GO TO 1000-TUTUP
028900         END-IF
029000         MOVE 'GANTI' TO WS-HASIL-LOG
029100         PERFORM 8000-CATAT-LOG THRU 8000-EXIT
029200     END-IF.
029300     PERFORM 1200-SIMPAN-PIN THRU 1200-EXIT.
029400     MOVE 'Y' TO WS-SIGNON-OK-SW.
029500     MOVE 'MASUK' TO WS-HASIL-LOG.
029600 1000-TUTUP.
029700     CLOSE PIN-MHS.
029800     PERFORM 8000-CATAT-LOG THRU 8000-EXIT.
029900     IF WS-SIGNON-OK
030000         PERFORM 1300-CARI-NAMA THRU 1300-EXIT
030100         DISPLAY 'Selamat datang, ' WS-NAMA
030200     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------------
030700 1100-GANTI-PIN.
030800     MOVE 'N' TO WS-GANTI-OK-SW.
030900     DISPLAY 'PIN baru        : ' WITH NO ADVANCING.
031000     ACCEPT WS-PIN-BARU.
031100     DISPLAY 'Ulangi PIN baru : ' WITH NO ADVANCING.
031200     ACCEPT WS-PIN-ULANG.
031300     IF WS-PIN-BARU = SPACES
031400             OR WS-PIN-BARU NOT = WS-PIN-ULANG
031500         DISPLAY 'PIN kosong atau tidak sama, gagal'
031600         GO TO 1100-EXIT
031700     END-IF.
031800     MOVE WS-PIN-BARU TO WS-PIN-ACAK.
031900     CALL 'SANDI-UTIL' USING WS-PIN-ACAK.
032000     MOVE WS-PIN-ACAK TO PN-PIN.
032100     ACCEPT PN-TGL-PIN FROM DATE YYYYMMDD.
032200     MOVE 'N' TO PN-GANTI.
032300     MOVE ZERO TO PN-GAGAL.
032400     MOVE 'Y' TO WS-GANTI-OK-SW.
032500 1100-EXIT.
032600     EXIT.
032700
032800*-----------------------------------------------------------------
032900 1200-SIMPAN-PIN.
033000     REWRITE PIN-MHS-RECORD
033100         INVALID KEY
033200             DISPLAY 'GAGAL SIMPAN PIN, STATUS ' PN-FS
033300     END-REWRITE.
033400 1200-EXIT.
033500     EXIT.
033600
033700*-----------------------------------------------------------------
033800 1300-CARI-NAMA.
033900     OPEN INPUT DEPT-MST.
034000     IF DP-FS NOT = '00'
034100         CLOSE DEPT-MST
034200         GO TO 1300-EXIT
034300     END-IF.
034400     MOVE WS-NPM TO DP-NPM.
034500     READ DEPT-MST
034600         INVALID KEY CONTINUE
034700         NOT INVALID KEY MOVE DP-NAMA TO WS-NAMA
034800     END-READ.
034900     CLOSE DEPT-MST.
035000 1300-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------------
035400* Menu kios. Semua file dibuka INPUT: kios tidak mengubah apa
035500* pun selain PIN mahasiswa itu sendiri.
035600*-----------------------------------------------------------------
035700 2000-MENU.
035800     DISPLAY ' '.
035900     DISPLAY 'KIOS MAHASISWA  NPM ' WS-NPM '  TERM ' WS-TERM.
036000     DISPLAY ' 1. KRS TERM AKTIF'.
036100     DISPLAY ' 2. NILAI TERM DAN IPK'.
036200     DISPLAY ' 3. TAGIHAN DAN PEMBAYARAN'.
036300     DISPLAY ' 4. KEHADIRAN PER MATA KULIAH'.
036400     DISPLAY ' 5. TAHANAN'.
036500     DISPLAY ' 9. KELUAR'.
036600     DISPLAY 'PILIHAN : ' WITH NO ADVANCING.
036700     ACCEPT WS-PILIH.
036800     EVALUATE WS-PILIH
036900         WHEN '1'
037000             PERFORM 3000-KRS THRU 3000-EXIT
037100         WHEN '2'
037200             PERFORM 4000-NILAI THRU 4000-EXIT
037300         WHEN '3'
037400             PERFORM 5000-TAGIHAN THRU 5000-EXIT
037500         WHEN '4'
037600             PERFORM 6000-ABSEN THRU 6000-EXIT
037700         WHEN '5'
037800             PERFORM 7000-TAHANAN THRU 7000-EXIT
037900         WHEN '9'
038000             MOVE 'Y' TO WS-SELESAI-SW
038100         WHEN OTHER
038200             DISPLAY 'PILIHAN TIDAK ADA'
038300     END-EVALUATE.
038400 2000-EXIT.
038500     EXIT.
038600
038700*-----------------------------------------------------------------
038800* KRS term aktif milik NPM ini, draft maupun disetujui.
038900*-----------------------------------------------------------------
039000 3000-KRS.
039100     OPEN INPUT KRS-FILE.
039200     IF KR-FS NOT = '00'
039300         DISPLAY 'DATA KRS BELUM TERSEDIA'
039400         CLOSE KRS-FILE
039500         GO TO 3000-EXIT
039600     END-IF.
039700     DISPLAY 'KRS TERM ' WS-TERM.
039800     MOVE ZERO TO WS-JML-SKS.
039900     MOVE ZERO TO WS-JML-BARIS.
040000     PERFORM 6050-MULAI-KRS THRU 6050-EXIT.
040100     PERFORM 3100-SATU-KRS THRU 3100-EXIT
040200         UNTIL WS-KR-EOF.
040300     CLOSE KRS-FILE.
040400     IF WS-JML-BARIS = ZERO
040500         DISPLAY '  BELUM ADA KRS TERM INI'
040600     ELSE
040700         DISPLAY '  TOTAL SKS : ' WS-JML-SKS
040800     END-IF.
040900 3000-EXIT.
041000     EXIT.
041100
041200 3100-SATU-KRS.
041300     PERFORM 6060-BACA-KRS THRU 6060-EXIT.
041400     IF WS-KR-EOF OR KR-TERM NOT = WS-TERM
041500         GO TO 3100-EXIT
041600     END-IF.
041700     MOVE KR-MK TO WS-MK.
041800     MOVE SPACES TO WS-MK-NAMA.
041900     MOVE ZERO TO WS-MK-SKS.
042000     CALL 'MK-CHK' USING WS-MK, WS-MK-NAMA, WS-MK-SKS,
042100         WS-MK-VALID-SW.
042200     ADD 1 TO WS-JML-BARIS.
042300     ADD WS-MK-SKS TO WS-JML-SKS.
042400     IF KR-STATUS = 'S'
042500         DISPLAY '  ' KR-MK ' ' WS-MK-NAMA ' ' WS-MK-SKS
042600             ' SKS  DISETUJUI'
042700     ELSE
042800         DISPLAY '  ' KR-MK ' ' WS-MK-NAMA ' ' WS-MK-SKS
042900             ' SKS  DRAFT'
043000     END-IF.
043100 3100-EXIT.
043200     EXIT.
043300
043400*-----------------------------------------------------------------
043500* Nilai di GRADEBOOK.DAT (term berjalan) dan IPS/IPK terakhir
043600* yang dihitung IPK-CALC di ipk.dat.
043700*-----------------------------------------------------------------
043800 4000-NILAI.
043900     OPEN INPUT GRADEBOOK.
044000     IF GB-FS NOT = '00'
044100         DISPLAY 'DATA NILAI BELUM TERSEDIA'
044200         CLOSE GRADEBOOK
044300     ELSE
044400         DISPLAY 'NILAI TERM BERJALAN'
044500         MOVE ZERO TO WS-JML-BARIS
044600         MOVE 'N' TO WS-EOF-SW
044700         MOVE SPACES TO GB-RECORD
044800         MOVE WS-NPM TO GB-NPM
044900         MOVE LOW-VALUES TO GB-MK
045000         MOVE ZERO TO GB-TERM
045100         START GRADEBOOK KEY NOT < GB-KUNCI
045200             INVALID KEY MOVE 'Y' TO WS-EOF-SW
045300         END-START
045400         PERFORM 4100-SATU-NILAI THRU 4100-EXIT
045500             UNTIL WS-EOF
045600         CLOSE GRADEBOOK
045700         IF WS-JML-BARIS = ZERO
045800             DISPLAY '  BELUM ADA NILAI'
045900         END-IF
046000     END-IF.
046100     PERFORM 4200-CARI-IPK THRU 4200-EXIT.
046200     IF WS-IPK-ADA
046300         MOVE WS-IPK-IPS TO WS-D-IPS
046400         MOVE WS-IPK-IPK TO WS-D-IPK
046500         DISPLAY '  IPS TERM ' WS-IPK-TERM ' : ' WS-D-IPS
046600             '   IPK : ' WS-D-IPK
046700     ELSE
046800         DISPLAY '  IPK BELUM DIHITUNG'
046900     END-IF.
047000 4000-EXIT.
047100     EXIT.
047200
047300 4100-SATU-NILAI.
047400     READ GRADEBOOK NEXT RECORD
047500         AT END MOVE 'Y' TO WS-EOF-SW
047600     END-READ.
047700     IF WS-EOF
047800         GO TO 4100-EXIT
047900     END-IF.
048000     IF GB-NPM NOT = WS-NPM
048100         MOVE 'Y' TO WS-EOF-SW
048200         GO TO 4100-EXIT
048300     END-IF.
048400     ADD 1 TO WS-JML-BARIS.
048500     MOVE GB-MK TO WS-MK.
048600     MOVE SPACES TO WS-MK-NAMA.
048700     CALL 'MK-CHK' USING WS-MK, WS-MK-NAMA, WS-MK-SKS,
048800         WS-MK-VALID-SW.
048900     DISPLAY '  ' GB-TERM ' ' GB-MK ' ' WS-MK-NAMA ' '
049000         GB-NILAI ' ' GB-HURUF.
049100 4100-EXIT.
049200     EXIT.
049300
049400 4200-CARI-IPK.
049500     MOVE 'N' TO WS-IPK-ADA-SW.
049600     MOVE ZERO TO WS-IPK-TERM.
049700     OPEN INPUT IPK-FILE.
049800     IF IP-FS NOT = '00'
049900         GO TO 4200-EXIT
050000     END-IF.
050100     MOVE 'N' TO WS-EOF-SW.
050200     PERFORM 4210-SATU-IPK THRU 4210-EXIT
050300         UNTIL WS-EOF.
050400     CLOSE IPK-FILE.
050500 4200-EXIT.
050600     EXIT.
050700
050800 4210-SATU-IPK.
050900     READ IPK-FILE
051000         AT END MOVE 'Y' TO WS-EOF-SW
051100     END-READ.
051200     IF WS-EOF
051300         GO TO 4210-EXIT
051400     END-IF.
051500     IF IP-NPM NOT = WS-NPM
051600         GO TO 4210-EXIT
051700     END-IF.
051800     IF IP-TERM NOT < WS-IPK-TERM
051900         MOVE 'Y' TO WS-IPK-ADA-SW
052000         MOVE IP-TERM TO WS-IPK-TERM
052100         MOVE IP-IPS TO WS-IPK-IPS
052200         MOVE IP-IPK TO WS-IPK-IPK
052300     END-IF.
052400 4210-EXIT.
052500     EXIT.
052600
052700*-----------------------------------------------------------------
052800* Tagihan kuliah tagihan.dat dan baris tagihan lain tgbaris.dat
052900* yang masih terbuka (sisa dihitung seperti BILL-ARR), lalu
053000* riwayat pembayaran bayar.dat atas NPM ini.
053100*-----------------------------------------------------------------
053200 5000-TAGIHAN.
053300     MOVE ZERO TO WS-TOTAL-SISA.
053400     MOVE ZERO TO WS-JML-BARIS.
053500     DISPLAY 'TAGIHAN TERBUKA'.
053600     DISPLAY '  TERM   JUMLAH   POTONGAN    DIBAYAR       SISA'.
053700     OPEN INPUT TAGIHAN-FILE.
053800     IF TG-FS = '00'
053900         MOVE 'N' TO WS-EOF-SW
054000         MOVE WS-NPM TO TG-NPM
054100         MOVE ZERO TO TG-TERM
054200         START TAGIHAN-FILE KEY NOT < TG-KUNCI
054300             INVALID KEY MOVE 'Y' TO WS-EOF-SW
054400         END-START
054500         PERFORM 5100-SATU-TAGIHAN THRU 5100-EXIT
054600             UNTIL WS-EOF
054700     END-IF.
054800     CLOSE TAGIHAN-FILE.
054900     OPEN INPUT TAGIHAN-BARIS.
055000     IF TB-FS = '00'
055100         MOVE 'N' TO WS-EOF-SW
055200         MOVE WS-NPM TO TB-NPM
055300         MOVE ZERO TO TB-TERM
055400         MOVE ZERO TO TB-NO
055500         START TAGIHAN-BARIS KEY NOT < TB-KUNCI
055600             INVALID KEY MOVE 'Y' TO WS-EOF-SW
055700         END-START
055800         PERFORM 5200-SATU-BARIS THRU 5200-EXIT
055900             UNTIL WS-EOF
056000     END-IF.
056100     CLOSE TAGIHAN-BARIS.
056200     IF WS-JML-BARIS = ZERO
056300         DISPLAY '  TIDAK ADA TAGIHAN TERBUKA'
056400     ELSE
056500         MOVE WS-TOTAL-SISA TO WS-D-TOTAL
056600         DISPLAY '  TOTAL SISA TAGIHAN : ' WS-D-TOTAL
056700     END-IF.
056800     DISPLAY 'PEMBAYARAN'.
056900     MOVE ZERO TO WS-JML-BARIS.
057000     OPEN INPUT BAYAR-LOG.
057100     IF BY-FS = '00'
057200         MOVE 'N' TO WS-EOF-SW
057300         PERFORM 5300-SATU-BAYAR THRU 5300-EXIT
057400             UNTIL WS-EOF
057500     END-IF.
057600     CLOSE BAYAR-LOG.
057700     IF WS-JML-BARIS = ZERO
057800         DISPLAY '  BELUM ADA PEMBAYARAN TERCATAT'
057900     END-IF.
058000 5000-EXIT.
058100     EXIT.
058200
058300 5100-SATU-TAGIHAN.
058400     READ TAGIHAN-FILE NEXT RECORD
058500         AT END MOVE 'Y' TO WS-EOF-SW
058600     END-READ.
058700     IF WS-EOF
058800         GO TO 5100-EXIT
058900     END-IF.
059000     IF TG-NPM NOT = WS-NPM
059100         MOVE 'Y' TO WS-EOF-SW
059200         GO TO 5100-EXIT
059300     END-IF.
059400     IF TG-STATUS NOT = 'T'
059500         GO TO 5100-EXIT
059600     END-IF.
059700     COMPUTE WS-SISA = TG-JUMLAH - TG-DIBAYAR - TG-POTONGAN.
059800     ADD WS-SISA TO WS-TOTAL-SISA.
059900     ADD 1 TO WS-JML-BARIS.
060000     MOVE TG-JUMLAH TO WS-D-JUMLAH.
060100     MOVE TG-POTONGAN TO WS-D-POTONGAN.
060200     MOVE TG-DIBAYAR TO WS-D-DIBAYAR.
060300     MOVE WS-SISA TO WS-D-SISA.
060400     DISPLAY '  ' TG-TERM WS-D-JUMLAH ' ' WS-D-POTONGAN ' '
060500         WS-D-DIBAYAR ' ' WS-D-SISA.
060600 5100-EXIT.
060700     EXIT.
060800
060900 5200-SATU-BARIS.
061000     READ TAGIHAN-BARIS NEXT RECORD
061100         AT END MOVE 'Y' TO WS-EOF-SW
061200     END-READ.
061300     IF WS-EOF
061400         GO TO 5200-EXIT
061500     END-IF.
061600     IF TB-NPM NOT = WS-NPM
061700         MOVE 'Y' TO WS-EOF-SW
061800         GO TO 5200-EXIT
061900     END-IF.
062000     IF TB-STATUS NOT = 'T'
062100         GO TO 5200-EXIT
062200     END-IF.
062300     COMPUTE WS-SISA = TB-JUMLAH - TB-DIBAYAR.
062400     ADD WS-SISA TO WS-TOTAL-SISA.
062500     ADD 1 TO WS-JML-BARIS.
062600     MOVE TB-JUMLAH TO WS-D-JUMLAH.
062700     MOVE TB-DIBAYAR TO WS-D-DIBAYAR.
062800     MOVE WS-SISA TO WS-D-SISA.
062900     DISPLAY '  ' TB-TERM WS-D-JUMLAH '          '
063000         WS-D-DIBAYAR ' ' WS-D-SISA '  ' TB-KET.
063100 5200-EXIT.
063200     EXIT.
063300
063400 5300-SATU-BAYAR.
063500     READ BAYAR-LOG
063600         AT END MOVE 'Y' TO WS-EOF-SW
063700     END-READ.
063800     IF WS-EOF
063900         GO TO 5300-EXIT
064000     END-IF.
064100     IF BY-NPM NOT = WS-NPM
064200         GO TO 5300-EXIT
064300     END-IF.
064400     ADD 1 TO WS-JML-BARIS.
064500     MOVE BY-JUMLAH TO WS-D-JUMLAH.
064600     DISPLAY '  ' BY-TGL-BANK ' TERM ' BY-TERM WS-D-JUMLAH
064700         '  REF ' BY-REF.
064800 5300-EXIT.
064900     EXIT.
065000
065100*-----------------------------------------------------------------
065200* Kehadiran tiap MK KRS disetujui term aktif: jumlah pertemuan
065300* = tanggal berbeda MK/term di absensi.dat (cara ABS-RPT),
065400* hadir = record NPM ini; di bawah ambang ABSENMIN ditandai.
065500*-----------------------------------------------------------------
065600 6000-ABSEN.
065700     OPEN INPUT KRS-FILE.
065800     IF KR-FS NOT = '00'
065900         DISPLAY 'DATA KRS BELUM TERSEDIA'
066000         CLOSE KRS-FILE
066100         GO TO 6000-EXIT
066200     END-IF.
066300     OPEN INPUT ABSEN-FILE.
066400     IF AB-FS NOT = '00'
066500         DISPLAY 'DATA KEHADIRAN BELUM TERSEDIA'
066600         CLOSE ABSEN-FILE
066700         CLOSE KRS-FILE
066800         GO TO 6000-EXIT
066900     END-IF.
067000     DISPLAY 'KEHADIRAN TERM ' WS-TERM ' (AMBANG ' WS-AMBANG
067100         ' PERSEN)'.
067200     MOVE ZERO TO WS-JML-BARIS.
067300     PERFORM 6050-MULAI-KRS THRU 6050-EXIT.
067400     PERFORM 6100-SATU-MK THRU 6100-EXIT
067500         UNTIL WS-KR-EOF.
067600     CLOSE ABSEN-FILE.
067700     CLOSE KRS-FILE.
067800     IF WS-JML-BARIS = ZERO
067900         DISPLAY '  BELUM ADA KRS DISETUJUI TERM INI'
068000     END-IF.
068100 6000-EXIT.
068200     EXIT.
068300
068400*-----------------------------------------------------------------
068500* Baca KRS NPM ini untuk term aktif lewat kunci utama.
068600*-----------------------------------------------------------------
068700 6050-MULAI-KRS.
068800     MOVE 'N' TO WS-KR-EOF-SW.
068900     MOVE SPACES TO KRS-RECORD.
069000     MOVE WS-NPM TO KR-NPM.
069100     MOVE LOW-VALUES TO KR-MK.
069200     MOVE ZERO TO KR-TERM.
069300     START KRS-FILE KEY NOT < KR-KUNCI
069400         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
069500     END-START.
069600 6050-EXIT.
069700     EXIT.
069800
069900 6060-BACA-KRS.
070000     READ KRS-FILE NEXT RECORD
070100         AT END MOVE 'Y' TO WS-KR-EOF-SW
070200     END-READ.
070300     IF WS-KR-EOF
070400         GO TO 6060-EXIT
070500     END-IF.
070600     IF KR-NPM NOT = WS-NPM
070700         MOVE 'Y' TO WS-KR-EOF-SW
070800         GO TO 6060-EXIT
070900     END-IF.
071000 6060-EXIT.
071100     EXIT.
071200
071300 6100-SATU-MK.
071400     PERFORM 6060-BACA-KRS THRU 6060-EXIT.
071500     IF WS-KR-EOF OR KR-TERM NOT = WS-TERM
071600         GO TO 6100-EXIT
071700     END-IF.
071800     IF KR-STATUS NOT = 'S'
071900         GO TO 6100-EXIT
072000     END-IF.
072100     ADD 1 TO WS-JML-BARIS.
072200     MOVE KR-MK TO WS-MK.
072300     PERFORM 6200-HITUNG-TEMU THRU 6200-EXIT.
072400     PERFORM 6300-HITUNG-HADIR THRU 6300-EXIT.
072500     MOVE WS-JML-TEMU TO WS-D-TEMU.
072600     MOVE WS-JML-HADIR TO WS-D-HADIR.
072700     IF WS-JML-TEMU = ZERO
072800         DISPLAY '  ' WS-MK '  BELUM ADA PERTEMUAN'
072900         GO TO 6100-EXIT
073000     END-IF.
073100     COMPUTE WS-PERSEN =
073200         WS-JML-HADIR * 100 / WS-JML-TEMU.
073300     MOVE WS-PERSEN TO WS-D-PERSEN.
073400     IF WS-PERSEN < WS-AMBANG
073500         DISPLAY '  ' WS-MK '  HADIR ' WS-D-HADIR ' DARI '
073600             WS-D-TEMU '  ' WS-D-PERSEN ' PERSEN  DI BAWAH AMBANG'
073700     ELSE
073800         DISPLAY '  ' WS-MK '  HADIR ' WS-D-HADIR ' DARI '
073900             WS-D-TEMU '  ' WS-D-PERSEN ' PERSEN'
074000     END-IF.
074100 6100-EXIT.
074200     EXIT.
074300
074400 6200-HITUNG-TEMU.
074500     MOVE ZERO TO WS-JML-TEMU.
074600     MOVE 'N' TO WS-AB-EOF-SW.
074700     MOVE SPACES TO ABSEN-RECORD.
074800     MOVE WS-MK TO AB-MK.
074900     MOVE WS-TERM TO AB-TERM.
075000     START ABSEN-FILE KEY = AB-MK-TERM
075100         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
075200     END-START.
075300     PERFORM 6210-SATU-ABSEN THRU 6210-EXIT
075400         UNTIL WS-AB-EOF.
075500 6200-EXIT.
075600     EXIT.
075700
075800 6210-SATU-ABSEN.
075900     READ ABSEN-FILE NEXT RECORD
076000         AT END MOVE 'Y' TO WS-AB-EOF-SW
076100     END-READ.
076200     IF WS-AB-EOF
076300         GO TO 6210-EXIT
076400     END-IF.
076500     IF AB-MK NOT = WS-MK
076600             OR AB-TERM NOT = WS-TERM
076700         MOVE 'Y' TO WS-AB-EOF-SW
076800         GO TO 6210-EXIT
076900     END-IF.
077000     MOVE 'N' TO WS-ADA-TGL-SW.
077100     PERFORM 6220-CARI-TGL THRU 6220-EXIT
077200         VARYING WS-IDX FROM 1 BY 1
077300         UNTIL WS-IDX > WS-JML-TEMU OR WS-ADA-TGL.
077400     IF NOT WS-ADA-TGL AND WS-JML-TEMU < 100
077500         ADD 1 TO WS-JML-TEMU
077600         MOVE AB-TGL TO WS-TT-TGL(WS-JML-TEMU)
077700     END-IF.
077800 6210-EXIT.
077900     EXIT.
078000
078100 6220-CARI-TGL.
078200     IF WS-TT-TGL(WS-IDX) = AB-TGL
078300         MOVE 'Y' TO WS-ADA-TGL-SW
078400     END-IF.
078500 6220-EXIT.
078600     EXIT.
078700
078800 6300-HITUNG-HADIR.
078900     MOVE ZERO TO WS-JML-HADIR.
079000     MOVE 'N' TO WS-AB-EOF-SW.
079100     MOVE SPACES TO ABSEN-RECORD.
079200     MOVE WS-NPM TO AB-NPM.
079300     MOVE WS-MK TO AB-MK.
079400     MOVE WS-TERM TO AB-TERM.
079500     MOVE ZERO TO AB-TGL.
079600     START ABSEN-FILE KEY NOT < AB-KUNCI
079700         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
079800     END-START.
079900     PERFORM 6310-SATU-HADIR THRU 6310-EXIT
080000         UNTIL WS-AB-EOF.
080100 6300-EXIT.
080200     EXIT.
080300
080400 6310-SATU-HADIR.
080500     READ ABSEN-FILE NEXT RECORD
080600         AT END MOVE 'Y' TO WS-AB-EOF-SW
080700     END-READ.
080800     IF WS-AB-EOF
080900         GO TO 6310-EXIT
081000     END-IF.
081100     IF AB-NPM NOT = WS-NPM OR AB-MK NOT = WS-MK
081200             OR AB-TERM NOT = WS-TERM
081300         MOVE 'Y' TO WS-AB-EOF-SW
081400         GO TO 6310-EXIT
081500     END-IF.
081600     ADD 1 TO WS-JML-HADIR.
081700 6310-EXIT.
081800     EXIT.
081900
082000*-----------------------------------------------------------------
082100* Tahanan seperti TRANS-RPT dan KRS-ENTRY: tagihan berstatus T
082200* (tunggakan) dan pinjaman P yang tempo nya sudah lewat.
082300*-----------------------------------------------------------------
082400 7000-TAHANAN.
082500     MOVE 'N' TO WS-TAHAN-SW.
082600     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
082700     DISPLAY 'TAHANAN'.
082800     OPEN INPUT TAGIHAN-FILE.
082900     IF TG-FS = '00'
083000         MOVE 'N' TO WS-EOF-SW
083100         MOVE WS-NPM TO TG-NPM
083200         MOVE ZERO TO TG-TERM
083300         START TAGIHAN-FILE KEY NOT < TG-KUNCI
083400             INVALID KEY MOVE 'Y' TO WS-EOF-SW
083500         END-START
083600         PERFORM 7100-SATU-TAGIHAN THRU 7100-EXIT
083700             UNTIL WS-EOF
083800     END-IF.
083900     CLOSE TAGIHAN-FILE.
084000     OPEN INPUT PINJAM-FILE.
084100     IF PJ-FS = '00'
084200         MOVE 'N' TO WS-EOF-SW
084300         MOVE WS-NPM TO PJ-NPM
084400         MOVE ZERO TO PJ-NO
084500         START PINJAM-FILE KEY NOT < PJ-KUNCI
084600             INVALID KEY MOVE 'Y' TO WS-EOF-SW
084700         END-START
084800         PERFORM 7200-SATU-PINJAM THRU 7200-EXIT
084900             UNTIL WS-EOF
085000     END-IF.
085100     CLOSE PINJAM-FILE.
085200     IF NOT WS-ADA-TAHAN
085300         DISPLAY '  TIDAK ADA TAHANAN'
085400     END-IF.
085500 7000-EXIT.
085600     EXIT.
085700
085800 7100-SATU-TAGIHAN.
085900     READ TAGIHAN-FILE NEXT RECORD
086000         AT END MOVE 'Y' TO WS-EOF-SW
086100     END-READ.
086200     IF WS-EOF
086300         GO TO 7100-EXIT
086400     END-IF.
086500     IF TG-NPM NOT = WS-NPM
086600         MOVE 'Y' TO WS-EOF-SW
086700         GO TO 7100-EXIT
086800     END-IF.
086900     IF TG-STATUS = 'T'
087000         MOVE 'Y' TO WS-TAHAN-SW
087100         DISPLAY '  TUNGGAKAN KULIAH TERM ' TG-TERM
087200             ', LUNASI DI BAGIAN KEUANGAN'
087300     END-IF.
087400 7100-EXIT.
087500     EXIT.
087600
087700 7200-SATU-PINJAM.
087800     READ PINJAM-FILE NEXT RECORD
087900         AT END MOVE 'Y' TO WS-EOF-SW
088000     END-READ.
088100     IF WS-EOF
088200         GO TO 7200-EXIT
088300     END-IF.
088400     IF PJ-NPM NOT = WS-NPM
088500         MOVE 'Y' TO WS-EOF-SW
088600         GO TO 7200-EXIT
088700     END-IF.
088800     IF PJ-STATUS NOT = 'P'
088900         GO TO 7200-EXIT
089000     END-IF.
089100     IF PJ-TGL-TEMPO < WS-TGL-KINI
089200         MOVE 'Y' TO WS-TAHAN-SW
089300         DISPLAY '  PINJAMAN ' PJ-KODE-BRG ' LEWAT TEMPO '
089400             PJ-TGL-TEMPO ', KEMBALIKAN KE MEJA PINJAM'
089500     ELSE
089600         DISPLAY '  (PINJAMAN ' PJ-KODE-BRG ' TEMPO '
089700             PJ-TGL-TEMPO ', BELUM MENAHAN)'
089800     END-IF.
089900 7200-EXIT.
090000     EXIT.
090100
090200*-----------------------------------------------------------------
090300* Jejak sign-on kios di pinlog.dat (petugas kosong).
090400*-----------------------------------------------------------------
090500 8000-CATAT-LOG.
090600     OPEN EXTEND PIN-LOG.
090700     IF PL-FS = '05' OR PL-FS = '35'
090800         OPEN OUTPUT PIN-LOG
090900     END-IF.
091000     MOVE SPACES TO PIN-LOG-LINE.
091100     MOVE WS-NPM TO PL-NPM.
091200     ACCEPT PL-TANGGAL FROM DATE YYYYMMDD.
091300     ACCEPT WS-JAM-KINI FROM TIME.
091400     MOVE WS-JAM-KINI(1:6) TO PL-JAM.
091500     MOVE WS-HASIL-LOG TO PL-HASIL.
091600     WRITE PIN-LOG-LINE.
091700     CLOSE PIN-LOG.
091800 8000-EXIT.
091900     EXIT.
092000
092100*-----------------------------------------------------------------
092200 9999-EXIT.
092300     STOP RUN.
