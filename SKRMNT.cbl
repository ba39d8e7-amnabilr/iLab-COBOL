000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Register skripsi (tugas akhir) per NPM di skripsi.dat.
000500*           Pendaftaran (D) mensyaratkan MK skripsi (nama MK
000600*           diawali SKRIPSI) ada di KRS mahasiswa yang sudah
000700*           disetujui wali untuk term AKTIF, dan SKS lulus di
000800*           GBHIST.DAT minimal 110 (parameter SKRIPSISKS
000900*           sysparm.dat); judul dan satu atau dua pembimbing dosen
001000*           aktif dosen.dat. Tahapan (T): seminar proposal,
001100*           bimbingan kemajuan, jadwal sidang (tanggal, sesi 1-4,
001200*           ruang ruang.dat; ruang dan pembimbing tidak boleh
001300*           bentrok) dan hasil sidang. Nilai sidang ditulis ke
001400*           GRADEBOOK.DAT untuk MK skripsi term AKTIF seperti
001500*           nilai MK lain, jadi KRS skripsi term itu harus sudah
001600*           disetujui. Batal (supervisor) ada di menu tahapan.
001700*           Laporan di SKR-RPT.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. SKR-MNT.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY SKRSEL.
003000     COPY KRSSEL.
003100     COPY GBHSEL.
003200     COPY GBKSEL.
003300     COPY RNGSEL.
003400     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
003500     ORGANIZATION IS INDEXED
003600     ACCESS MODE IS DYNAMIC
003700     RECORD KEY IS DS-ID
003800     FILE STATUS IS DS-FS.
003900     SELECT TERM-CTL ASSIGN TO 'term.dat'
004000     ORGANIZATION IS LINE SEQUENTIAL
004100     FILE STATUS IS TC-FS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400     COPY SKRFD.
004500     COPY KRSFD.
004600     COPY GBHFD.
004700     COPY GBKFD.
004800     COPY RNGFD.
004900 FD DOSEN-MST.
005000 01 DOSEN-RECORD.
005100     02 DS-ID              PIC X(08).
005200     02 DS-NAMA            PIC X(20).
005300     02 DS-STATUS          PIC X(01).
005400 FD TERM-CTL.
005500 01 TC-LINE.
005600     02 TC-LABEL           PIC X(06).
005700     02 TC-TERM            PIC 9(05).
005800
005900 WORKING-STORAGE SECTION.
006000 77 SK-FS                  PIC XX.
006100 77 KR-FS                  PIC XX.
006200 77 GH-FS                  PIC XX.
006300 77 GB-FS                  PIC XX.
006400 77 RG-FS                  PIC XX.
006500 77 DS-FS                  PIC XX.
006600 77 TC-FS                  PIC XX.
006700 77 WS-OPERATOR            PIC X(8).
006800 77 WS-OPR-LEVEL           PIC 9(1).
006900 77 WS-TERM                PIC 9(5) VALUE ZERO.
007000 77 WS-TGL-RUN             PIC 9(8).
007100 77 WS-JAWAB               PIC X.
007200 77 WS-EOF-SW              PIC X VALUE 'N'.
007300     88 WS-EOF             VALUE 'Y'.
007400 77 WS-GH-EOF-SW           PIC X.
007500     88 WS-GH-EOF          VALUE 'Y'.
007600 77 WS-SK-EOF-SW           PIC X.
007700     88 WS-SK-EOF          VALUE 'Y'.
007800 77 WS-SK-ADA-SW           PIC X.
007900     88 WS-SK-ADA          VALUE 'Y'.
008000 77 WS-NPM                 PIC X(8).
008100 77 WS-NPM-VALID-SW        PIC X.
008200     88 WS-NPM-VALID       VALUE 'Y'.
008300 77 WS-MK                  PIC X(6).
008400 77 WS-MK-NAMA             PIC X(25).
008500 77 WS-MK-SKS              PIC 9.
008600 77 WS-MK-VALID-SW         PIC X.
008700     88 WS-MK-VALID        VALUE 'Y'.
008800 77 WS-MK-LALU             PIC X(6).
008900 77 WS-MK-DIHITUNG-SW      PIC X.
009000     88 WS-MK-DIHITUNG     VALUE 'Y'.
009100 77 WS-SKS-LULUS           PIC 9(3).
009200 77 WS-SKS-MIN             PIC 9(3) VALUE 110.
009300 77 WS-SP-NAMA             PIC X(12).
009400 77 WS-SP-NILAI            PIC 9(9).
009500 77 WS-SP-KETEMU-SW        PIC X.
009600 77 WS-DS-CEK              PIC X(8).
009700 77 WS-DS-AKTIF-SW         PIC X.
009800     88 WS-DS-AKTIF        VALUE 'Y'.
009900 77 WS-KRS-SETUJU-SW       PIC X.
010000     88 WS-KRS-SETUJU      VALUE 'Y'.
010100 77 WS-BENTROK-SW          PIC X.
010200     88 WS-BENTROK         VALUE 'Y'.
010300 77 WS-NILAI               PIC 9(3).
010400 77 WS-JUDUL               PIC X(60).
010500 77 WS-PEMB1               PIC X(8).
010600 77 WS-PEMB2               PIC X(8).
010700 77 WS-SESI                PIC 9.
010800 77 WS-RUANG               PIC X(6).
010900 01 WS-PILIHAN             PIC X.
011000     88 WS-PILIH-DAFTAR    VALUE 'D'.
011100     88 WS-PILIH-TAHAPAN   VALUE 'T'.
011200     88 WS-PILIH-SELESAI   VALUE 'S'.
011300 01 WS-TAHAP               PIC X.
011400     88 WS-TAHAP-PROPOSAL  VALUE 'P'.
011500     88 WS-TAHAP-KEMAJUAN  VALUE 'K'.
011600     88 WS-TAHAP-JADWAL    VALUE 'J'.
011700     88 WS-TAHAP-HASIL     VALUE 'H'.
011800     88 WS-TAHAP-BATAL     VALUE 'X'.
011900 01 WS-TGL-PILIH           PIC 9(8).
012000 01 WS-TGL-PECAH REDEFINES WS-TGL-PILIH.
012100     02 WS-TP-TAHUN        PIC 9(4).
012200     02 WS-TP-BULAN        PIC 99.
012300     02 WS-TP-HARI         PIC 99.
012400 01 WS-TGL-SW              PIC X.
012500     88 WS-TGL-VALID       VALUE 'Y'.
012600
012700 PROCEDURE DIVISION.
012800*-----------------------------------------------------------------
012900 0000-MAINLINE.
013000     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
013100     IF WS-OPERATOR = SPACES
013200         DISPLAY 'REGISTER SKRIPSI HANYA UNTUK OPERATOR'
013300             ' YANG SIGN-ON LEWAT BRG-MENU'
013400         GO TO 9999-EXIT
013500     END-IF.
013600     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
013700     IF WS-TERM = ZERO
013800         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
013900         GO TO 9999-EXIT
014000     END-IF.
014100     OPEN INPUT DOSEN-MST.
014200     IF DS-FS NOT = '00'
014300         DISPLAY 'dosen.dat BELUM ADA, ISI LEWAT DSN-MNT'
014400         GO TO 9999-EXIT
014500     END-IF.
014600     OPEN I-O SKRIPSI-MST.
014700     IF SK-FS = '35'
014800         OPEN OUTPUT SKRIPSI-MST
014900         CLOSE SKRIPSI-MST
015000         OPEN I-O SKRIPSI-MST
015100     END-IF.
015200     MOVE 'SKRIPSISKS' TO WS-SP-NAMA.
015300     MOVE ZERO TO WS-SP-NILAI.
015400     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
015500         WS-SP-KETEMU-SW.
015600     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
015700         MOVE WS-SP-NILAI TO WS-SKS-MIN
015800     END-IF.
015900     DISPLAY 'REGISTER SKRIPSI, TERM AKTIF ' WS-TERM.
016000     PERFORM 1100-MENU THRU 1100-EXIT
016100         UNTIL WS-PILIH-SELESAI.
016200     CLOSE SKRIPSI-MST.
016300     CLOSE DOSEN-MST.
016400     GO TO 9999-EXIT.
016500
016600*-----------------------------------------------------------------
016700 1000-AMBIL-TERM.
016800     OPEN INPUT TERM-CTL.
016900     IF TC-FS NOT = '00'
017000         CLOSE TERM-CTL
017100         GO TO 1000-EXIT
017200     END-IF.
017300     MOVE 'N' TO WS-EOF-SW.
017400     PERFORM 1010-BACA-TERM THRU 1010-EXIT
017500         UNTIL WS-EOF.
017600     CLOSE TERM-CTL.
017700 1000-EXIT.
017800     EXIT.
017900
018000 1010-BACA-TERM.
018100     READ TERM-CTL
018200         AT END MOVE 'Y' TO WS-EOF-SW
018300     END-READ.
018400     IF WS-EOF
018500         GO TO 1010-EXIT
018600     END-IF.
018700     IF TC-LABEL = 'AKTIF'
018800         MOVE TC-TERM TO WS-TERM
018900     END-IF.
019000 1010-EXIT.
019100     EXIT.
019200
019300*-----------------------------------------------------------------
019400 1100-MENU.
019500     DISPLAY 'SKRIPSI (D=DAFTAR, T=TAHAPAN, S=SELESAI) : '
019600         WITH NO ADVANCING.
019700     ACCEPT WS-PILIHAN.
019800     EVALUATE TRUE
019900         WHEN WS-PILIH-DAFTAR
020000             PERFORM 2000-DAFTAR THRU 2000-EXIT
020100         WHEN WS-PILIH-TAHAPAN
020200             PERFORM 3000-TAHAPAN THRU 3000-EXIT
020300         WHEN WS-PILIH-SELESAI
020400             CONTINUE
020500         WHEN OTHER
020600             DISPLAY 'PILIHAN TIDAK DIKENAL'
020700     END-EVALUATE.
020800 1100-EXIT.
020900     EXIT.
021000
021100*-----------------------------------------------------------------
021200* Pendaftaran: NPM yang register-nya batal boleh mendaftar lagi
021300* (record lama ditimpa).
021400*-----------------------------------------------------------------
021500 2000-DAFTAR.
021600     DISPLAY 'NPM MAHASISWA            : ' WITH NO ADVANCING.
021700     ACCEPT WS-NPM.
021800     MOVE 'N' TO WS-NPM-VALID-SW.
021900     CALL 'NPM-CHK' USING WS-NPM, WS-NPM-VALID-SW.
022000     IF NOT WS-NPM-VALID
022100         DISPLAY 'NPM TIDAK VALID'
022200         GO TO 2000-EXIT
022300     END-IF.
022400     MOVE 'N' TO WS-SK-ADA-SW.
022500     MOVE WS-NPM TO SK-NPM.
022600     READ SKRIPSI-MST
022700         INVALID KEY CONTINUE
022800         NOT INVALID KEY MOVE 'Y' TO WS-SK-ADA-SW
022900     END-READ.
023000     IF WS-SK-ADA AND SK-STATUS NOT = 'B'
023100         DISPLAY 'NPM ' WS-NPM ' SUDAH TERDAFTAR SKRIPSI (STATUS '
023200             SK-STATUS ')'
023300         GO TO 2000-EXIT
023400     END-IF.
023500     DISPLAY 'KODE MK SKRIPSI          : ' WITH NO ADVANCING.
023600     ACCEPT WS-MK.
023700     MOVE 'N' TO WS-MK-VALID-SW.
023800     CALL 'MK-CHK' USING WS-MK, WS-MK-NAMA, WS-MK-SKS,
023900         WS-MK-VALID-SW.
024000     IF NOT WS-MK-VALID
024100         DISPLAY 'KODE MK TIDAK ADA DI matkul.dat'
024200         GO TO 2000-EXIT
024300     END-IF.
024400     IF WS-MK-NAMA(1:7) NOT = 'SKRIPSI'
024500         DISPLAY 'MK ' WS-MK ' (' WS-MK-NAMA ') BUKAN MK SKRIPSI'
024600         GO TO 2000-EXIT
024700     END-IF.
024800     PERFORM 2100-CEK-KRS THRU 2100-EXIT.
024900     IF NOT WS-KRS-SETUJU
025000         DISPLAY 'MK ' WS-MK ' BELUM ADA DI KRS TERM ' WS-TERM
025100             ' YANG DISETUJUI WALI'
025200         GO TO 2000-EXIT
025300     END-IF.
025400     PERFORM 2200-HITUNG-SKS-LULUS THRU 2200-EXIT.
025500     IF WS-SKS-LULUS < WS-SKS-MIN
025600         DISPLAY 'SKS LULUS ' WS-SKS-LULUS ' KURANG DARI SYARAT '
025700             WS-SKS-MIN
025800         GO TO 2000-EXIT
025900     END-IF.
026000     DISPLAY 'SKS LULUS ' WS-SKS-LULUS ', MEMENUHI SYARAT'.
026100     DISPLAY 'JUDUL SKRIPSI            : ' WITH NO ADVANCING.
026200     MOVE SPACES TO WS-JUDUL.
026300     ACCEPT WS-JUDUL.
026400     IF WS-JUDUL = SPACES
026500         DISPLAY 'JUDUL WAJIB DIISI'
026600         GO TO 2000-EXIT
026700     END-IF.
026800     DISPLAY 'ID PEMBIMBING 1          : ' WITH NO ADVANCING.
026900     ACCEPT WS-PEMB1.
027000     MOVE WS-PEMB1 TO WS-DS-CEK.
027100     PERFORM 2300-CEK-DOSEN THRU 2300-EXIT.
027200     IF NOT WS-DS-AKTIF
027300         GO TO 2000-EXIT
027400     END-IF.
027500     DISPLAY 'ID PEMBIMBING 2 (KOSONG = TIDAK ADA) : '
027600         WITH NO ADVANCING.
027700     MOVE SPACES TO WS-PEMB2.
027800     ACCEPT WS-PEMB2.
027900     IF WS-PEMB2 NOT = SPACES
028000         IF WS-PEMB2 = WS-PEMB1
028100             DISPLAY 'PEMBIMBING 2 SAMA DENGAN PEMBIMBING 1'
028200             GO TO 2000-EXIT
028300         END-IF
028400         MOVE WS-PEMB2 TO WS-DS-CEK
028500         PERFORM 2300-CEK-DOSEN THRU 2300-EXIT
028600         IF NOT WS-DS-AKTIF
028700             GO TO 2000-EXIT
028800         END-IF
028900     END-IF.
029000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
029100     MOVE SPACES TO SKRIPSI-RECORD.
029200     MOVE WS-NPM TO SK-NPM.
029300     MOVE WS-JUDUL TO SK-JUDUL.
029400     MOVE WS-MK TO SK-MK.
029500     MOVE WS-PEMB1 TO SK-PEMB1.
029600     MOVE WS-PEMB2 TO SK-PEMB2.
029700     MOVE WS-TERM TO SK-TERM-DAFTAR.
029800     MOVE WS-TGL-RUN TO SK-TGL-DAFTAR.
029900     MOVE ZERO TO SK-TGL-PROPOSAL.
030000     MOVE ZERO TO SK-JML-KEMAJUAN.
030100     MOVE ZERO TO SK-TGL-KEMAJUAN.
030200     MOVE ZERO TO SK-TGL-SIDANG.
030300     MOVE ZERO TO SK-SESI-SIDANG.
030400     MOVE ZERO TO SK-NILAI.
030500     MOVE ZERO TO SK-TERM-NILAI.
030600     MOVE 'A' TO SK-STATUS.
030700     IF WS-SK-ADA
030800         REWRITE SKRIPSI-RECORD
030900     ELSE
031000         WRITE SKRIPSI-RECORD
031100     END-IF.
031200     IF SK-FS NOT = '00'
031300         DISPLAY 'GAGAL MENYIMPAN skripsi.dat, STATUS ' SK-FS
031400     ELSE
031500         DISPLAY 'SKRIPSI ' WS-NPM ' TERDAFTAR TERM ' WS-TERM
031600     END-IF.
031700 2000-EXIT.
031800     EXIT.
031900
032000*-----------------------------------------------------------------
032100* Baris KRS NPM + MK skripsi term aktif yang sudah disetujui
032200* wali (KR-STATUS S).
032300*-----------------------------------------------------------------
032400 2100-CEK-KRS.
032500     MOVE 'N' TO WS-KRS-SETUJU-SW.
032600     OPEN INPUT KRS-FILE.
032700     IF KR-FS NOT = '00'
032800         CLOSE KRS-FILE
032900         GO TO 2100-EXIT
033000     END-IF.
033100     MOVE SPACES TO KRS-RECORD.
033200     MOVE WS-NPM TO KR-NPM.
033300     MOVE WS-MK TO KR-MK.
033400     MOVE WS-TERM TO KR-TERM.
033500     READ KRS-FILE
033600         INVALID KEY CONTINUE
033700         NOT INVALID KEY
033800             IF KR-STATUS = 'S'
033900                 MOVE 'Y' TO WS-KRS-SETUJU-SW
034000             END-IF
034100     END-READ.
034200     CLOSE KRS-FILE.
034300 2100-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700* SKS lulus dari GBHIST.DAT: tiap MK dihitung sekali bila salah
034800* satu percobaannya berhuruf selain E (riwayat urut NPM + MK).
034900*-----------------------------------------------------------------
035000 2200-HITUNG-SKS-LULUS.
035100     MOVE ZERO TO WS-SKS-LULUS.
035200     OPEN INPUT GRADE-HIST.
035300     IF GH-FS NOT = '00'
035400         CLOSE GRADE-HIST
035500         GO TO 2200-EXIT
035600     END-IF.
035700     MOVE 'N' TO WS-GH-EOF-SW.
035800     MOVE SPACES TO WS-MK-LALU.
035900     MOVE 'N' TO WS-MK-DIHITUNG-SW.
036000     MOVE SPACES TO GH-RECORD.
036100     MOVE WS-NPM TO GH-NPM.
036200     MOVE LOW-VALUES TO GH-MK.
036300     MOVE ZERO TO GH-TERM.
036400     START GRADE-HIST KEY NOT < GH-KUNCI
036500         INVALID KEY MOVE 'Y' TO WS-GH-EOF-SW
036600     END-START.
036700     PERFORM 2210-SATU-RIWAYAT THRU 2210-EXIT
036800         UNTIL WS-GH-EOF.
036900     CLOSE GRADE-HIST.
037000 2200-EXIT.
037100     EXIT.
037200
037300 2210-SATU-RIWAYAT.
037400     READ GRADE-HIST NEXT RECORD
037500         AT END MOVE 'Y' TO WS-GH-EOF-SW
037600     END-READ.
037700     IF WS-GH-EOF
037800         GO TO 2210-EXIT
037900     END-IF.
038000     IF GH-NPM NOT = WS-NPM
038100         MOVE 'Y' TO WS-GH-EOF-SW
038200         GO TO 2210-EXIT
038300     END-IF.
038400     IF GH-MK NOT = WS-MK-LALU
038500         MOVE GH-MK TO WS-MK-LALU
038600         MOVE 'N' TO WS-MK-DIHITUNG-SW
038700     END-IF.
038800     IF WS-MK-DIHITUNG OR GH-HURUF = 'E' OR GH-HURUF = SPACE
038900         GO TO 2210-EXIT
039000     END-IF.
039100     MOVE 'N' TO WS-MK-VALID-SW.
039200     CALL 'MK-CHK' USING GH-MK, WS-MK-NAMA, WS-MK-SKS,
039300         WS-MK-VALID-SW.
039400     IF WS-MK-VALID
039500         ADD WS-MK-SKS TO WS-SKS-LULUS
039600     END-IF.
039700     MOVE 'Y' TO WS-MK-DIHITUNG-SW.
039800 2210-EXIT.
039900     EXIT.
040000
040100 2300-CEK-DOSEN.
040200     MOVE 'N' TO WS-DS-AKTIF-SW.
040300     MOVE WS-DS-CEK TO DS-ID.
040400     READ DOSEN-MST
040500         INVALID KEY
040600             DISPLAY 'DOSEN ' WS-DS-CEK ' TIDAK ADA DI dosen.dat'
040700             GO TO 2300-EXIT
040800     END-READ.
040900     IF DS-STATUS NOT = 'A'
041000         DISPLAY 'DOSEN ' WS-DS-CEK ' TIDAK AKTIF'
041100         GO TO 2300-EXIT
041200     END-IF.
041300     MOVE 'Y' TO WS-DS-AKTIF-SW.
041400 2300-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------------
041800* Tahapan satu skripsi aktif.
041900*-----------------------------------------------------------------
042000 3000-TAHAPAN.
042100     DISPLAY 'NPM MAHASISWA            : ' WITH NO ADVANCING.
042200     ACCEPT WS-NPM.
042300     MOVE WS-NPM TO SK-NPM.
042400     READ SKRIPSI-MST
042500         INVALID KEY
042600             DISPLAY 'NPM ' WS-NPM ' BELUM TERDAFTAR SKRIPSI'
042700             GO TO 3000-EXIT
042800     END-READ.
042900     IF SK-STATUS NOT = 'A'
043000         DISPLAY 'SKRIPSI ' WS-NPM ' TIDAK AKTIF (STATUS '
043100             SK-STATUS ')'
043200         GO TO 3000-EXIT
043300     END-IF.
043400     DISPLAY SK-JUDUL.
043500     DISPLAY 'PEMBIMBING ' SK-PEMB1 ' ' SK-PEMB2
043600         ' DAFTAR TERM ' SK-TERM-DAFTAR.
043700     DISPLAY 'PROPOSAL ' SK-TGL-PROPOSAL ', KEMAJUAN '
043800         SK-JML-KEMAJUAN ' KALI (TERAKHIR ' SK-TGL-KEMAJUAN
043900         '), SIDANG ' SK-TGL-SIDANG ' SESI ' SK-SESI-SIDANG
044000         ' ' SK-RUANG-SIDANG.
044100     DISPLAY 'TAHAP (P=SEMINAR PROPOSAL, K=KEMAJUAN, J=JADWAL'
044200         ' SIDANG, H=HASIL SIDANG, X=BATAL) : ' WITH NO ADVANCING.
044300     ACCEPT WS-TAHAP.
044400     EVALUATE TRUE
044500         WHEN WS-TAHAP-PROPOSAL
044600             PERFORM 3100-PROPOSAL THRU 3100-EXIT
044700         WHEN WS-TAHAP-KEMAJUAN
044800             PERFORM 3200-KEMAJUAN THRU 3200-EXIT
044900         WHEN WS-TAHAP-JADWAL
045000             PERFORM 3300-JADWAL-SIDANG THRU 3300-EXIT
045100         WHEN WS-TAHAP-HASIL
045200             PERFORM 3400-HASIL-SIDANG THRU 3400-EXIT
045300         WHEN WS-TAHAP-BATAL
045400             PERFORM 3500-BATAL THRU 3500-EXIT
045500         WHEN OTHER
045600             DISPLAY 'TAHAP TIDAK DIKENAL'
045700     END-EVALUATE.
045800 3000-EXIT.
045900     EXIT.
046000
046100 3100-PROPOSAL.
046200     DISPLAY 'TANGGAL SEMINAR PROPOSAL (YYYYMMDD) : '
046300         WITH NO ADVANCING.
046400     ACCEPT WS-TGL-PILIH.
046500     PERFORM 3900-CEK-TGL THRU 3900-EXIT.
046600     IF NOT WS-TGL-VALID
046700         GO TO 3100-EXIT
046800     END-IF.
046900     MOVE WS-TGL-PILIH TO SK-TGL-PROPOSAL.
047000     REWRITE SKRIPSI-RECORD.
047100     DISPLAY 'SEMINAR PROPOSAL DICATAT'.
047200 3100-EXIT.
047300     EXIT.
047400
047500 3200-KEMAJUAN.
047600     IF SK-TGL-PROPOSAL = ZERO
047700         DISPLAY 'SEMINAR PROPOSAL BELUM DICATAT'
047800         GO TO 3200-EXIT
047900     END-IF.
048000     DISPLAY 'TANGGAL BIMBINGAN KEMAJUAN (YYYYMMDD) : '
048100         WITH NO ADVANCING.
048200     ACCEPT WS-TGL-PILIH.
048300     PERFORM 3900-CEK-TGL THRU 3900-EXIT.
048400     IF NOT WS-TGL-VALID
048500         GO TO 3200-EXIT
048600     END-IF.
048700     IF WS-TGL-PILIH < SK-TGL-PROPOSAL
048800         DISPLAY 'TANGGAL SEBELUM SEMINAR PROPOSAL'
048900         GO TO 3200-EXIT
049000     END-IF.
049100     IF SK-JML-KEMAJUAN < 99
049200         ADD 1 TO SK-JML-KEMAJUAN
049300     END-IF.
049400     MOVE WS-TGL-PILIH TO SK-TGL-KEMAJUAN.
049500     REWRITE SKRIPSI-RECORD.
049600     DISPLAY 'KEMAJUAN KE-' SK-JML-KEMAJUAN ' DICATAT'.
049700 3200-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------------
050100* Jadwal sidang: ruang aktif ruang.dat; ruang yang sama maupun
050200* pembimbing yang sama tidak boleh dipakai sidang lain yang belum
050300* berhasil pada tanggal dan sesi itu.
050400*-----------------------------------------------------------------
050500 3300-JADWAL-SIDANG.
050600     IF SK-TGL-PROPOSAL = ZERO
050700         DISPLAY 'SEMINAR PROPOSAL BELUM DICATAT'
050800         GO TO 3300-EXIT
050900     END-IF.
051000     DISPLAY 'TANGGAL SIDANG (YYYYMMDD) : ' WITH NO ADVANCING.
051100     ACCEPT WS-TGL-PILIH.
051200     PERFORM 3900-CEK-TGL THRU 3900-EXIT.
051300     IF NOT WS-TGL-VALID
051400         GO TO 3300-EXIT
051500     END-IF.
051600     DISPLAY 'SESI (1-4)               : ' WITH NO ADVANCING.
051700     ACCEPT WS-SESI.
051800     IF WS-SESI < 1 OR WS-SESI > 4
051900         DISPLAY 'SESI TIDAK VALID'
052000         GO TO 3300-EXIT
052100     END-IF.
052200     DISPLAY 'RUANG                    : ' WITH NO ADVANCING.
052300     ACCEPT WS-RUANG.
052400     OPEN INPUT RUANG-MST.
052500     IF RG-FS NOT = '00'
052600         DISPLAY 'MASTER RUANG (ruang.dat) BELUM ADA'
052700         CLOSE RUANG-MST
052800         GO TO 3300-EXIT
052900     END-IF.
053000     MOVE WS-RUANG TO RG-KODE.
053100     READ RUANG-MST
053200         INVALID KEY MOVE 'N' TO RG-STATUS
053300     END-READ.
053400     CLOSE RUANG-MST.
053500     IF RG-STATUS NOT = 'A'
053600         DISPLAY 'RUANG ' WS-RUANG ' TIDAK ADA ATAU TIDAK AKTIF'
053700         GO TO 3300-EXIT
053800     END-IF.
053900     MOVE SK-PEMB1 TO WS-PEMB1.
054000     MOVE SK-PEMB2 TO WS-PEMB2.
054100     MOVE 'N' TO WS-BENTROK-SW.
054200     MOVE 'N' TO WS-SK-EOF-SW.
054300     MOVE LOW-VALUES TO SK-NPM.
054400     START SKRIPSI-MST KEY NOT < SK-NPM
054500         INVALID KEY MOVE 'Y' TO WS-SK-EOF-SW
054600     END-START.
054700     PERFORM 3310-CEK-BENTROK THRU 3310-EXIT
054800         UNTIL WS-SK-EOF.
054900     MOVE WS-NPM TO SK-NPM.
055000     READ SKRIPSI-MST
055100         INVALID KEY CONTINUE
055200     END-READ.
055300     IF WS-BENTROK
055400         GO TO 3300-EXIT
055500     END-IF.
055600     MOVE WS-TGL-PILIH TO SK-TGL-SIDANG.
055700     MOVE WS-SESI TO SK-SESI-SIDANG.
055800     MOVE WS-RUANG TO SK-RUANG-SIDANG.
055900     MOVE SPACE TO SK-HASIL.
056000     REWRITE SKRIPSI-RECORD.
056100     DISPLAY 'SIDANG ' WS-NPM ' ' WS-TGL-PILIH ' SESI ' WS-SESI
056200         ' RUANG ' WS-RUANG.
056300 3300-EXIT.
056400     EXIT.
056500
056600 3310-CEK-BENTROK.
056700     READ SKRIPSI-MST NEXT RECORD
056800         AT END MOVE 'Y' TO WS-SK-EOF-SW
056900     END-READ.
057000     IF WS-SK-EOF
057100         GO TO 3310-EXIT
057200     END-IF.
057300     IF SK-NPM = WS-NPM OR SK-STATUS NOT = 'A'
057400         OR SK-HASIL NOT = SPACE
057500         OR SK-TGL-SIDANG NOT = WS-TGL-PILIH
057600         OR SK-SESI-SIDANG NOT = WS-SESI
057700         GO TO 3310-EXIT
057800     END-IF.
057900     IF SK-RUANG-SIDANG = WS-RUANG
058000         DISPLAY 'RUANG ' WS-RUANG ' SUDAH DIPAKAI SIDANG ' SK-NPM
058100         MOVE 'Y' TO WS-BENTROK-SW
058200     END-IF.
058300     IF SK-PEMB1 = WS-PEMB1 OR SK-PEMB2 = WS-PEMB1
058400         DISPLAY 'PEMBIMBING ' WS-PEMB1 ' MENGUJI SIDANG ' SK-NPM
058500         MOVE 'Y' TO WS-BENTROK-SW
058600     END-IF.
058700     IF WS-PEMB2 NOT = SPACES
058800         AND (SK-PEMB1 = WS-PEMB2 OR SK-PEMB2 = WS-PEMB2)
058900         DISPLAY 'PEMBIMBING ' WS-PEMB2 ' MENGUJI SIDANG ' SK-NPM
059000         MOVE 'Y' TO WS-BENTROK-SW
059100     END-IF.
059200 3310-EXIT.
059300     EXIT.
059400
059500*-----------------------------------------------------------------
059600* Hasil sidang: nilai angka dibagi huruf seperti entri nilai
059700* contoh1 dan ditulis ke GRADEBOOK.DAT untuk MK skripsi term
059800* aktif. Huruf E berarti sidang ulang; selain itu skripsi lulus.
059900*-----------------------------------------------------------------
060000 3400-HASIL-SIDANG.
060100     IF SK-TGL-SIDANG = ZERO OR SK-HASIL NOT = SPACE
060200         DISPLAY 'BELUM ADA JADWAL SIDANG YANG MENUNGGU HASIL'
060300         GO TO 3400-EXIT
060400     END-IF.
060500     MOVE SK-MK TO WS-MK.
060600     PERFORM 2100-CEK-KRS THRU 2100-EXIT.
060700     IF NOT WS-KRS-SETUJU
060800         DISPLAY 'KRS ' WS-MK ' TERM ' WS-TERM ' BELUM ADA ATAU'
060900             ' BELUM DISETUJUI WALI, NILAI TIDAK BISA MASUK'
061000         GO TO 3400-EXIT
061100     END-IF.
061200     DISPLAY 'NILAI SIDANG (0-100)     : ' WITH NO ADVANCING.
061300     ACCEPT WS-NILAI.
061400     IF WS-NILAI > 100
061500         DISPLAY 'NILAI TIDAK VALID'
061600         GO TO 3400-EXIT
061700     END-IF.
061800     MOVE SPACES TO GB-RECORD.
061900     EVALUATE TRUE
062000         WHEN WS-NILAI >= 80
062100             MOVE 'A' TO GB-HURUF
062200             MOVE 'SANGAT BAIK' TO GB-KETERANGAN
062300         WHEN WS-NILAI >= 70
062400             MOVE 'B' TO GB-HURUF
062500             MOVE 'BAIK' TO GB-KETERANGAN
062600         WHEN WS-NILAI >= 60
062700             MOVE 'C' TO GB-HURUF
062800             MOVE 'CUKUP' TO GB-KETERANGAN
062900         WHEN WS-NILAI >= 50
063000             MOVE 'D' TO GB-HURUF
063100             MOVE 'KURANG' TO GB-KETERANGAN
063200         WHEN OTHER
063300             MOVE 'E' TO GB-HURUF
063400             MOVE 'TIDAK LULUS' TO GB-KETERANGAN
063500     END-EVALUATE.
063600     MOVE WS-NPM TO GB-NPM.
063700     MOVE WS-MK TO GB-MK.
063800     MOVE WS-TERM TO GB-TERM.
063900     MOVE WS-NILAI TO GB-NILAI.
064000     OPEN I-O GRADEBOOK.
064100     IF GB-FS = '35'
064200         OPEN OUTPUT GRADEBOOK
064300         CLOSE GRADEBOOK
064400         OPEN I-O GRADEBOOK
064500     END-IF.
064600     WRITE GB-RECORD
064700         INVALID KEY
064800             DISPLAY 'NILAI ' WS-NPM ' ' WS-MK ' TERM ' WS-TERM
064900                 ' SUDAH ADA, DITOLAK'
065000             CLOSE GRADEBOOK
065100             GO TO 3400-EXIT
065200     END-WRITE.
065300     CLOSE GRADEBOOK.
065400     MOVE WS-NILAI TO SK-NILAI.
065500     MOVE GB-HURUF TO SK-HURUF.
065600     MOVE WS-TERM TO SK-TERM-NILAI.
065700     IF GB-HURUF = 'E'
065800         MOVE 'U' TO SK-HASIL
065900         DISPLAY 'NILAI ' WS-NILAI ' HURUF E, SIDANG ULANG'
066000     ELSE
066100         MOVE 'L' TO SK-HASIL
066200         MOVE 'L' TO SK-STATUS
066300         DISPLAY 'NILAI ' WS-NILAI ' HURUF ' GB-HURUF
066400             ', SKRIPSI LULUS'
066500     END-IF.
066600     REWRITE SKRIPSI-RECORD.
066700 3400-EXIT.
066800     EXIT.
066900
067000 3500-BATAL.
067100     IF WS-OPR-LEVEL < 2
067200         DISPLAY 'PEMBATALAN SKRIPSI HANYA UNTUK SUPERVISOR'
067300         GO TO 3500-EXIT
067400     END-IF.
067500     DISPLAY 'BATALKAN SKRIPSI ' WS-NPM ' (Y/T) ? '
067600         WITH NO ADVANCING.
067700     ACCEPT WS-JAWAB.
067800     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
067900         GO TO 3500-EXIT
068000     END-IF.
068100     MOVE 'B' TO SK-STATUS.
068200     REWRITE SKRIPSI-RECORD.
068300     DISPLAY 'SKRIPSI ' WS-NPM ' DIBATALKAN'.
068400 3500-EXIT.
068500     EXIT.
068600
068700 3900-CEK-TGL.
068800     MOVE 'Y' TO WS-TGL-SW.
068900     IF WS-TP-TAHUN < 2000
069000             OR WS-TP-BULAN < 1 OR WS-TP-BULAN > 12
069100             OR WS-TP-HARI < 1 OR WS-TP-HARI > 31
069200         DISPLAY 'TANGGAL TIDAK VALID'
069300         MOVE 'N' TO WS-TGL-SW
069400     END-IF.
069500 3900-EXIT.
069600     EXIT.
069700
069800*-----------------------------------------------------------------
069900 9999-EXIT.
070000     STOP RUN.
