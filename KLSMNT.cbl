000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Kuota kelas dan daftar tunggu, term AKTIF term.dat.
000500*           K: kapasitas kursi per MK (kuota.dat, supervisor level
000600*              2); KRS-ENTRY memasukkan pendaftar sesudah kelas
000700*              penuh ke daftar tunggu antri.dat.
000800*           B: batal MK -- baris krs.dat mahasiswa dihapus, lalu
000900*              antrean pertama yang masih menunggu otomatis
001000*              dipindah masuk kelas (baris KRS draft, menunggu
001100*              persetujuan wali seperti biasa). Menaikkan
001200*              kapasitas di K juga langsung mengisi kursi dari
001300*              antrean.
001400*           A: batal menunggu (antrean ditandai B).
001500*           L: laporan harian pemindahan dari daftar tunggu ke
001600*              kelas (KLSPINDAH-*.RPT), bawaan tanggal hari ini.
001610*           Antrean yang akan dipindah diperiksa ulang dengan
001620*           syarat KRS-ENTRY (status mahasiswa, tunggakan,
001630*           pinjaman alat, cuti, batas SKS, bentrok jadwal); yang
001640*           tidak lolos ditandai B dengan alasannya (AN-ALASAN)
001650*           dan kursi jatuh ke antrean berikutnya. Laporan L ikut
001660*           mencantumkan antrean yang dilewati.
001700* Tectonics: cobc -I copybooks
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 PROGRAM-ID. KLS-MNT.
002200 ENVIRONMENT DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 CONFIGURATION SECTION.
002500*-----------------------
002600 INPUT-OUTPUT SECTION.
002700     FILE-CONTROL.
002800     COPY KRSSEL.
002900     COPY KUOSEL.
003000     COPY ANTSEL.
003100     COPY DEPTSEL.
003200     SELECT TERM-CTL ASSIGN TO 'term.dat'
003300     ORGANIZATION IS LINE SEQUENTIAL
003400     FILE STATUS IS TC-FS.
003500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003600     ORGANIZATION IS LINE SEQUENTIAL
003700     FILE STATUS IS RS.
003710     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003720     ORGANIZATION IS INDEXED
003730     ACCESS MODE IS DYNAMIC
003740     RECORD KEY IS TG-KUNCI
003750     FILE STATUS IS TG-FS.
003760     COPY PJMSEL.
003770     COPY JDWSEL.
003780     COPY CTISEL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000     COPY KRSFD.
004100     COPY KUOFD.
004200     COPY ANTFD.
004300     COPY DEPTFD.
004400 FD TERM-CTL.
004500 01 TC-LINE.
004600     02 TC-LABEL           PIC X(06).
004700     02 TC-TERM            PIC 9(05).
004800 FD REPORT-OUT.
004900 01 REPORT-LINE            PIC X(80).
004907 FD TAGIHAN-FILE.
004914 01 TAGIHAN-RECORD.
004921     02 TG-KUNCI.
004928         03 TG-NPM         PIC X(08).
004935         03 TG-TERM        PIC 9(05).
004942     02 TG-JUMLAH          PIC 9(09).
004949     02 TG-DIBAYAR         PIC 9(09).
004956     02 TG-STATUS          PIC X(01).
004963     02 TG-POTONGAN        PIC 9(09).
004970     COPY PJMFD.
004977     COPY JDWFD.
004984     COPY CTIFD.
005000
005100 WORKING-STORAGE SECTION.
005200 77 KR-FS                  PIC XX.
005300 77 KU-FS                  PIC XX.
005400 77 AN-FS                  PIC XX.
005500 77 DP-FS                  PIC XX.
005600 77 TC-FS                  PIC XX.
005700 77 RS                     PIC XX.
005800 77 WS-RPT-NAMA            PIC X(30).
005900 77 WS-TGL-RUN             PIC 9(8).
006000 77 WS-JAM-RUN             PIC 9(8).
006100 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'KLS-MNT'.
006200 77 WS-CAT-JML             PIC 9(7).
006300 77 WS-OPERATOR            PIC X(8).
006400 77 WS-OPR-LEVEL           PIC 9(1).
006500 77 WS-TERM                PIC 9(5) VALUE ZERO.
006600 77 WS-JAWAB               PIC X.
006700 77 WS-NPM                 PIC X(8).
006800 77 WS-NPM-BATAL           PIC X(8).
006900 77 WS-MK                  PIC X(6).
007000 77 WS-MK-NAMA             PIC X(25).
007100 77 WS-MK-SKS              PIC 9.
007200 77 WS-MK-VALID-SW         PIC X.
007300     88 WS-MK-VALID        VALUE 'Y'.
007400 77 WS-KAPASITAS           PIC 9(3).
007500 77 WS-KAPASITAS-BARU      PIC 9(3).
007600 77 WS-TERISI              PIC 9(3).
007700 77 WS-TGL-PILIH           PIC 9(8).
007800 77 WS-EOF-SW              PIC X VALUE 'N'.
007900     88 WS-EOF             VALUE 'Y'.
008000 77 WS-KR-EOF-SW           PIC X.
008100     88 WS-KR-EOF          VALUE 'Y'.
008200 77 WS-AN-EOF-SW           PIC X.
008300     88 WS-AN-EOF          VALUE 'Y'.
008400 77 WS-ADA-KUOTA-SW        PIC X.
008500     88 WS-ADA-KUOTA       VALUE 'Y'.
008600 77 WS-PINDAH-SW           PIC X.
008700     88 WS-PINDAH          VALUE 'Y'.
008800 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
008900     88 WS-DP-BUKA         VALUE 'Y'.
009000 77 WS-JML-PINDAH          PIC 9(5).
009100 77 WS-JML-BARIS           PIC 9(5).
009102 77 WS-JML-LEWAT           PIC 9(5).
009104 77 TG-FS                  PIC XX.
009106 77 PJ-FS                  PIC XX.
009108 77 CT-FS                  PIC XX.
009110 77 JD-FS                  PIC XX.
009112 77 WS-NPM-ANTRE           PIC X(8).
009114 77 WS-ALASAN              PIC X(30).
009116 77 WS-SP-NAMA             PIC X(12).
009118 77 WS-SP-NILAI            PIC 9(9).
009120 77 WS-SP-KETEMU-SW        PIC X.
009122 77 WS-SKS-MAKS            PIC 9(3) VALUE 24.
009124 77 WS-SKS-TERPAKAI        PIC 9(3).
009126 77 WS-SKS-BARIS           PIC 9.
009128 77 WS-NAMA-BARIS          PIC X(25).
009130 77 WS-VALID-BARIS-SW      PIC X.
009132     88 WS-VALID-BARIS     VALUE 'Y'.
009134 77 WS-SUDAH-DAFTAR-SW     PIC X.
009136     88 WS-SUDAH-DAFTAR    VALUE 'Y'.
009138 77 WS-TUNGGAK-SW          PIC X.
009140     88 WS-TUNGGAK         VALUE 'Y'.
009142 77 WS-TG-EOF-SW           PIC X.
009144     88 WS-TG-EOF          VALUE 'Y'.
009146 77 WS-TELAT-SW            PIC X.
009148     88 WS-TELAT           VALUE 'Y'.
009150 77 WS-PJ-EOF-SW           PIC X.
009152     88 WS-PJ-EOF          VALUE 'Y'.
009154 77 WS-CUTI-SW             PIC X.
009156     88 WS-CUTI            VALUE 'Y'.
009158 77 WS-JD-EOF-SW           PIC X.
009160     88 WS-JD-EOF          VALUE 'Y'.
009162 77 WS-BENTROK-SW          PIC X.
009164     88 WS-BENTROK         VALUE 'Y'.
009166 77 WS-MK-BENTROK          PIC X(6).
009168 77 WS-KM-JML              PIC 9(2).
009170 77 WS-KM-IDX              PIC 9(2).
009172 77 WS-JS-JML              PIC 9(1).
009174 77 WS-JS-IDX              PIC 9(2).
009176 01 WS-KRS-MK.
009178     02 WS-KM-MK           PIC X(06) OCCURS 40 TIMES.
009180 01 WS-SESI-BARU.
009182     02 WS-JS-ENTRI OCCURS 9 TIMES.
009184         03 WS-JS-HARI     PIC 9(01).
009186         03 WS-JS-MULAI    PIC 9(04).
009188         03 WS-JS-SELESAI  PIC 9(04).
009200 01 WS-PILIHAN             PIC X.
009300     88 WS-PILIH-KUOTA     VALUE 'K'.
009400     88 WS-PILIH-BATAL     VALUE 'B'.
009500     88 WS-PILIH-ANTRI     VALUE 'A'.
009600     88 WS-PILIH-LAPORAN   VALUE 'L'.
009700     88 WS-PILIH-SELESAI   VALUE 'S'.
009800 01 WS-D-PINDAH.
009900     02 WS-DP-TERM         PIC 9(05).
010000     02 FILLER             PIC X(02) VALUE SPACES.
010100     02 WS-DP-MK           PIC X(06).
010200     02 FILLER             PIC X(02) VALUE SPACES.
010300     02 WS-DP-NO           PIC ZZZZ9.
010400     02 FILLER             PIC X(02) VALUE SPACES.
010500     02 WS-DP-NPM          PIC X(08).
010600     02 FILLER             PIC X(02) VALUE SPACES.
010700     02 WS-DP-NAMA         PIC X(20).
010800     02 FILLER             PIC X(02) VALUE SPACES.
010900     02 WS-DP-NPM-BATAL    PIC X(08).
011000     02 FILLER             PIC X(02) VALUE SPACES.
011100     02 WS-DP-TGL-AJU      PIC 9(08).
011108 01 WS-D-LEWAT.
011116     02 WS-DL-TERM         PIC 9(05).
011124     02 FILLER             PIC X(02) VALUE SPACES.
011132     02 WS-DL-MK           PIC X(06).
011140     02 FILLER             PIC X(02) VALUE SPACES.
011148     02 WS-DL-NO           PIC ZZZZ9.
011156     02 FILLER             PIC X(02) VALUE SPACES.
011164     02 WS-DL-NPM          PIC X(08).
011172     02 FILLER             PIC X(02) VALUE SPACES.
011180     02 FILLER             PIC X(10) VALUE 'DILEWATI: '.
011188     02 WS-DL-ALASAN       PIC X(30).
011200
011300 PROCEDURE DIVISION.
011400*-----------------------------------------------------------------
011500 0000-MAINLINE.
011600     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
011700     IF WS-OPERATOR = SPACES
011800         DISPLAY 'KUOTA KELAS HANYA UNTUK OPERATOR'
011900             ' YANG SIGN-ON LEWAT BRG-MENU'
012000         GO TO 9999-EXIT
012100     END-IF.
012200     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
012300     IF WS-TERM = ZERO
012400         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
012500         GO TO 9999-EXIT
012600     END-IF.
012610     MOVE 'SKSMAKS' TO WS-SP-NAMA.
012620     MOVE ZERO TO WS-SP-NILAI.
012630     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
012640         WS-SP-KETEMU-SW.
012650     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
012660         MOVE WS-SP-NILAI TO WS-SKS-MAKS
012670     END-IF.
012700     OPEN I-O KRS-FILE.
012800     IF KR-FS = '35'
012900         OPEN OUTPUT KRS-FILE
013000         CLOSE KRS-FILE
013100         OPEN I-O KRS-FILE
013200     END-IF.
013300     OPEN I-O KUOTA-FILE.
013400     IF KU-FS = '35'
013500         OPEN OUTPUT KUOTA-FILE
013600         CLOSE KUOTA-FILE
013700         OPEN I-O KUOTA-FILE
013800     END-IF.
013900     OPEN I-O ANTRI-FILE.
014000     IF AN-FS = '35'
014100         OPEN OUTPUT ANTRI-FILE
014200         CLOSE ANTRI-FILE
014300         OPEN I-O ANTRI-FILE
014400     END-IF.
014500     OPEN INPUT DEPT-MST.
014600     IF DP-FS = '00'
014700         MOVE 'Y' TO WS-DP-BUKA-SW
014800     END-IF.
014900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
015000     DISPLAY 'KUOTA KELAS DAN DAFTAR TUNGGU, TERM AKTIF ' WS-TERM.
015100     PERFORM 1100-MENU THRU 1100-EXIT
015200         UNTIL WS-PILIH-SELESAI.
015300     IF WS-DP-BUKA
015400         CLOSE DEPT-MST
015500     END-IF.
015600     CLOSE ANTRI-FILE.
015700     CLOSE KUOTA-FILE.
015800     CLOSE KRS-FILE.
015900     GO TO 9999-EXIT.
016000
016100*-----------------------------------------------------------------
016200 1000-AMBIL-TERM.
016300     OPEN INPUT TERM-CTL.
016400     IF TC-FS NOT = '00'
016500         CLOSE TERM-CTL
016600         GO TO 1000-EXIT
016700     END-IF.
016800     MOVE 'N' TO WS-EOF-SW.
016900     PERFORM 1010-BACA-TERM THRU 1010-EXIT
017000         UNTIL WS-EOF.
017100     CLOSE TERM-CTL.
017200 1000-EXIT.
017300     EXIT.
017400
017500 1010-BACA-TERM.
017600     READ TERM-CTL
017700         AT END MOVE 'Y' TO WS-EOF-SW
017800     END-READ.
017900     IF WS-EOF
018000         GO TO 1010-EXIT
018100     END-IF.
018200     IF TC-LABEL = 'AKTIF'
018300         MOVE TC-TERM TO WS-TERM
018400     END-IF.
018500 1010-EXIT.
018600     EXIT.
018700
018800*-----------------------------------------------------------------
018900 1100-MENU.
019000     DISPLAY 'KELAS (K=KAPASITAS, B=BATAL MK, A=BATAL ANTRE,'
019100         ' L=LAPORAN PINDAH, S=SELESAI) : ' WITH NO ADVANCING.
019200     ACCEPT WS-PILIHAN.
019300     EVALUATE TRUE
019400         WHEN WS-PILIH-KUOTA
019500             PERFORM 2000-KAPASITAS THRU 2000-EXIT
019600         WHEN WS-PILIH-BATAL
019700             PERFORM 3000-BATAL-MK THRU 3000-EXIT
019800         WHEN WS-PILIH-ANTRI
019900             PERFORM 4000-BATAL-ANTRE THRU 4000-EXIT
020000         WHEN WS-PILIH-LAPORAN
020100             PERFORM 5000-LAPORAN THRU 5000-EXIT
020200         WHEN WS-PILIH-SELESAI
020300             CONTINUE
020400         WHEN OTHER
020500             DISPLAY 'PILIHAN TIDAK DIKENAL'
020600     END-EVALUATE.
020700 1100-EXIT.
020800     EXIT.
020900
021000*-----------------------------------------------------------------
021100* Kapasitas: nol menghapus batas kelas itu. Kapasitas baru di
021200* atas kursi terisi langsung diisi dari daftar tunggu.
021300*-----------------------------------------------------------------
021400 2000-KAPASITAS.
021500     IF WS-OPR-LEVEL < 2
021600         DISPLAY 'KAPASITAS KELAS HANYA UNTUK SUPERVISOR'
021700         GO TO 2000-EXIT
021800     END-IF.
021900     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
022000     ACCEPT WS-MK.
022100     MOVE 'N' TO WS-MK-VALID-SW.
022200     CALL 'MK-CHK' USING WS-MK, WS-MK-NAMA, WS-MK-SKS,
022300         WS-MK-VALID-SW.
022400     IF NOT WS-MK-VALID
022500         DISPLAY 'KODE MK TIDAK ADA DI matkul.dat'
022600         GO TO 2000-EXIT
022700     END-IF.
022800     PERFORM 6000-HITUNG-TERISI THRU 6000-EXIT.
022900     MOVE 'Y' TO WS-ADA-KUOTA-SW.
023000     MOVE WS-TERM TO KU-TERM.
023100     MOVE WS-MK TO KU-MK.
023200     READ KUOTA-FILE
023300         INVALID KEY MOVE 'N' TO WS-ADA-KUOTA-SW
023400     END-READ.
023500     IF WS-ADA-KUOTA
023600         DISPLAY WS-MK ' ' WS-MK-NAMA ' KAPASITAS ' KU-KAPASITAS
023700             ', TERISI ' WS-TERISI
023800     ELSE
023900         DISPLAY WS-MK ' ' WS-MK-NAMA ' TANPA BATAS, TERISI '
024000             WS-TERISI
024100     END-IF.
024200     DISPLAY 'KAPASITAS BARU (0=TANPA BATAS) : '
024300         WITH NO ADVANCING.
024400     MOVE ZERO TO WS-KAPASITAS-BARU.
024500     ACCEPT WS-KAPASITAS-BARU.
024600     IF WS-KAPASITAS-BARU = ZERO
024700         IF WS-ADA-KUOTA
024800             DELETE KUOTA-FILE
024900                 INVALID KEY
025000                     DISPLAY 'GAGAL HAPUS kuota.dat'
025100             END-DELETE
025200         END-IF
025300         DISPLAY WS-MK ' TANPA BATAS KURSI'
025400         GO TO 2000-EXIT
025500     END-IF.
025600     MOVE WS-TERM TO KU-TERM.
025700     MOVE WS-MK TO KU-MK.
025800     MOVE WS-KAPASITAS-BARU TO KU-KAPASITAS.
025900     MOVE WS-TGL-RUN TO KU-TGL.
026000     MOVE WS-OPERATOR TO KU-OPERATOR.
026100     IF WS-ADA-KUOTA
026200         REWRITE KUOTA-RECORD
026300             INVALID KEY
026400                 DISPLAY 'GAGAL UBAH kuota.dat'
026500                 GO TO 2000-EXIT
026600         END-REWRITE
026700     ELSE
026800         WRITE KUOTA-RECORD
026900             INVALID KEY
027000                 DISPLAY 'GAGAL CATAT kuota.dat'
027100                 GO TO 2000-EXIT
027200         END-WRITE
027300     END-IF.
027400     IF WS-TERISI > WS-KAPASITAS-BARU
027500         DISPLAY 'PERHATIAN: SUDAH TERISI ' WS-TERISI
027600             ', TIDAK ADA YANG DIKELUARKAN'
027700     END-IF.
027800     MOVE WS-KAPASITAS-BARU TO WS-KAPASITAS.
027900     MOVE SPACES TO WS-NPM-BATAL.
028000     PERFORM 7000-ISI-KURSI THRU 7000-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------------
028500* Batal MK: baris krs.dat term aktif dihapus, kursinya diisi
028600* antrean pertama kelas itu.
028700*-----------------------------------------------------------------
028800 3000-BATAL-MK.
028900     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
029000     ACCEPT WS-NPM.
029100     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
029200     ACCEPT WS-MK.
029300     MOVE SPACES TO KRS-RECORD.
029400     MOVE WS-NPM TO KR-NPM.
029500     MOVE WS-MK TO KR-MK.
029600     MOVE WS-TERM TO KR-TERM.
029700     READ KRS-FILE
029800         INVALID KEY
029900             DISPLAY WS-NPM ' TIDAK TERDAFTAR DI ' WS-MK
030000                 ' TERM ' WS-TERM
030100             GO TO 3000-EXIT
030200     END-READ.
030300     IF KR-STATUS = 'S'
030400         DISPLAY 'KRS SUDAH DISETUJUI DOSEN WALI'
030500     END-IF.
030600     DISPLAY 'BATALKAN ' WS-MK ' UNTUK ' WS-NPM ' (Y/N) ? '
030700         WITH NO ADVANCING.
030800     ACCEPT WS-JAWAB.
030900     IF WS-JAWAB NOT = 'Y'
031000         GO TO 3000-EXIT
031100     END-IF.
031200     DELETE KRS-FILE
031300         INVALID KEY
031400             DISPLAY 'GAGAL HAPUS krs.dat'
031500             GO TO 3000-EXIT
031600     END-DELETE.
031700     DISPLAY WS-NPM ' BATAL MENGAMBIL ' WS-MK.
031800     MOVE WS-TERM TO KU-TERM.
031900     MOVE WS-MK TO KU-MK.
032000     READ KUOTA-FILE
032100         INVALID KEY GO TO 3000-EXIT
032200     END-READ.
032300     MOVE KU-KAPASITAS TO WS-KAPASITAS.
032400     MOVE WS-NPM TO WS-NPM-BATAL.
032500     PERFORM 6000-HITUNG-TERISI THRU 6000-EXIT.
032600     PERFORM 7000-ISI-KURSI THRU 7000-EXIT.
032700 3000-EXIT.
032800     EXIT.
032900
033000*-----------------------------------------------------------------
033100 4000-BATAL-ANTRE.
033200     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
033300     ACCEPT WS-NPM.
033400     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
033500     ACCEPT WS-MK.
033600     MOVE 'N' TO WS-PINDAH-SW.
033700     MOVE WS-TERM TO AN-TERM.
033800     MOVE WS-MK TO AN-MK.
033900     MOVE ZERO TO AN-NO.
034000     MOVE 'N' TO WS-AN-EOF-SW.
034100     START ANTRI-FILE KEY NOT < AN-KUNCI
034200         INVALID KEY MOVE 'Y' TO WS-AN-EOF-SW
034300     END-START.
034400     PERFORM 4100-SATU-ANTRE THRU 4100-EXIT
034500         UNTIL WS-AN-EOF.
034600     IF NOT WS-PINDAH
034700         DISPLAY WS-NPM ' TIDAK ADA DI DAFTAR TUNGGU ' WS-MK
034800     END-IF.
034900 4000-EXIT.
035000     EXIT.
035100
035200 4100-SATU-ANTRE.
035300     READ ANTRI-FILE NEXT RECORD
035400         AT END MOVE 'Y' TO WS-AN-EOF-SW
035500     END-READ.
035600     IF WS-AN-EOF
035700         GO TO 4100-EXIT
035800     END-IF.
035900     IF AN-TERM NOT = WS-TERM OR AN-MK NOT = WS-MK
036000         MOVE 'Y' TO WS-AN-EOF-SW
036100         GO TO 4100-EXIT
036200     END-IF.
036300     IF AN-NPM NOT = WS-NPM OR AN-STATUS NOT = 'M'
036400         GO TO 4100-EXIT
036500     END-IF.
036600     MOVE 'B' TO AN-STATUS.
036700     MOVE WS-OPERATOR TO AN-OPERATOR.
036800     REWRITE ANTRI-RECORD
036900         INVALID KEY
037000             DISPLAY 'GAGAL UBAH antri.dat'
037100             GO TO 4100-EXIT
037200     END-REWRITE.
037300     MOVE 'Y' TO WS-PINDAH-SW.
037400     MOVE 'Y' TO WS-AN-EOF-SW.
037500     DISPLAY WS-NPM ' KELUAR DARI DAFTAR TUNGGU ' WS-MK.
037600 4100-EXIT.
037700     EXIT.
037800
037900*-----------------------------------------------------------------
038000* Laporan pindah harian: antrean berstatus P dengan tanggal
038100* pindah = tanggal pilihan, semua MK, beserta antrean yang hari
038110* itu dilewati karena tidak memenuhi syarat (B dengan alasan).
038200*-----------------------------------------------------------------
038300 5000-LAPORAN.
038400     DISPLAY 'TANGGAL PINDAH (YYYYMMDD, 0=HARI INI) : '
038500         WITH NO ADVANCING.
038600     MOVE ZERO TO WS-TGL-PILIH.
038700     ACCEPT WS-TGL-PILIH.
038800     IF WS-TGL-PILIH = ZERO
038900         MOVE WS-TGL-RUN TO WS-TGL-PILIH
039000     END-IF.
039100     ACCEPT WS-JAM-RUN FROM TIME.
039200     MOVE SPACES TO WS-RPT-NAMA.
039300     STRING 'KLSPINDAH-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
039400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
039500     OPEN OUTPUT REPORT-OUT.
039600     MOVE SPACES TO REPORT-LINE.
039700     STRING 'PINDAH DARI DAFTAR TUNGGU KE KELAS, TANGGAL '
039800         WS-TGL-PILIH DELIMITED BY SIZE INTO REPORT-LINE.
039900     WRITE REPORT-LINE.
040000     MOVE SPACES TO REPORT-LINE.
040100     WRITE REPORT-LINE.
040200     MOVE 'TERM   MK      URUT  NPM       NAMA' TO REPORT-LINE.
040300     MOVE 'MENGGANTI   TGL MINTA' TO REPORT-LINE(55:22).
040400     WRITE REPORT-LINE.
040500     MOVE ZERO TO WS-JML-BARIS.
040510     MOVE ZERO TO WS-JML-LEWAT.
040600     MOVE LOW-VALUES TO AN-KUNCI.
040700     MOVE 'N' TO WS-AN-EOF-SW.
040800     START ANTRI-FILE KEY NOT < AN-KUNCI
040900         INVALID KEY MOVE 'Y' TO WS-AN-EOF-SW
041000     END-START.
041100     PERFORM 5100-SATU-PINDAH THRU 5100-EXIT
041200         UNTIL WS-AN-EOF.
041300     MOVE SPACES TO REPORT-LINE.
041400     WRITE REPORT-LINE.
041500     MOVE SPACES TO REPORT-LINE.
041600     STRING 'JUMLAH DIPINDAH : ' WS-JML-BARIS
041700         DELIMITED BY SIZE INTO REPORT-LINE.
041800     WRITE REPORT-LINE.
041810     MOVE SPACES TO REPORT-LINE.
041820     STRING 'DILEWATI (TIDAK MEMENUHI SYARAT) : ' WS-JML-LEWAT
041830         DELIMITED BY SIZE INTO REPORT-LINE.
041840     WRITE REPORT-LINE.
041900     CLOSE REPORT-OUT.
042000     MOVE WS-JML-BARIS TO WS-CAT-JML.
042010     ADD WS-JML-LEWAT TO WS-CAT-JML.
042100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
042200         WS-CAT-JML.
042300     DISPLAY 'PINDAH ' WS-JML-BARIS ' MAHASISWA -- ' WS-RPT-NAMA.
042400 5000-EXIT.
042500     EXIT.
042600
042700 5100-SATU-PINDAH.
042800     READ ANTRI-FILE NEXT RECORD
042900         AT END MOVE 'Y' TO WS-AN-EOF-SW
043000     END-READ.
043100     IF WS-AN-EOF
043200         GO TO 5100-EXIT
043300     END-IF.
043400     IF AN-TGL-PINDAH NOT = WS-TGL-PILIH
043500         GO TO 5100-EXIT
043600     END-IF.
043610     IF AN-STATUS = 'B' AND AN-ALASAN NOT = SPACES
043620         PERFORM 5200-SATU-LEWAT THRU 5200-EXIT
043630         GO TO 5100-EXIT
043640     END-IF.
043650     IF AN-STATUS NOT = 'P'
043660         GO TO 5100-EXIT
043670     END-IF.
043700     MOVE AN-TERM TO WS-DP-TERM.
043800     MOVE AN-MK TO WS-DP-MK.
043900     MOVE AN-NO TO WS-DP-NO.
044000     MOVE AN-NPM TO WS-DP-NPM.
044100     MOVE SPACES TO WS-DP-NAMA.
044200     IF WS-DP-BUKA
044300         MOVE AN-NPM TO DP-NPM
044400         READ DEPT-MST
044500             INVALID KEY CONTINUE
044600             NOT INVALID KEY MOVE DP-NAMA TO WS-DP-NAMA
044700         END-READ
044800     END-IF.
044900     MOVE AN-NPM-BATAL TO WS-DP-NPM-BATAL.
045000     MOVE AN-TGL-AJU TO WS-DP-TGL-AJU.
045100     MOVE WS-D-PINDAH TO REPORT-LINE.
045200     WRITE REPORT-LINE.
045300     ADD 1 TO WS-JML-BARIS.
045400 5100-EXIT.
045500     EXIT.

045508 5200-SATU-LEWAT.
045516     MOVE AN-TERM TO WS-DL-TERM.
045524     MOVE AN-MK TO WS-DL-MK.
045532     MOVE AN-NO TO WS-DL-NO.
045540     MOVE AN-NPM TO WS-DL-NPM.
045548     MOVE AN-ALASAN TO WS-DL-ALASAN.
045556     MOVE WS-D-LEWAT TO REPORT-LINE.
045564     WRITE REPORT-LINE.
045572     ADD 1 TO WS-JML-LEWAT.
045580 5200-EXIT.
045588     EXIT.
045600
045700*-----------------------------------------------------------------
045800* Kursi terisi WS-MK term aktif: semua baris krs.dat kelas itu
045900* lewat kunci alternatif MK + TERM.
046000*-----------------------------------------------------------------
046100 6000-HITUNG-TERISI.
046200     MOVE ZERO TO WS-TERISI.
046300     MOVE SPACES TO KRS-RECORD.
046400     MOVE WS-MK TO KR-MK.
046500     MOVE WS-TERM TO KR-TERM.
046600     MOVE 'N' TO WS-KR-EOF-SW.
046700     START KRS-FILE KEY = KR-MK-TERM
046800         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
046900     END-START.
047000     PERFORM 6100-SATU-PESERTA THRU 6100-EXIT
047100         UNTIL WS-KR-EOF.
047200 6000-EXIT.
047300     EXIT.
047400
047500 6100-SATU-PESERTA.
047600     READ KRS-FILE NEXT RECORD
047700         AT END MOVE 'Y' TO WS-KR-EOF-SW
047800     END-READ.
047900     IF WS-KR-EOF
048000         GO TO 6100-EXIT
048100     END-IF.
048200     IF KR-MK NOT = WS-MK OR KR-TERM NOT = WS-TERM
048300         MOVE 'Y' TO WS-KR-EOF-SW
048400         GO TO 6100-EXIT
048500     END-IF.
048600     ADD 1 TO WS-TERISI.
048700 6100-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------------
049100* Isi kursi kosong dari daftar tunggu menurut nomor urut: tiap
049200* antrean M dibuatkan baris KRS draft dan ditandai P. Yang
049300* ternyata sudah terdaftar di kelas itu, atau tidak lagi
049310* memenuhi syarat KRS (8000-CEK-SYARAT), ditandai B dengan
049320* alasannya dan dilewati.
049400*-----------------------------------------------------------------
049500 7000-ISI-KURSI.
049600     MOVE ZERO TO WS-JML-PINDAH.
049610     MOVE ZERO TO WS-JML-LEWAT.
049700     IF WS-TERISI NOT < WS-KAPASITAS
049800         GO TO 7000-EXIT
049900     END-IF.
049910     MOVE 'N' TO WS-MK-VALID-SW.
049920     CALL 'MK-CHK' USING WS-MK, WS-MK-NAMA, WS-MK-SKS,
049930         WS-MK-VALID-SW.
049940     IF NOT WS-MK-VALID
049950         MOVE ZERO TO WS-MK-SKS
049960     END-IF.
050000     MOVE WS-TERM TO AN-TERM.
050100     MOVE WS-MK TO AN-MK.
050200     MOVE ZERO TO AN-NO.
050300     MOVE 'N' TO WS-AN-EOF-SW.
050400     START ANTRI-FILE KEY NOT < AN-KUNCI
050500         INVALID KEY MOVE 'Y' TO WS-AN-EOF-SW
050600     END-START.
050700     PERFORM 7100-SATU-ANTREAN THRU 7100-EXIT
050800         UNTIL WS-AN-EOF OR WS-TERISI NOT < WS-KAPASITAS.
050900     IF WS-JML-PINDAH = ZERO AND WS-JML-LEWAT = ZERO
051000         DISPLAY 'TIDAK ADA DAFTAR TUNGGU ' WS-MK
051100     END-IF.
051110     IF WS-JML-PINDAH = ZERO AND WS-JML-LEWAT NOT = ZERO
051120         DISPLAY 'TIDAK ADA ANTREAN ' WS-MK
051125             ' YANG MEMENUHI SYARAT'
051130     END-IF.
051200 7000-EXIT.
051300     EXIT.
051400
051500 7100-SATU-ANTREAN.
051600     READ ANTRI-FILE NEXT RECORD
051700         AT END MOVE 'Y' TO WS-AN-EOF-SW
051800     END-READ.
051900     IF WS-AN-EOF
052000         GO TO 7100-EXIT
052100     END-IF.
052200     IF AN-TERM NOT = WS-TERM OR AN-MK NOT = WS-MK
052300         MOVE 'Y' TO WS-AN-EOF-SW
052400         GO TO 7100-EXIT
052500     END-IF.
052600     IF AN-STATUS NOT = 'M'
052700         GO TO 7100-EXIT
052800     END-IF.
052805     MOVE AN-NPM TO WS-NPM-ANTRE.
052810     PERFORM 8000-CEK-SYARAT THRU 8000-EXIT.
052815     IF WS-ALASAN NOT = SPACES
052820         MOVE 'B' TO AN-STATUS
052825         MOVE WS-TGL-RUN TO AN-TGL-PINDAH
052830         MOVE WS-ALASAN TO AN-ALASAN
052835         MOVE WS-OPERATOR TO AN-OPERATOR
052840         REWRITE ANTRI-RECORD
052845             INVALID KEY
052850                 DISPLAY 'GAGAL UBAH antri.dat ' AN-NPM
052855         END-REWRITE
052860         ADD 1 TO WS-JML-LEWAT
052865         DISPLAY AN-NPM ' DILEWATI DARI DAFTAR TUNGGU ' WS-MK
052870             ': ' WS-ALASAN
052875         GO TO 7100-EXIT
052880     END-IF.
052900     MOVE SPACES TO KRS-RECORD.
053000     MOVE AN-NPM TO KR-NPM.
053100     MOVE WS-MK TO KR-MK.
053200     MOVE WS-TERM TO KR-TERM.
053300     MOVE 'D' TO KR-STATUS.
053400     MOVE 'Y' TO WS-PINDAH-SW.
053500     WRITE KRS-RECORD
053600         INVALID KEY MOVE 'N' TO WS-PINDAH-SW
053700     END-WRITE.
053800     IF WS-PINDAH
053900         MOVE 'P' TO AN-STATUS
054000         MOVE WS-TGL-RUN TO AN-TGL-PINDAH
054100         MOVE WS-NPM-BATAL TO AN-NPM-BATAL
054200     ELSE
054300         MOVE 'B' TO AN-STATUS
054310         MOVE WS-TGL-RUN TO AN-TGL-PINDAH
054320         MOVE 'SUDAH TERDAFTAR DI KELAS INI' TO AN-ALASAN
054400     END-IF.
054500     MOVE WS-OPERATOR TO AN-OPERATOR.
054600     REWRITE ANTRI-RECORD
054700         INVALID KEY
054800             DISPLAY 'GAGAL UBAH antri.dat ' AN-NPM
054900     END-REWRITE.
055000     IF NOT WS-PINDAH
055100         DISPLAY AN-NPM ' SUDAH TERDAFTAR DI ' WS-MK
055200             ', DIHAPUS DARI DAFTAR TUNGGU'
055300         GO TO 7100-EXIT
055400     END-IF.
055500     ADD 1 TO WS-TERISI.
055600     ADD 1 TO WS-JML-PINDAH.
055700     DISPLAY AN-NPM ' DIPINDAH DARI DAFTAR TUNGGU KE ' WS-MK
055800         ' (DRAFT, MENUNGGU PERSETUJUAN WALI)'.
055900 7100-EXIT.
056000     EXIT.

056001*-----------------------------------------------------------------
056002* Syarat KRS antrean WS-NPM-ANTRE saat kursi terbuka, sama dengan
056003* 2000-SATU-PENDAFTARAN KRS-ENTRY: status mahasiswa di dept.dat,
056004* tunggakan, pinjaman alat lewat tempo, cuti, daftar ganda, batas
056005* SKS dan bentrok jadwal. Alasan pertama yang gagal masuk
056006* WS-ALASAN; spasi berarti lolos. Prasyarat tidak diulang: sudah
056007* diperiksa (atau di-override supervisor) saat masuk antrean.
056008*-----------------------------------------------------------------
056009 8000-CEK-SYARAT.
056010     MOVE SPACES TO WS-ALASAN.
056011     IF WS-DP-BUKA
056012         MOVE WS-NPM-ANTRE TO DP-NPM
056013         READ DEPT-MST
056014             INVALID KEY CONTINUE
056015             NOT INVALID KEY
056016                 IF DP-STATUS = 'N' OR DP-STATUS = 'L'
056017                         OR DP-STATUS = 'W' OR DP-STATUS = 'C'
056018                     STRING 'STATUS MAHASISWA ' DP-STATUS
056019                         ' TIDAK AKTIF' DELIMITED BY SIZE
056020                         INTO WS-ALASAN
056021                 END-IF
056022         END-READ
056023     END-IF.
056024     IF WS-ALASAN NOT = SPACES
056025         GO TO 8000-EXIT
056026     END-IF.
056027     PERFORM 8100-CEK-TUNGGAKAN THRU 8100-EXIT.
056028     IF WS-TUNGGAK
056029         MOVE 'TUNGGAKAN KULIAH BELUM LUNAS' TO WS-ALASAN
056030         GO TO 8000-EXIT
056031     END-IF.
056032     PERFORM 8200-CEK-PINJAMAN THRU 8200-EXIT.
056033     IF WS-TELAT
056034         MOVE 'PINJAMAN ALAT LEWAT TEMPO' TO WS-ALASAN
056035         GO TO 8000-EXIT
056036     END-IF.
056037     PERFORM 8300-CEK-CUTI THRU 8300-EXIT.
056038     IF WS-CUTI
056039         MOVE 'CUTI AKADEMIK TERM INI' TO WS-ALASAN
056040         GO TO 8000-EXIT
056041     END-IF.
056042     PERFORM 8400-HITUNG-SKS THRU 8400-EXIT.
056043     IF WS-SUDAH-DAFTAR
056044         MOVE 'SUDAH TERDAFTAR DI KELAS INI' TO WS-ALASAN
056045         GO TO 8000-EXIT
056046     END-IF.
056047     IF WS-SKS-TERPAKAI + WS-MK-SKS > WS-SKS-MAKS
056048         STRING 'MELEBIHI BATAS SKS (' WS-SKS-TERPAKAI '+'
056049             WS-MK-SKS ')' DELIMITED BY SIZE INTO WS-ALASAN
056050         GO TO 8000-EXIT
056051     END-IF.
056052     PERFORM 8500-CEK-BENTROK THRU 8500-EXIT.
056053     IF WS-BENTROK
056054         STRING 'JADWAL BENTROK DENGAN ' WS-MK-BENTROK
056055             DELIMITED BY SIZE INTO WS-ALASAN
056056     END-IF.
056057 8000-EXIT.
056058     EXIT.

056059*-----------------------------------------------------------------
056060 8100-CEK-TUNGGAKAN.
056061     MOVE 'N' TO WS-TUNGGAK-SW.
056062     OPEN INPUT TAGIHAN-FILE.
056063     IF TG-FS NOT = '00'
056064         CLOSE TAGIHAN-FILE
056065         GO TO 8100-EXIT
056066     END-IF.
056067     MOVE WS-NPM-ANTRE TO TG-NPM.
056068     MOVE ZERO TO TG-TERM.
056069     START TAGIHAN-FILE KEY NOT < TG-KUNCI
056070         INVALID KEY
056071             CLOSE TAGIHAN-FILE
056072             GO TO 8100-EXIT
056073     END-START.
056074     MOVE 'N' TO WS-TG-EOF-SW.
056075     PERFORM 8110-SATU-TAGIHAN THRU 8110-EXIT
056076         UNTIL WS-TG-EOF OR WS-TUNGGAK.
056077     CLOSE TAGIHAN-FILE.
056078 8100-EXIT.
056079     EXIT.

056080 8110-SATU-TAGIHAN.
056081     READ TAGIHAN-FILE NEXT RECORD
056082         AT END MOVE 'Y' TO WS-TG-EOF-SW
056083     END-READ.
056084     IF WS-TG-EOF
056085         GO TO 8110-EXIT
056086     END-IF.
056087     IF TG-NPM NOT = WS-NPM-ANTRE
056088         MOVE 'Y' TO WS-TG-EOF-SW
056089         GO TO 8110-EXIT
056090     END-IF.
056091     IF TG-STATUS = 'T'
056092         MOVE 'Y' TO WS-TUNGGAK-SW
056093     END-IF.
056094 8110-EXIT.
056095     EXIT.

056096*-----------------------------------------------------------------
056097 8200-CEK-PINJAMAN.
056098     MOVE 'N' TO WS-TELAT-SW.
056099     OPEN INPUT PINJAM-FILE.
056100     IF PJ-FS NOT = '00'
056101         CLOSE PINJAM-FILE
056102         GO TO 8200-EXIT
056103     END-IF.
056104     MOVE WS-NPM-ANTRE TO PJ-NPM.
056105     MOVE ZERO TO PJ-NO.
056106     START PINJAM-FILE KEY NOT < PJ-KUNCI
056107         INVALID KEY
056108             CLOSE PINJAM-FILE
056109             GO TO 8200-EXIT
056110     END-START.
056111     MOVE 'N' TO WS-PJ-EOF-SW.
056112     PERFORM 8210-SATU-PINJAMAN THRU 8210-EXIT
056113         UNTIL WS-PJ-EOF OR WS-TELAT.
056114     CLOSE PINJAM-FILE.
056115 8200-EXIT.
056116     EXIT.

056117 8210-SATU-PINJAMAN.
056118     READ PINJAM-FILE NEXT RECORD
056119         AT END MOVE 'Y' TO WS-PJ-EOF-SW
056120     END-READ.
056121     IF WS-PJ-EOF
056122         GO TO 8210-EXIT
056123     END-IF.
056124     IF PJ-NPM NOT = WS-NPM-ANTRE
056125         MOVE 'Y' TO WS-PJ-EOF-SW
056126         GO TO 8210-EXIT
056127     END-IF.
056128     IF PJ-STATUS = 'P' AND PJ-TGL-TEMPO < WS-TGL-RUN
056129         MOVE 'Y' TO WS-TELAT-SW
056130     END-IF.
056131 8210-EXIT.
056132     EXIT.

056133*-----------------------------------------------------------------
056134 8300-CEK-CUTI.
056135     MOVE 'N' TO WS-CUTI-SW.
056136     OPEN INPUT CUTI-FILE.
056137     IF CT-FS NOT = '00'
056138         CLOSE CUTI-FILE
056139         GO TO 8300-EXIT
056140     END-IF.
056141     MOVE WS-NPM-ANTRE TO CT-NPM.
056142     MOVE WS-TERM TO CT-TERM.
056143     READ CUTI-FILE
056144         INVALID KEY CONTINUE
056145         NOT INVALID KEY
056146             IF CT-STATUS = 'S'
056147                 MOVE 'Y' TO WS-CUTI-SW
056148             END-IF
056149     END-READ.
056150     CLOSE CUTI-FILE.
056151 8300-EXIT.
056152     EXIT.

056153*-----------------------------------------------------------------
056154* SKS term aktif dan daftar MK yang sudah diambil (untuk cek
056155* bentrok), dari baris krs.dat milik NPM itu (START kunci).
056156*-----------------------------------------------------------------
056157 8400-HITUNG-SKS.
056158     MOVE ZERO TO WS-SKS-TERPAKAI.
056159     MOVE ZERO TO WS-KM-JML.
056160     MOVE 'N' TO WS-SUDAH-DAFTAR-SW.
056161     MOVE SPACES TO KRS-RECORD.
056162     MOVE WS-NPM-ANTRE TO KR-NPM.
056163     MOVE LOW-VALUES TO KR-MK.
056164     MOVE ZERO TO KR-TERM.
056165     MOVE 'N' TO WS-KR-EOF-SW.
056166     START KRS-FILE KEY NOT < KR-KUNCI
056167         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
056168     END-START.
056169     PERFORM 8410-SATU-KRS THRU 8410-EXIT
056170         UNTIL WS-KR-EOF.
056171 8400-EXIT.
056172     EXIT.

056173 8410-SATU-KRS.
056174     READ KRS-FILE NEXT RECORD
056175         AT END MOVE 'Y' TO WS-KR-EOF-SW
056176     END-READ.
056177     IF WS-KR-EOF
056178         GO TO 8410-EXIT
056179     END-IF.
056180     IF KR-NPM NOT = WS-NPM-ANTRE
056181         MOVE 'Y' TO WS-KR-EOF-SW
056182         GO TO 8410-EXIT
056183     END-IF.
056184     IF KR-TERM NOT = WS-TERM
056185         GO TO 8410-EXIT
056186     END-IF.
056187     IF KR-MK = WS-MK
056188         MOVE 'Y' TO WS-SUDAH-DAFTAR-SW
056189     END-IF.
056190     IF WS-KM-JML < 40
056191         ADD 1 TO WS-KM-JML
056192         MOVE KR-MK TO WS-KM-MK(WS-KM-JML)
056193     END-IF.
056194     MOVE 'N' TO WS-VALID-BARIS-SW.
056195     CALL 'MK-CHK' USING KR-MK, WS-NAMA-BARIS, WS-SKS-BARIS,
056196         WS-VALID-BARIS-SW.
056197     IF WS-VALID-BARIS
056198         ADD WS-SKS-BARIS TO WS-SKS-TERPAKAI
056199     END-IF.
056200 8410-EXIT.
056201     EXIT.

056202*-----------------------------------------------------------------
056203* Bentrok jadwal, sama dengan 6000-CEK-BENTROK KRS-ENTRY:
056204* pertemuan WS-MK di jadwal.dat dibandingkan dengan pertemuan tiap
056205* MK yang sudah diambil (daftar dari 8400-HITUNG-SKS).
056206*-----------------------------------------------------------------
056207 8500-CEK-BENTROK.
056208     MOVE 'N' TO WS-BENTROK-SW.
056209     MOVE ZERO TO WS-JS-JML.
056210     OPEN INPUT JADWAL-FILE.
056211     IF JD-FS NOT = '00'
056212         CLOSE JADWAL-FILE
056213         GO TO 8500-EXIT
056214     END-IF.
056215     MOVE WS-TERM TO JD-TERM.
056216     MOVE WS-MK TO JD-MK.
056217     MOVE ZERO TO JD-SESI.
056218     MOVE 'N' TO WS-JD-EOF-SW.
056219     START JADWAL-FILE KEY NOT < JD-KUNCI
056220         INVALID KEY MOVE 'Y' TO WS-JD-EOF-SW
056221     END-START.
056222     PERFORM 8510-SESI-BARU THRU 8510-EXIT
056223         UNTIL WS-JD-EOF.
056224     IF WS-JS-JML NOT = ZERO
056225         PERFORM 8520-SATU-MK THRU 8520-EXIT
056226             VARYING WS-KM-IDX FROM 1 BY 1
056227             UNTIL WS-KM-IDX > WS-KM-JML OR WS-BENTROK
056228     END-IF.
056229     CLOSE JADWAL-FILE.
056230 8500-EXIT.
056231     EXIT.

056232 8510-SESI-BARU.
056233     READ JADWAL-FILE NEXT RECORD
056234         AT END MOVE 'Y' TO WS-JD-EOF-SW
056235     END-READ.
056236     IF WS-JD-EOF
056237         GO TO 8510-EXIT
056238     END-IF.
056239     IF JD-TERM NOT = WS-TERM OR JD-MK NOT = WS-MK
056240             OR WS-JS-JML = 9
056241         MOVE 'Y' TO WS-JD-EOF-SW
056242         GO TO 8510-EXIT
056243     END-IF.
056244     ADD 1 TO WS-JS-JML.
056245     MOVE JD-HARI TO WS-JS-HARI(WS-JS-JML).
056246     MOVE JD-JAM-MULAI TO WS-JS-MULAI(WS-JS-JML).
056247     MOVE JD-JAM-SELESAI TO WS-JS-SELESAI(WS-JS-JML).
056248 8510-EXIT.
056249     EXIT.

056250 8520-SATU-MK.
056251     MOVE WS-TERM TO JD-TERM.
056252     MOVE WS-KM-MK(WS-KM-IDX) TO JD-MK.
056253     MOVE ZERO TO JD-SESI.
056254     MOVE 'N' TO WS-JD-EOF-SW.
056255     START JADWAL-FILE KEY NOT < JD-KUNCI
056256         INVALID KEY MOVE 'Y' TO WS-JD-EOF-SW
056257     END-START.
056258     PERFORM 8530-SESI-LAMA THRU 8530-EXIT
056259         UNTIL WS-JD-EOF OR WS-BENTROK.
056260 8520-EXIT.
056261     EXIT.

056262 8530-SESI-LAMA.
056263     READ JADWAL-FILE NEXT RECORD
056264         AT END MOVE 'Y' TO WS-JD-EOF-SW
056265     END-READ.
056266     IF WS-JD-EOF
056267         GO TO 8530-EXIT
056268     END-IF.
056269     IF JD-TERM NOT = WS-TERM OR JD-MK NOT = WS-KM-MK(WS-KM-IDX)
056270         MOVE 'Y' TO WS-JD-EOF-SW
056271         GO TO 8530-EXIT
056272     END-IF.
056273     PERFORM 8540-BANDING THRU 8540-EXIT
056274         VARYING WS-JS-IDX FROM 1 BY 1
056275         UNTIL WS-JS-IDX > WS-JS-JML OR WS-BENTROK.
056276 8530-EXIT.
056277     EXIT.

056278 8540-BANDING.
056279     IF JD-HARI NOT = WS-JS-HARI(WS-JS-IDX)
056280             OR JD-JAM-MULAI NOT < WS-JS-SELESAI(WS-JS-IDX)
056281             OR WS-JS-MULAI(WS-JS-IDX) NOT < JD-JAM-SELESAI
056282         GO TO 8540-EXIT
056283     END-IF.
056284     MOVE 'Y' TO WS-BENTROK-SW.
056285     MOVE JD-MK TO WS-MK-BENTROK.
056286 8540-EXIT.
056287     EXIT.
056288
056289*-----------------------------------------------------------------
056300 9999-EXIT.
056400     STOP RUN.
