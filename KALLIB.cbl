000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Perawatan kalender hari tidak bekerja harilibur.dat
000500*           yang dipakai TGL-KERJA untuk semua hitungan umur,
000600*           jatuh tempo dan hari kerja, dan oleh BATCH-HARIAN
000700*           sebagai hari tanpa run. Petugas yang sign-on lewat
000800*           BRG-MENU (hak KALKERJA di oprfnc.dat bila matriks
000900*           dipakai) mencatat libur nasional, cuti bersama dan
001000*           libur kampus (jenis L) atau Sabtu/Minggu yang
001100*           ditetapkan masuk kerja (jenis K), menghapus tanggal
001200*           yang batal, dan melihat daftar satu tahun.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. KAL-LIBUR.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY HLBSEL.
002500 DATA DIVISION.
002600 FILE SECTION.
002700     COPY HLBFD.
002800
002900 WORKING-STORAGE SECTION.
003000 77 HL-FS                  PIC XX.
003100 77 WS-OPR-ID              PIC X(8).
003200 77 WS-OPR-LEVEL           PIC 9(1).
003300 77 WS-FUNGSI-CEK          PIC X(8) VALUE 'KALKERJA'.
003400 77 WS-BOLEH-SW            PIC X.
003500 77 WS-PILIH               PIC X.
003600 77 WS-SELESAI-SW          PIC X VALUE 'N'.
003700     88 WS-SELESAI         VALUE 'Y'.
003800 77 WS-EOF-SW              PIC X VALUE 'N'.
003900     88 WS-EOF             VALUE 'Y'.
004000 77 WS-HL-ADA-SW           PIC X VALUE 'N'.
004100     88 WS-HL-ADA          VALUE 'Y'.
004200 77 WS-TGL-PILIH           PIC 9(8).
004300 77 WS-TAHUN-PILIH         PIC 9(4).
004400 77 WS-JENIS-PILIH         PIC X.
004500 77 WS-KET-PILIH           PIC X(30).
004600 77 WS-JAWAB               PIC X.
004700 77 WS-JML-TAMPIL          PIC 9(5).
004800* Parameter TGL-KERJA untuk memeriksa tanggal dan harinya.
004900 77 WS-TK-FUNGSI           PIC X(1).
005000 77 WS-TK-TGL-2            PIC 9(8).
005100 77 WS-TK-HARI             PIC S9(7).
005200 77 WS-TK-KERJA            PIC S9(7).
005300 77 WS-TK-KET              PIC X(30).
005400 01 WS-BARIS-DAFTAR.
005500     02 WS-BD-TANGGAL      PIC 9(08).
005600     02 FILLER             PIC X(02) VALUE SPACES.
005700     02 WS-BD-JENIS        PIC X(01).
005800     02 FILLER             PIC X(02) VALUE SPACES.
005900     02 WS-BD-KET          PIC X(30).
006000     02 FILLER             PIC X(01) VALUE SPACE.
006100     02 WS-BD-OPERATOR     PIC X(08).
006200
006300 PROCEDURE DIVISION.
006400*-----------------------------------------------------------------
006500 0000-MAINLINE.
006600     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
006700     IF WS-OPR-ID = SPACES
006800         DISPLAY 'KALENDER HARI KERJA HANYA LEWAT PETUGAS YANG'
006900             ' SIGN-ON DI BRG-MENU'
007000         GO TO 9999-EXIT
007100     END-IF.
007200*    Matriks hak oprfnc.dat didahulukan bila dipakai; situs tanpa
007300*    matriks ('F') cukup dengan sign-on petugas.
007400     CALL 'OPR-PRM' USING WS-OPR-ID, WS-FUNGSI-CEK,
007500         WS-BOLEH-SW.
007600     IF WS-BOLEH-SW = 'N'
007700         DISPLAY 'HAK KALKERJA TIDAK DIBERIKAN KE ' WS-OPR-ID
007800             ', MINTA LEWAT OPR-FNC'
007900         GO TO 9999-EXIT
008000     END-IF.
008100     OPEN I-O HARI-LIBUR.
008200     IF HL-FS = '35'
008300         OPEN OUTPUT HARI-LIBUR
008400         CLOSE HARI-LIBUR
008500         OPEN I-O HARI-LIBUR
008600     END-IF.
008700     IF HL-FS NOT = '00'
008800         DISPLAY 'harilibur.dat TIDAK DAPAT DIBUKA, STATUS ' HL-FS
008900         GO TO 9999-EXIT
009000     END-IF.
009100     PERFORM 1000-MENU THRU 1000-EXIT
009200         UNTIL WS-SELESAI.
009300     CLOSE HARI-LIBUR.
009400     GO TO 9999-EXIT.
009500
009600*-----------------------------------------------------------------
009700 1000-MENU.
009800     DISPLAY ' '.
009900     DISPLAY 'KALENDER HARI TIDAK BEKERJA  (PETUGAS '
010000         WS-OPR-ID ')'.
010100     DISPLAY ' 1. CATAT / UBAH TANGGAL'.
010200     DISPLAY ' 2. HAPUS TANGGAL'.
010300     DISPLAY ' 3. DAFTAR SATU TAHUN'.
010400     DISPLAY ' 9. KELUAR'.
010500     DISPLAY 'PILIHAN : ' WITH NO ADVANCING.
010600     ACCEPT WS-PILIH.
010700     EVALUATE WS-PILIH
010800         WHEN '1'
010900             PERFORM 2000-CATAT THRU 2000-EXIT
011000         WHEN '2'
011100             PERFORM 3000-HAPUS THRU 3000-EXIT
011200         WHEN '3'
011300             PERFORM 4000-DAFTAR THRU 4000-EXIT
011400         WHEN '9'
011500             MOVE 'Y' TO WS-SELESAI-SW
011600         WHEN OTHER
011700             DISPLAY 'PILIHAN TIDAK ADA'
011800     END-EVALUATE.
011900 1000-EXIT.
012000     EXIT.
012100
012200*-----------------------------------------------------------------
012300* Jenis K hanya berarti di Sabtu/Minggu dan jenis L hanya di hari
012400* biasa; yang lain ditolak supaya master tidak berisi baris yang
012500* tidak mengubah apa-apa.
012600*-----------------------------------------------------------------
012700 2000-CATAT.
012800     PERFORM 5000-TERIMA-TANGGAL THRU 5000-EXIT.
012900     IF WS-TGL-PILIH = ZERO
013000         GO TO 2000-EXIT
013100     END-IF.
013200     IF WS-HL-ADA
013300         DISPLAY 'SUDAH TERCATAT: ' HL-JENIS ' ' HL-KETERANGAN
013400     END-IF.
013500     DISPLAY 'JENIS (L=LIBUR, K=KERJA PENGGANTI) : '
013600         WITH NO ADVANCING.
013700     ACCEPT WS-JENIS-PILIH.
013800     IF WS-JENIS-PILIH = 'l'
013900         MOVE 'L' TO WS-JENIS-PILIH
014000     END-IF.
014100     IF WS-JENIS-PILIH = 'k'
014200         MOVE 'K' TO WS-JENIS-PILIH
014300     END-IF.
014400     IF WS-JENIS-PILIH NOT = 'L' AND WS-JENIS-PILIH NOT = 'K'
014500         DISPLAY 'JENIS HARUS L ATAU K'
014600         GO TO 2000-EXIT
014700     END-IF.
014800     IF WS-JENIS-PILIH = 'K' AND WS-TK-HARI < 6
014900         DISPLAY 'TANGGAL ITU HARI BIASA, JENIS K TIDAK PERLU'
015000         GO TO 2000-EXIT
015100     END-IF.
015200     IF WS-JENIS-PILIH = 'L' AND WS-TK-HARI > 5
015300         DISPLAY 'TANGGAL ITU SABTU/MINGGU, JENIS L TIDAK PERLU'
015400         GO TO 2000-EXIT
015500     END-IF.
015600     DISPLAY 'KETERANGAN                         : '
015700         WITH NO ADVANCING.
015800     ACCEPT WS-KET-PILIH.
015900     MOVE WS-TGL-PILIH TO HL-TANGGAL.
016000     MOVE WS-JENIS-PILIH TO HL-JENIS.
016100     MOVE WS-KET-PILIH TO HL-KETERANGAN.
016200     MOVE WS-OPR-ID TO HL-OPERATOR.
016300     ACCEPT HL-TGL-CATAT FROM DATE YYYYMMDD.
016400     IF WS-HL-ADA
016500         REWRITE HARI-LIBUR-RECORD
016600             INVALID KEY
016700                 DISPLAY 'GAGAL UBAH TANGGAL, STATUS ' HL-FS
016800         END-REWRITE
016900     ELSE
017000         WRITE HARI-LIBUR-RECORD
017100             INVALID KEY
017200                 DISPLAY 'GAGAL CATAT TANGGAL, STATUS ' HL-FS
017300         END-WRITE
017400     END-IF.
017500     IF HL-FS = '00'
017600         DISPLAY 'TANGGAL ' WS-TGL-PILIH ' DICATAT JENIS '
017700             WS-JENIS-PILIH
017800     END-IF.
017900 2000-EXIT.
018000     EXIT.
018100
018200*-----------------------------------------------------------------
018300 3000-HAPUS.
018400     PERFORM 5000-TERIMA-TANGGAL THRU 5000-EXIT.
018500     IF WS-TGL-PILIH = ZERO
018600         GO TO 3000-EXIT
018700     END-IF.
018800     IF NOT WS-HL-ADA
018900         DISPLAY 'TANGGAL ITU TIDAK ADA DI harilibur.dat'
019000         GO TO 3000-EXIT
019100     END-IF.
019200     DISPLAY 'HAPUS ' HL-JENIS ' ' HL-KETERANGAN ' (Y/N) ? '
019300         WITH NO ADVANCING.
019400     ACCEPT WS-JAWAB.
019500     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
019600         DISPLAY 'PENGHAPUSAN DIBATALKAN'
019700         GO TO 3000-EXIT
019800     END-IF.
019900     DELETE HARI-LIBUR RECORD
020000         INVALID KEY
020100             DISPLAY 'GAGAL HAPUS TANGGAL, STATUS ' HL-FS
020200         NOT INVALID KEY
020300             DISPLAY 'TANGGAL ' WS-TGL-PILIH ' DIHAPUS'
020400     END-DELETE.
020500 3000-EXIT.
020600     EXIT.
020700
020800*-----------------------------------------------------------------
020900 4000-DAFTAR.
021000     DISPLAY 'TAHUN (YYYY)             : ' WITH NO ADVANCING.
021100     ACCEPT WS-TAHUN-PILIH.
021200     DISPLAY 'TANGGAL   J  KETERANGAN                     '
021300         'PETUGAS'.
021400     MOVE ZERO TO WS-JML-TAMPIL.
021500     MOVE 'N' TO WS-EOF-SW.
021600     COMPUTE HL-TANGGAL = WS-TAHUN-PILIH * 10000.
021700     START HARI-LIBUR KEY NOT < HL-TANGGAL
021800         INVALID KEY MOVE 'Y' TO WS-EOF-SW
021900     END-START.
022000     PERFORM 4100-SATU-BARIS THRU 4100-EXIT
022100         UNTIL WS-EOF.
022200     DISPLAY 'JUMLAH TANGGAL : ' WS-JML-TAMPIL.
022300 4000-EXIT.
022400     EXIT.
022500
022600 4100-SATU-BARIS.
022700     READ HARI-LIBUR NEXT RECORD
022800         AT END MOVE 'Y' TO WS-EOF-SW
022900     END-READ.
023000     IF WS-EOF
023100         GO TO 4100-EXIT
023200     END-IF.
023300     IF HL-TANGGAL(1:4) NOT = WS-TAHUN-PILIH
023400         MOVE 'Y' TO WS-EOF-SW
023500         GO TO 4100-EXIT
023600     END-IF.
023700     MOVE HL-TANGGAL TO WS-BD-TANGGAL.
023800     MOVE HL-JENIS TO WS-BD-JENIS.
023900     MOVE HL-KETERANGAN TO WS-BD-KET.
024000     MOVE HL-OPERATOR TO WS-BD-OPERATOR.
024100     DISPLAY WS-BARIS-DAFTAR.
024200     ADD 1 TO WS-JML-TAMPIL.
024300 4100-EXIT.
024400     EXIT.
024500
024600*-----------------------------------------------------------------
024700* Tanggal diketik, diperiksa sah dan diambil hari dalam
024800* minggunya lewat TGL-KERJA (WS-TK-HARI 1 = Senin s/d 7 =
024900* Minggu), lalu dibaca ke master; yang tidak sah jadi nol.
025000*-----------------------------------------------------------------
025100 5000-TERIMA-TANGGAL.
025200     MOVE 'N' TO WS-HL-ADA-SW.
025300     DISPLAY 'TANGGAL (YYYYMMDD)       : ' WITH NO ADVANCING.
025400     ACCEPT WS-TGL-PILIH.
025500     MOVE 'L' TO WS-TK-FUNGSI.
025600     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, WS-TGL-PILIH,
025700         WS-TK-TGL-2, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
025800     IF WS-TK-HARI = ZERO
025900         DISPLAY 'TANGGAL TIDAK SAH'
026000         MOVE ZERO TO WS-TGL-PILIH
026100         GO TO 5000-EXIT
026200     END-IF.
026300     MOVE WS-TGL-PILIH TO HL-TANGGAL.
026400     READ HARI-LIBUR
026500         INVALID KEY CONTINUE
026600         NOT INVALID KEY MOVE 'Y' TO WS-HL-ADA-SW
026700     END-READ.
026800 5000-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------------
027200 9999-EXIT.
027300     STOP RUN.
