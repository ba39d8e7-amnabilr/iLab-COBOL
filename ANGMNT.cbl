000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Master cost center anggaran.dat: tambah anggaran
000500*           tahunan satu departemen (pagu dan ambang persetujuan
000600*           per permintaan), ubah pagu/ambang di tengah tahun,
000700*           dan daftar posisi pagu, komitmen dan realisasi ke
000800*           layar. Tambah dan ubah hanya untuk supervisor level
000900*           2 yang sign-on lewat BRG-MENU; komitmen dan realisasi
001000*           hanya diisi STK-REQ, tidak bisa diketik di sini.
001010*           Ditolak seluruhnya selama tanda jendela batch malam
001020*           batchwin.ctl terpasang (BTC-WIN), karena anggaran.dat
001030*           dibuka I-O sejak awal.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. ANG-MNT.
001600 ENVIRONMENT DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 CONFIGURATION SECTION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY ANGSEL.
002300 DATA DIVISION.
002400 FILE SECTION.
002500     COPY ANGFD.
002600
002700 WORKING-STORAGE SECTION.
002800 77 ANG-FS                 PIC XX.
002900 77 WS-EOF-SW              PIC X VALUE 'N'.
003000     88 WS-EOF             VALUE 'Y'.
003100 77 WS-OPERATOR            PIC X(8).
003200 77 WS-OPR-LEVEL           PIC 9(1).
003300 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
003310* Parameter BTC-WIN (jendela batch malam).
003320 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003330 77 WS-BW-PROGRAM          PIC X(13) VALUE 'ANG-MNT'.
003340 77 WS-BW-HASIL            PIC X(1).
003350 77 WS-BW-PEMEGANG         PIC X(13).
003400 01 WS-PILIHAN             PIC X.
003500     88 WS-PILIH-TAMBAH    VALUE 'T'.
003600     88 WS-PILIH-UBAH      VALUE 'U'.
003700     88 WS-PILIH-DAFTAR    VALUE 'D'.
003800     88 WS-PILIH-SELESAI   VALUE 'S'.
003900 01 WS-TAHUN-PILIH         PIC 9(4).
004000 01 WS-PAGU-BARU           PIC 9(11)V9(3).
004100 01 WS-AMBANG-BARU         PIC 9(11)V9(3).
004200 01 WS-SISA                PIC S9(12)V9(3).
004300 01 WS-DETAIL.
004400     02 WS-D-DEPT          PIC X(10).
004500     02 FILLER             PIC X(01) VALUE SPACES.
004600     02 WS-D-NAMA          PIC X(20).
004700     02 FILLER             PIC X(01) VALUE SPACES.
004800     02 WS-D-PAGU          PIC Z(10)9.
004900     02 FILLER             PIC X(01) VALUE SPACES.
005000     02 WS-D-KOMIT         PIC Z(10)9.
005100     02 FILLER             PIC X(01) VALUE SPACES.
005200     02 WS-D-REALISASI     PIC Z(10)9.
005300     02 FILLER             PIC X(01) VALUE SPACES.
005400     02 WS-D-SISA          PIC -(10)9.
005500
005600 PROCEDURE DIVISION.
005700*-----------------------------------------------------------------
005800 0000-MAINLINE.
005900     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
005910     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
005920         WS-BW-HASIL, WS-BW-PEMEGANG.
005930     IF WS-BW-HASIL = 'Y'
005940         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
005950             ' ANGGARAN TIDAK DAPAT DIUBAH'
005960         GO TO 9999-EXIT
005970     END-IF.
006000     OPEN I-O ANGGARAN-MST.
006100     IF ANG-FS = '35'
006200         OPEN OUTPUT ANGGARAN-MST
006300         CLOSE ANGGARAN-MST
006400         OPEN I-O ANGGARAN-MST
006500     END-IF.
006600     IF ANG-FS NOT = '00'
006700         DISPLAY 'anggaran.dat TIDAK DAPAT DIBUKA, STATUS ' ANG-FS
006800         GO TO 9999-EXIT
006900     END-IF.
007000     PERFORM 1000-MENU THRU 1000-EXIT
007100         UNTIL WS-PILIH-SELESAI.
007200     CLOSE ANGGARAN-MST.
007300     GO TO 9999-EXIT.
007400
007500*-----------------------------------------------------------------
007600 1000-MENU.
007700     DISPLAY 'ANGGARAN DEPARTEMEN (T=TAMBAH, U=UBAH PAGU,'
007800         ' D=DAFTAR, S=SELESAI) : ' WITH NO ADVANCING.
007900     ACCEPT WS-PILIHAN.
008000     EVALUATE TRUE
008100         WHEN WS-PILIH-TAMBAH
008200             PERFORM 2000-TAMBAH THRU 2000-EXIT
008300         WHEN WS-PILIH-UBAH
008400             PERFORM 3000-UBAH THRU 3000-EXIT
008500         WHEN WS-PILIH-DAFTAR
008600             PERFORM 4000-DAFTAR THRU 4000-EXIT
008700         WHEN WS-PILIH-SELESAI
008800             CONTINUE
008900         WHEN OTHER
009000             DISPLAY 'PILIHAN TIDAK DIKENAL'
009100     END-EVALUATE.
009200 1000-EXIT.
009300     EXIT.
009400
009500*-----------------------------------------------------------------
009600 2000-TAMBAH.
009700     IF WS-OPR-LEVEL < 2
009800         DISPLAY 'TAMBAH ANGGARAN HANYA UNTUK SUPERVISOR'
009900         GO TO 2000-EXIT
010000     END-IF.
010100     DISPLAY 'KODE DEPARTEMEN          : ' WITH NO ADVANCING.
010200     ACCEPT ANG-DEPT.
010300     IF ANG-DEPT = SPACES
010400         DISPLAY 'DEPARTEMEN KOSONG, DIBATALKAN'
010500         GO TO 2000-EXIT
010600     END-IF.
010700     DISPLAY 'TAHUN ANGGARAN (YYYY)    : ' WITH NO ADVANCING.
010800     ACCEPT ANG-TAHUN.
010900     DISPLAY 'NAMA DEPARTEMEN          : ' WITH NO ADVANCING.
011000     ACCEPT ANG-NAMA.
011100     DISPLAY 'PAGU TAHUNAN             : ' WITH NO ADVANCING.
011200     ACCEPT ANG-PAGU.
011300     DISPLAY 'AMBANG PER PERMINTAAN (0=TANPA) : '
011400         WITH NO ADVANCING.
011500     ACCEPT ANG-AMBANG.
011600     MOVE ZERO TO ANG-KOMIT.
011700     MOVE ZERO TO ANG-REALISASI.
011800     WRITE ANGGARAN-RECORD
011900         INVALID KEY
012000             DISPLAY 'ANGGARAN DEPARTEMEN TAHUN ITU SUDAH ADA'
012100         NOT INVALID KEY
012200             DISPLAY 'ANGGARAN DITAMBAHKAN'
012300     END-WRITE.
012400 2000-EXIT.
012500     EXIT.
012600
012700*-----------------------------------------------------------------
012800* Ubah pagu atau ambang: komitmen dan realisasi berjalan tetap,
012900* pagu baru tidak boleh lebih kecil dari yang sudah terpakai.
013000*-----------------------------------------------------------------
013100 3000-UBAH.
013200     IF WS-OPR-LEVEL < 2
013300         DISPLAY 'UBAH ANGGARAN HANYA UNTUK SUPERVISOR'
013400         GO TO 3000-EXIT
013500     END-IF.
013600     DISPLAY 'KODE DEPARTEMEN          : ' WITH NO ADVANCING.
013700     ACCEPT ANG-DEPT.
013800     DISPLAY 'TAHUN ANGGARAN (YYYY)    : ' WITH NO ADVANCING.
013900     ACCEPT ANG-TAHUN.
014000     READ ANGGARAN-MST
014100         INVALID KEY
014200             DISPLAY 'ANGGARAN TIDAK DITEMUKAN'
014300             GO TO 3000-EXIT
014400     END-READ.
014500     DISPLAY 'PAGU ' ANG-PAGU ' AMBANG ' ANG-AMBANG
014600         ' KOMIT ' ANG-KOMIT ' REALISASI ' ANG-REALISASI.
014700     DISPLAY 'PAGU BARU                : ' WITH NO ADVANCING.
014800     ACCEPT WS-PAGU-BARU.
014900     DISPLAY 'AMBANG BARU (0=TANPA)    : ' WITH NO ADVANCING.
015000     ACCEPT WS-AMBANG-BARU.
015100     IF WS-PAGU-BARU < ANG-KOMIT + ANG-REALISASI
015200         DISPLAY 'PAGU BARU LEBIH KECIL DARI KOMITMEN +'
015300             ' REALISASI, DIBATALKAN'
015400         GO TO 3000-EXIT
015500     END-IF.
015600     MOVE WS-PAGU-BARU TO ANG-PAGU.
015700     MOVE WS-AMBANG-BARU TO ANG-AMBANG.
015800     REWRITE ANGGARAN-RECORD
015900         INVALID KEY
016000             DISPLAY 'GAGAL SIMPAN ANGGARAN, STATUS ' ANG-FS
016100         NOT INVALID KEY
016200             DISPLAY 'ANGGARAN DIUBAH'
016300     END-REWRITE.
016400 3000-EXIT.
016500     EXIT.
016600
016700*-----------------------------------------------------------------
016800 4000-DAFTAR.
016900     DISPLAY 'TAHUN ANGGARAN (YYYY)    : ' WITH NO ADVANCING.
017000     ACCEPT WS-TAHUN-PILIH.
017100     MOVE ZERO TO WS-JML-BARIS.
017200     MOVE 'N' TO WS-EOF-SW.
017300     MOVE LOW-VALUES TO ANG-KUNCI.
017400     START ANGGARAN-MST KEY NOT < ANG-KUNCI
017500         INVALID KEY MOVE 'Y' TO WS-EOF-SW
017600     END-START.
017700     DISPLAY 'DEPT       NAMA                        PAGU'
017800         '       KOMIT   REALISASI        SISA'.
017900     PERFORM 4100-SATU-ANGGARAN THRU 4100-EXIT
018000         UNTIL WS-EOF.
018100     DISPLAY WS-JML-BARIS ' DEPARTEMEN TAHUN ' WS-TAHUN-PILIH.
018200 4000-EXIT.
018300     EXIT.
018400
018500 4100-SATU-ANGGARAN.
018600     READ ANGGARAN-MST NEXT RECORD
018700         AT END MOVE 'Y' TO WS-EOF-SW
018800     END-READ.
018900     IF WS-EOF
019000         GO TO 4100-EXIT
019100     END-IF.
019200     IF ANG-TAHUN NOT = WS-TAHUN-PILIH
019300         GO TO 4100-EXIT
019400     END-IF.
019500     COMPUTE WS-SISA = ANG-PAGU - ANG-KOMIT - ANG-REALISASI.
019600     MOVE ANG-DEPT TO WS-D-DEPT.
019700     MOVE ANG-NAMA TO WS-D-NAMA.
019800     MOVE ANG-PAGU TO WS-D-PAGU.
019900     MOVE ANG-KOMIT TO WS-D-KOMIT.
020000     MOVE ANG-REALISASI TO WS-D-REALISASI.
020100     MOVE WS-SISA TO WS-D-SISA.
020200     DISPLAY WS-DETAIL.
020300     ADD 1 TO WS-JML-BARIS.
020400 4100-EXIT.
020500     EXIT.
020600
020700*-----------------------------------------------------------------
020800 9999-EXIT.
020900     STOP RUN.
