000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Bangun ulang rekap bulanan stok stokrkp.dat dari
000500*           stokjrnl.dat: record bulan-bulan yang ada di jurnal
000600*           hidup dihapus, lalu tiap baris jurnal dibukukan
000700*           ulang lewat STK-RKP yang sama dengan jalur posting,
000800*           jadi hasilnya tidak bisa berbeda dari pembukuan
000900*           harian. Bulan tahun lalu yang jurnalnya sudah
001000*           dipindah STK-YREND tidak disentuh. Dijalankan
001100*           sekali saat rekap mulai dipakai, dan sesudah
001200*           jurnal dipulihkan atau dicurigai rekapnya selisih.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. STK-RKB.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY JRNSEL.
002500     COPY RKPSEL.
002600 DATA DIVISION.
002700 FILE SECTION.
002800     COPY JRNFD.
002900     COPY RKPFD.
003000
003100 WORKING-STORAGE SECTION.
003200 77 JR-FS                  PIC XX.
003300 77 RKP-FS                 PIC XX.
003400 77 WS-EOF-SW              PIC X VALUE 'N'.
003500     88 WS-EOF             VALUE 'Y'.
003600 77 WS-JML-JURNAL          PIC 9(7) VALUE ZERO.
003700 77 WS-JML-HAPUS           PIC 9(7) VALUE ZERO.
003800 77 WS-JML-REKAP           PIC 9(7) VALUE ZERO.
003900 01 WS-JAWAB               PIC X.
004000 01 WS-BULAN-AWAL          PIC 9(6) VALUE 999999.
004100 01 WS-BULAN-AKHIR         PIC 9(6) VALUE ZERO.
004200
004300 PROCEDURE DIVISION.
004400*-----------------------------------------------------------------
004500 0000-MAINLINE.
004600     DISPLAY 'BANGUN ULANG REKAP STOK DARI stokjrnl.dat (Y/T) ? '
004700         WITH NO ADVANCING.
004800     ACCEPT WS-JAWAB.
004900     IF WS-JAWAB NOT = 'Y'
005000         DISPLAY 'DIBATALKAN'
005100         GO TO 9999-EXIT
005200     END-IF.
005300     PERFORM 1000-RENTANG-JURNAL THRU 1000-EXIT.
005400     IF WS-JML-JURNAL = ZERO
005500         DISPLAY 'JURNAL STOK KOSONG ATAU BELUM ADA'
005600         GO TO 9999-EXIT
005700     END-IF.
005800     DISPLAY 'BULAN JURNAL       : ' WS-BULAN-AWAL ' S/D '
005900         WS-BULAN-AKHIR.
006000     PERFORM 2000-HAPUS-REKAP THRU 2000-EXIT.
006100     IF RKP-FS NOT = '00'
006200         GO TO 9999-EXIT
006300     END-IF.
006400     PERFORM 3000-MUAT-REKAP THRU 3000-EXIT.
006500     DISPLAY 'BARIS JURNAL       : ' WS-JML-JURNAL.
006600     DISPLAY 'REKAP LAMA DIHAPUS : ' WS-JML-HAPUS.
006700     DISPLAY 'BARIS DIREKAP      : ' WS-JML-REKAP.
006800     GO TO 9999-EXIT.
006900
007000*-----------------------------------------------------------------
007100* Lewatan pertama: bulan terawal dan terakhir di jurnal hidup.
007200*-----------------------------------------------------------------
007300 1000-RENTANG-JURNAL.
007400     OPEN INPUT STOK-JURNAL.
007500     IF JR-FS NOT = '00'
007600         CLOSE STOK-JURNAL
007700         GO TO 1000-EXIT
007800     END-IF.
007900     MOVE 'N' TO WS-EOF-SW.
008000     PERFORM 1100-SATU-JURNAL THRU 1100-EXIT
008100         UNTIL WS-EOF.
008200     CLOSE STOK-JURNAL.
008300 1000-EXIT.
008400     EXIT.
008500
008600 1100-SATU-JURNAL.
008700     READ STOK-JURNAL
008800         AT END MOVE 'Y' TO WS-EOF-SW
008900     END-READ.
009000     IF WS-EOF
009100         GO TO 1100-EXIT
009200     END-IF.
009300     ADD 1 TO WS-JML-JURNAL.
009400     IF JR-TANGGAL(1:6) < WS-BULAN-AWAL
009500         MOVE JR-TANGGAL(1:6) TO WS-BULAN-AWAL
009600     END-IF.
009700     IF JR-TANGGAL(1:6) > WS-BULAN-AKHIR
009800         MOVE JR-TANGGAL(1:6) TO WS-BULAN-AKHIR
009900     END-IF.
010000 1100-EXIT.
010100     EXIT.
010200
010300*-----------------------------------------------------------------
010400* Record rekap dalam rentang bulan jurnal dihapus; file dibuat
010500* kalau belum ada.
010600*-----------------------------------------------------------------
010700 2000-HAPUS-REKAP.
010800     OPEN I-O STOK-REKAP.
010900     IF RKP-FS = '35'
011000         OPEN OUTPUT STOK-REKAP
011100         CLOSE STOK-REKAP
011200         OPEN I-O STOK-REKAP
011300     END-IF.
011400     IF RKP-FS NOT = '00'
011500         DISPLAY 'stokrkp.dat TIDAK DAPAT DIBUKA, STATUS ' RKP-FS
011600         CLOSE STOK-REKAP
011700         GO TO 2000-EXIT
011800     END-IF.
011900     MOVE 'N' TO WS-EOF-SW.
012000     PERFORM 2100-SATU-REKAP THRU 2100-EXIT
012100         UNTIL WS-EOF.
012200     CLOSE STOK-REKAP.
012300     MOVE '00' TO RKP-FS.
012400 2000-EXIT.
012500     EXIT.
012600
012700 2100-SATU-REKAP.
012800     READ STOK-REKAP NEXT RECORD
012900         AT END MOVE 'Y' TO WS-EOF-SW
013000     END-READ.
013100     IF WS-EOF
013200         GO TO 2100-EXIT
013300     END-IF.
013400     IF RKP-BULAN < WS-BULAN-AWAL
013500             OR RKP-BULAN > WS-BULAN-AKHIR
013600         GO TO 2100-EXIT
013700     END-IF.
013800     DELETE STOK-REKAP RECORD
013900         INVALID KEY
014000             DISPLAY 'GAGAL HAPUS REKAP ' RKP-KODE-BRG ' '
014100                 RKP-BULAN ', STATUS ' RKP-FS
014200             GO TO 2100-EXIT
014300     END-DELETE.
014400     ADD 1 TO WS-JML-HAPUS.
014500 2100-EXIT.
014600     EXIT.
014700
014800*-----------------------------------------------------------------
014900* Lewatan kedua: tiap baris jurnal dibukukan lewat STK-RKP.
015000*-----------------------------------------------------------------
015100 3000-MUAT-REKAP.
015200     OPEN INPUT STOK-JURNAL.
015300     IF JR-FS NOT = '00'
015400         DISPLAY 'JURNAL STOK (stokjrnl.dat) BELUM ADA'
015500         CLOSE STOK-JURNAL
015600         GO TO 3000-EXIT
015700     END-IF.
015800     MOVE 'N' TO WS-EOF-SW.
015900     PERFORM 3100-SATU-BARIS THRU 3100-EXIT
016000         UNTIL WS-EOF.
016100     CLOSE STOK-JURNAL.
016200 3000-EXIT.
016300     EXIT.
016400
016500 3100-SATU-BARIS.
016600     READ STOK-JURNAL
016700         AT END MOVE 'Y' TO WS-EOF-SW
016800     END-READ.
016900     IF WS-EOF
017000         GO TO 3100-EXIT
017100     END-IF.
017200     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
017300     ADD 1 TO WS-JML-REKAP.
017400 3100-EXIT.
017500     EXIT.
017600
017700*-----------------------------------------------------------------
017800 9999-EXIT.
017900     STOP RUN.
