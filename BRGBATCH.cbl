002000*             TX-SUPPLIER X(13) supplier (A/U)
002100*             TX-PPN      9(2)  PPN persen (A/U; 0=bawaan tipe)
002200*             TX-ALASAN   X(1)  kode alasan hapus E/D/W (D saja)
002210*           Baris yang ditolak juga dicatat ke antrian
002220*           pengecualian bersama excq.dat lewat EXC-ADD (kunci
002230*           aksi + kode, alasan penolakannya).
002240*           Ditolak selama tanda jendela batch malam
002250*           batchwin.ctl terpasang (BTC-WIN).
002300* Tectonics: cobc -I copybooks
002400******************************************************************
002500 IDENTIFICATION DIVISION.
007004 77 WS-TGL-RUN             PIC 9(8).
007006 77 WS-JAM-RUN             PIC 9(8).
007008 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BRG-BATCH'.
007018 77 WS-EXC-KUNCI           PIC X(20).
007028 77 WS-EXC-ALASAN          PIC X(40).
007038 77 WS-CAT-JML             PIC 9(7).
007100 77 FS                     PIC XX.
007200 77 NP-FS                  PIC XX.
007300 77 SUP-FS                 PIC XX.
009600 77 WS-SISA-BAGI           PIC 9(4).
009700 77 WS-OPR-ID              PIC X(8).
009800 77 WS-OPR-LEVEL           PIC 9(1).
009810* Parameter BTC-WIN (jendela batch malam).
009820 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
009830 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BRG-BATCH'.
009840 77 WS-BW-HASIL            PIC X(1).
009850 77 WS-BW-PEMEGANG         PIC X(13).
009900 01 WS-HARGA-TX-NUM        PIC 9(10).
010000 01 WS-HARGA-TX REDEFINES WS-HARGA-TX-NUM PIC 9(7)V9(3).
010100 01 WS-TANGGAL-SISTEM.
012900 PROCEDURE DIVISION.
013000*-----------------------------------------------------------------
013100 0000-MAINLINE.
013110     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
013120         WS-BW-HASIL, WS-BW-PEMEGANG.
013130     IF WS-BW-HASIL = 'Y'
013140         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
013150             ' BRGTRX.DAT TIDAK DITERAPKAN'
013160         GO TO 9999-EXIT
013170     END-IF.
013200     OPEN INPUT TRX-FILE.
013300     IF TX-FS NOT = '00'
013400         DISPLAY 'FILE TRANSAKSI BRGTRX.DAT TIDAK ADA,'
035700     ACCEPT DJ-TGL-HAPUS FROM DATE YYYYMMDD.
035800     MOVE TX-ALASAN TO DJ-ALASAN.
035900     MOVE WS-OPR-ID TO DJ-OPERATOR.
035950     MOVE WS-OPR-ID TO DJ-PEMINTA.
036000     WRITE HAPUS-JURNAL-RECORD.
036010     IF DJ-FS NOT = '00'
036020         MOVE 'JURNAL HAPUS GAGAL DITULIS' TO WS-D-ALASAN
049800     IF WS-TOLAK
049900         MOVE 'DITOLAK' TO WS-D-HASIL
050000         ADD 1 TO WS-JML-TOLAK
050010         MOVE SPACES TO WS-EXC-KUNCI
050020         STRING TX-AKSI ' ' TX-KODE DELIMITED BY SIZE
050030             INTO WS-EXC-KUNCI
050040         MOVE WS-D-ALASAN TO WS-EXC-ALASAN
050050         CALL 'EXC-ADD' USING WS-CAT-PROGRAM, WS-EXC-KUNCI,
050060             WS-EXC-ALASAN
050100     ELSE
050200         MOVE 'DITERAPKAN' TO WS-D-HASIL
050300         ADD 1 TO WS-JML-TERAP
