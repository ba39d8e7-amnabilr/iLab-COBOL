      *     same minimum/maximum barang.cbl enforces on interactive
      *     entry, instead of writing whatever the feed line contains
      *     straight into barang.dat unchecked.
      *   - 2100-CATAT-OVERFLOW now also CALLs the shared EXC-ADD
      *     exception queue (excq.dat), keyed by the two source words,
      *     so an overflow is worked and closed like every other
      *     batch exception instead of only sitting in STROVFLW.LOG.
      *   - 4000-IMPOR-BARANG now checks the nightly batch window
      *     (BTC-WIN) first and refuses the import while batchwin.ctl
      *     is set, the same as InfoBrg2 and BRG-SCR do before they
      *     write barang.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           02 WS-BULAN-SISTEM    PIC 99.
           02 WS-HARI-SISTEM     PIC 99.
       01 OF-FS                  PIC XX.
       01 WS-EXC-SUMBER          PIC X(13) VALUE 'unstring1'.
       01 WS-EXC-KUNCI           PIC X(20).
       01 WS-EXC-ALASAN          PIC X(40)
           VALUE 'STRING MELUAP GAB-KATA (STROVFLW.LOG)'.
       01 WS-HARGA-MAKS          PIC 9(7)V9(3) VALUE 5000000.000.
       01 WS-IMPOR-OK-SW         PIC X.
           88 WS-IMPOR-OK            VALUE 'Y'.
       01 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
       01 WS-BW-PROGRAM          PIC X(13) VALUE 'unstring1'.
       01 WS-BW-HASIL            PIC X(1).
       01 WS-BW-PEMEGANG         PIC X(13).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           MOVE SUB-STR2 TO OVF-STR2.
           WRITE OVF-RECORD.
           CLOSE OVERFLOW-LOG.
           MOVE SPACES TO WS-EXC-KUNCI.
           STRING SUB-STR1 DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               SUB-STR2 DELIMITED BY SPACE
               INTO WS-EXC-KUNCI
           END-STRING.
           CALL 'EXC-ADD' USING WS-EXC-SUMBER, WS-EXC-KUNCI,
               WS-EXC-ALASAN.
       2100-EXIT.
           EXIT.


      *-----------------------------------------------------------------
       4000-IMPOR-BARANG.
           CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
               WS-BW-HASIL, WS-BW-PEMEGANG.
           IF WS-BW-HASIL = 'Y'
               DISPLAY 'Tutup malam ' WS-BW-PEMEGANG ' berjalan,'
                   ' impor barang ditolak'
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'Baris impor (NAMA,HARGA,SUPPLIER) : '.
           ACCEPT WS-IMPOR-LINE.
           UNSTRING WS-IMPOR-LINE DELIMITED BY ','
