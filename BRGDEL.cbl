000688*   - Record yang akan dihapus dikunci dulu lewat BRG-LCK,
000690*     supaya DELETE di sini tidak menimpa pekerjaan BRG-UPD
000692*     yang sedang membuka KODE-BRG yang sama di terminal lain.
000694*   - Operator yang meminta penghapusan sekarang ditanyakan dan
000696*     dicatat di jurnal (DJ-PEMINTA); kosong berarti supervisor
000698*     itu sendiri, yang dilaporkan SOD-RPT sebagai permintaan
000699*     dan pelaksanaan oleh orang yang sama.
000709*   - Penghapusan ditolak selama tanda jendela batch malam
000719*     batchwin.ctl terpasang (BTC-WIN).
000729******************************************************************
000800 IDENTIFICATION DIVISION.
000900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001000 PROGRAM-ID. BRG-DEL.
002555     88 WS-JURNAL-OK       VALUE 'Y'.
002570 77 WS-OPR-ID              PIC X(8).
002580 77 WS-OPR-LEVEL           PIC 9(1).
002581 77 WS-PEMINTA             PIC X(8).
002582 77 WS-FUNGSI-CEK           PIC X(8).
002584 77 WS-BOLEH-SW             PIC X.
002585 77 WS-LCK-AKSI            PIC X(1).
002586 77 WS-LCK-KODE            PIC X(5).
002587 77 WS-LCK-HASIL           PIC X(1).
002588 77 WS-LCK-PEMEGANG        PIC X(8).
002590* Parameter BTC-WIN (jendela batch malam).
002592 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
002594 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BRG-DEL'.
002596 77 WS-BW-HASIL            PIC X(1).
002598 77 WS-BW-PEMEGANG         PIC X(13).
002600 01 WS-KODE-CARI.
002700     02 WS-TIPE-CARI       PIC A.
002800     02 WS-NO-CARI         PIC 9(4).
003168             ', minta lewat OPR-FNC'
003169         GO TO 9999-EXIT
003170     END-IF.
003173     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
003176         WS-BW-HASIL, WS-BW-PEMEGANG.
003179     IF WS-BW-HASIL = 'Y'
003182         DISPLAY 'Tutup malam ' WS-BW-PEMEGANG ' berjalan,'
003185             ' penghapusan barang ditolak'
003188         GO TO 9999-EXIT
003191     END-IF.
003200     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
003300     PERFORM 2000-CARI-RECORD THRU 2000-EXIT.
003400     IF WS-KETEMU
006905         MOVE 'N' TO WS-ALASAN-OK-SW
006910         PERFORM 3100-TERIMA-ALASAN THRU 3100-EXIT
006920             UNTIL WS-ALASAN-OK
006925         PERFORM 3300-TERIMA-PEMINTA THRU 3300-EXIT
006930         PERFORM 3200-CATAT-JURNAL THRU 3200-EXIT
006940         IF NOT WS-JURNAL-OK
006950             DISPLAY 'Jurnal hapus tidak tertulis, record'
007864         GO TO 3200-EXIT
007866     END-IF.
007868     MOVE DATA-BRG TO DJ-DATA.
007869     MOVE WS-PEMINTA TO DJ-PEMINTA.
007870     ACCEPT DJ-TGL-HAPUS FROM DATE YYYYMMDD.
007872     MOVE WS-ALASAN TO DJ-ALASAN.
007873     MOVE WS-OPR-ID TO DJ-OPERATOR.
007881 3200-EXIT.
007882     EXIT.

007884*-----------------------------------------------------------------
007885* Siapa yang meminta barang ini dihapus. Kosong berarti
007886* supervisor yang sedang sign-on memintanya sendiri.
007887*-----------------------------------------------------------------
007888 3300-TERIMA-PEMINTA.
007889     DISPLAY 'Diminta oleh (ID operator, kosong = sendiri) : '.
007890     MOVE SPACES TO WS-PEMINTA.
007891     ACCEPT WS-PEMINTA.
007892     IF WS-PEMINTA = SPACES
007893         MOVE WS-OPR-ID TO WS-PEMINTA
007894     END-IF.
007895 3300-EXIT.
007896     EXIT.

007900*-----------------------------------------------------------------
008000 9999-EXIT.
008100     GOBACK.
