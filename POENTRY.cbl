000600*           lalu baris-baris barang yang diharapkan (nama, jumlah,
000700*           harga), supaya penerimaan barang bisa dicocokkan
000800*           dengan apa yang sebenarnya dipesan.
000810*           Juga mengonfirmasi PO draft buatan PPB-PO (dari
000820*           permintaan pembelian departemen) dan ROR-PO (dari
000825*           saran pemesanan ulang): harga tiap baris diperiksa
000830*           lalu baris dijadikan PO resmi.
000840*           PO (baru atau draft yang dikonfirmasi) yang nilai
000850*           rupiahnya melebihi batas otorisasi operator di
000860*           batasop.dat ditahan berstatus M di potahan.dat sampai
000870*           disetujui lewat PO-APRV.
000880*           Tanggal kirim yang diminta dicatat per PO (boleh
000890*           kosong, bisa diubah kemudian lewat PO-UBAH).
000893*           Posting ditolak selama tanda jendela batch malam
000896*           batchwin.ctl terpasang (BTC-WIN).
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
002110     COPY BRGSEL.
002150     COPY SATSEL.
002160     COPY KURSEL.
002170     COPY BTSSEL.
002180     COPY PTHSEL.
002200     SELECT PO-CTL ASSIGN TO 'poctl.dat'
002300     ORGANIZATION IS LINE SEQUENTIAL
002400     FILE STATUS IS PC-FS.
002810     COPY BRGFD.
002850     COPY SATFD.
002860     COPY KURFD.
002870     COPY BTSFD.
002880     COPY PTHFD.
002900 FD PO-CTL.
003000 01 PO-CTL-RECORD.
003100     02 PC-NO-TERAKHIR     PIC 9(05).
003200
003300 WORKING-STORAGE SECTION.
003400 77 PO-FS                  PIC XX.
003410* Parameter BTC-WIN (jendela batch malam).
003420 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003430 77 WS-BW-PROGRAM          PIC X(13) VALUE 'PO-ENTRY'.
003440 77 WS-BW-HASIL            PIC X(1).
003450 77 WS-BW-PEMEGANG         PIC X(13).
003500 77 SUP-FS                 PIC XX.
003600 77 PC-FS                  PIC XX.
003610 77 SAT-FS                 PIC XX.
003680 77 WS-KUR-ADA-SW          PIC X VALUE 'N'.
003690     88 WS-KUR-ADA         VALUE 'Y'.
003700 77 WS-VALUTA-PO           PIC X(3).
003705 77 WS-TGL-KIRIM-PO        PIC 9(8) VALUE ZERO.
003710 77 FS                     PIC XX.
003720 77 WS-BRG-EOF-SW          PIC X VALUE 'N'.
003730     88 WS-BRG-EOF         VALUE 'Y'.
004000     88 WS-LAGI            VALUE 'Y'.
004100 77 WS-NO-PO               PIC 9(5).
004200 77 WS-URUT                PIC 9(2) VALUE ZERO.
004210 77 WS-NO-DRAFT            PIC 9(5) VALUE ZERO.
004220 77 WS-HARGA-BARU          PIC 9(7)V9(3).
004230 77 WS-JML-KONFIRM         PIC 9(2) VALUE ZERO.
004240 77 WS-PO-EOF-SW           PIC X VALUE 'N'.
004250     88 WS-PO-EOF          VALUE 'Y'.
004260 77 BT-FS                  PIC XX.
004270 77 PT-FS                  PIC XX.
004280 77 WS-OPERATOR            PIC X(8).
004290 77 WS-OPR-LEVEL           PIC 9(1).
004292 77 WS-BATAS-OPR           PIC 9(11)V9(3).
004294 77 WS-NILAI-PO            PIC 9(11)V9(3) VALUE ZERO.
004296 77 WS-JML-TAHAN           PIC 9(2) VALUE ZERO.
004300 01 WS-SUPPLIER-PO         PIC X(13).
004400
004500 PROCEDURE DIVISION.
004600*-----------------------------------------------------------------
004700 0000-MAINLINE.
004710     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
004720         WS-BW-HASIL, WS-BW-PEMEGANG.
004730     IF WS-BW-HASIL = 'Y'
004740         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
004750             ' ENTRI PO DITOLAK'
004760         GO TO 9999-EXIT
004770     END-IF.
004800     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
004810     DISPLAY 'NOMOR PO DRAFT DIKONFIRMASI (0=PO BARU) : '
004820         WITH NO ADVANCING.
004830     ACCEPT WS-NO-DRAFT.
004840     IF WS-NO-DRAFT NOT = ZERO
004850         PERFORM 4000-KONFIRMASI-DRAFT THRU 4000-EXIT
004855         IF WS-JML-KONFIRM > ZERO
004856             MOVE WS-NO-DRAFT TO WS-NO-PO
004857             PERFORM 5000-CEK-BATAS THRU 5000-EXIT
004858         END-IF
004860         CLOSE PO-FILE
004870         GO TO 9999-EXIT
004880     END-IF.
004900     PERFORM 1500-AMBIL-NO-PO THRU 1500-EXIT.
005000     PERFORM 2000-VALIDASI-SUPPLIER THRU 2000-EXIT
005100         UNTIL WS-SUPPLIER-OK.
005240     IF WS-VALUTA-PO = 'IDR'
005250         MOVE SPACES TO WS-VALUTA-PO
005260     END-IF.
005270     DISPLAY 'TANGGAL KIRIM DIMINTA (YYYYMMDD, 0=BELUM) : '
005280         WITH NO ADVANCING.
005290     ACCEPT WS-TGL-KIRIM-PO.
005300     PERFORM 3000-TERIMA-BARIS THRU 3000-EXIT
005400         UNTIL NOT WS-LAGI.
005450     PERFORM 5000-CEK-BATAS THRU 5000-EXIT.
005500     CLOSE PO-FILE.
005600     DISPLAY 'PO ' WS-NO-PO ' TERSIMPAN, ' WS-URUT ' BARIS'.
005700     GO TO 9999-EXIT.
013150         PERFORM 3600-KONVERSI-VALUTA THRU 3600-EXIT
013160     END-IF.
013200     MOVE ZERO TO PO-JML-TERIMA.
013210     MOVE ZERO TO PO-NO-PP.
013220     MOVE ZERO TO PO-PP-URUT.
013230     MOVE SPACES TO PO-STATUS.
013240     MOVE WS-TGL-KIRIM-PO TO PO-TGL-KIRIM.
013250     MOVE ZERO TO PO-REVISI.
013300     ACCEPT PO-TGL FROM DATE YYYYMMDD.
013400     WRITE PO-RECORD
013500         INVALID KEY
013600             DISPLAY 'GAGAL TULIS BARIS PO, STATUS ' PO-FS
013700             SUBTRACT 1 FROM WS-URUT
013710         NOT INVALID KEY
013720             COMPUTE WS-NILAI-PO = WS-NILAI-PO
013730                 + PO-JUMLAH * PO-HARGA
013800     END-WRITE.
013850 3000-LAGI.
013900     DISPLAY 'BARIS BERIKUTNYA (Y/N) ? ' WITH NO ADVANCING.
014461 3750-EXIT.
014462     EXIT.
014463
014465*-----------------------------------------------------------------
014467* PO draft dari PPB-PO/ROR-PO: baris berstatus D pada nomor PO
014469* itu ditampilkan satu per satu, harga usulan dari barang.dat
014471* boleh diganti harga penawaran supplier (0 = tetap), lalu
014473* PO-STATUS dikosongkan sehingga baris menjadi PO resmi yang
014475* boleh diterima dan ditagih. Nomor PPB asal tetap tersimpan
014476* (nol untuk draft ROR-PO).
014477*-----------------------------------------------------------------
014479 4000-KONFIRMASI-DRAFT.
014481     MOVE WS-NO-DRAFT TO PO-NO.
014483     MOVE ZERO TO PO-URUT.
014485     MOVE 'N' TO WS-PO-EOF-SW.
014487     START PO-FILE KEY IS NOT LESS THAN PO-KUNCI
014489         INVALID KEY MOVE 'Y' TO WS-PO-EOF-SW
014491     END-START.
014493     PERFORM 4100-SATU-DRAFT THRU 4100-EXIT
014495         UNTIL WS-PO-EOF.
014497     IF WS-JML-KONFIRM = ZERO
014499         DISPLAY 'PO ' WS-NO-DRAFT ' TIDAK PUNYA BARIS DRAFT'
014501     ELSE
014503         DISPLAY 'PO ' WS-NO-DRAFT ' DIKONFIRMASI, '
014505             WS-JML-KONFIRM ' BARIS'
014507     END-IF.
014509 4000-EXIT.
014511     EXIT.
014513
014515 4100-SATU-DRAFT.
014517     READ PO-FILE NEXT RECORD
014519         AT END MOVE 'Y' TO WS-PO-EOF-SW
014521     END-READ.
014523     IF WS-PO-EOF
014525         GO TO 4100-EXIT
014527     END-IF.
014529     IF PO-NO NOT = WS-NO-DRAFT
014531         MOVE 'Y' TO WS-PO-EOF-SW
014533         GO TO 4100-EXIT
014535     END-IF.
014537     IF PO-STATUS NOT = 'D'
014539         GO TO 4100-EXIT
014541     END-IF.
014543     DISPLAY 'BARIS ' PO-URUT ' ' PO-NAMA-BRG ' JUMLAH '
014545         PO-JUMLAH ' PPB ' PO-NO-PP '/' PO-PP-URUT.
014547     DISPLAY 'SUPPLIER ' PO-SUPPLIER ' HARGA USULAN ' PO-HARGA.
014549     DISPLAY 'HARGA SATUAN (0=TETAP) : ' WITH NO ADVANCING.
014551     ACCEPT WS-HARGA-BARU.
014553     IF WS-HARGA-BARU NOT = ZERO
014555         MOVE WS-HARGA-BARU TO PO-HARGA
014557     END-IF.
014559     MOVE SPACES TO PO-STATUS.
014561     ACCEPT PO-TGL FROM DATE YYYYMMDD.
014563     REWRITE PO-RECORD
014565         INVALID KEY
014567             DISPLAY 'GAGAL KONFIRMASI BARIS ' PO-URUT
014569                 ', STATUS ' PO-FS
014571         NOT INVALID KEY
014573             ADD 1 TO WS-JML-KONFIRM
014574             COMPUTE WS-NILAI-PO = WS-NILAI-PO
014575                 + PO-JUMLAH * PO-HARGA
014576     END-REWRITE.
014577 4100-EXIT.
014578     EXIT.
014579
014580*-----------------------------------------------------------------
014581* Batas otorisasi operator yang sign-on (OPR-SES) dari
014582* batasop.dat; file belum ada berarti batas belum dipakai dan PO
014583* langsung resmi. Operator tanpa record berbatas nol. Nilai PO
014584* memakai PO-HARGA yang sudah rupiah (konversi PO-KURS).
014585*-----------------------------------------------------------------
014586 5000-CEK-BATAS.
014587     IF WS-NILAI-PO = ZERO
014588         GO TO 5000-EXIT
014589     END-IF.
014590     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
014591     MOVE ZERO TO WS-BATAS-OPR.
014592     OPEN INPUT BATAS-MST.
014593     IF BT-FS = '35'
014594         CLOSE BATAS-MST
014595         GO TO 5000-EXIT
014596     END-IF.
014597     IF BT-FS = '00'
014598         MOVE WS-OPERATOR TO BT-OP-ID
014599         READ BATAS-MST
014600             INVALID KEY CONTINUE
014601             NOT INVALID KEY MOVE BT-BATAS-PO TO WS-BATAS-OPR
014602         END-READ
014603     END-IF.
014604     CLOSE BATAS-MST.
014605     IF WS-NILAI-PO NOT > WS-BATAS-OPR
014606         GO TO 5000-EXIT
014607     END-IF.
014608     PERFORM 5100-TAHAN-PO THRU 5100-EXIT.
014609     DISPLAY 'NILAI PO ' WS-NO-PO ' : ' WS-NILAI-PO
014610         ' MELEBIHI BATAS OTORISASI ' WS-BATAS-OPR.
014611     DISPLAY WS-JML-TAHAN ' BARIS DITAHAN, MENUNGGU PERSETUJUAN'
014612         ' LEWAT PO-APRV'.
014613 5000-EXIT.
014614     EXIT.
014615
014616*-----------------------------------------------------------------
014617* Baris resmi PO ini menjadi M; satu record potahan.dat mencatat
014618* nilai dan pembuatnya untuk penyetuju.
014619*-----------------------------------------------------------------
014620 5100-TAHAN-PO.
014621     MOVE WS-NO-PO TO PO-NO.
014622     MOVE ZERO TO PO-URUT.
014623     MOVE 'N' TO WS-PO-EOF-SW.
014624     START PO-FILE KEY IS NOT LESS THAN PO-KUNCI
014625         INVALID KEY MOVE 'Y' TO WS-PO-EOF-SW
014626     END-START.
014627     PERFORM 5150-TAHAN-BARIS THRU 5150-EXIT
014628         UNTIL WS-PO-EOF.
014629     OPEN I-O PO-TAHAN.
014630     IF PT-FS = '35'
014631         OPEN OUTPUT PO-TAHAN
014632         CLOSE PO-TAHAN
014633         OPEN I-O PO-TAHAN
014634     END-IF.
014635     IF PT-FS NOT = '00'
014636         DISPLAY 'potahan.dat TIDAK DAPAT DIBUKA, STATUS ' PT-FS
014637         GO TO 5100-EXIT
014638     END-IF.
014639     MOVE WS-NO-PO TO PT-NO-PO.
014640     MOVE WS-SUPPLIER-PO TO PT-SUPPLIER.
014641     MOVE WS-NILAI-PO TO PT-NILAI.
014642     MOVE WS-OPERATOR TO PT-PEMBUAT.
014643     ACCEPT PT-TGL FROM DATE YYYYMMDD.
014644     MOVE 'M' TO PT-STATUS.
014645     MOVE SPACES TO PT-PENYETUJU.
014646     MOVE ZERO TO PT-TGL-PUTUS.
014647     WRITE PO-TAHAN-RECORD
014648         INVALID KEY
014649             REWRITE PO-TAHAN-RECORD
014650                 INVALID KEY
014651                     DISPLAY 'GAGAL SIMPAN potahan.dat, STATUS '
014652                         PT-FS
014653             END-REWRITE
014654     END-WRITE.
014655     CLOSE PO-TAHAN.
014656 5100-EXIT.
014657     EXIT.
014658
014659 5150-TAHAN-BARIS.
014660     READ PO-FILE NEXT RECORD
014661         AT END MOVE 'Y' TO WS-PO-EOF-SW
014662     END-READ.
014663     IF WS-PO-EOF
014664         GO TO 5150-EXIT
014665     END-IF.
014666     IF PO-NO NOT = WS-NO-PO
014667         MOVE 'Y' TO WS-PO-EOF-SW
014668         GO TO 5150-EXIT
014669     END-IF.
014670     IF PO-STATUS NOT = SPACES
014671         GO TO 5150-EXIT
014672     END-IF.
014673     MOVE 'M' TO PO-STATUS.
014674     REWRITE PO-RECORD
014675         INVALID KEY
014676             DISPLAY 'GAGAL TAHAN BARIS ' PO-URUT
014677                 ', STATUS ' PO-FS
014678         NOT INVALID KEY
014679             ADD 1 TO WS-JML-TAHAN
014680             MOVE PO-SUPPLIER TO WS-SUPPLIER-PO
014681     END-REWRITE.
014682 5150-EXIT.
014683     EXIT.
014684
014685*-----------------------------------------------------------------
014686 9999-EXIT.
014690     STOP RUN.
