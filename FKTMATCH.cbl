000400* Purpose:  Pencocokan tiga arah faktur supplier: tiap baris
000500*           faktur.dat yang belum dicocokkan dibandingkan dengan
000600*           baris po.dat yang ditunjuknya -- jumlah ditagih
000700*           terhadap jumlah yang benar-benar datang menurut
000800*           bukti terima terima.dat (semua kiriman untuk baris
000810*           PO itu, TRM-DOK) dan harga faktur terhadap PO-HARGA.
000820*           Baris PO yang belum punya bukti terima (diterima
000830*           sebelum bukti terima dicatat) memakai PO-JML-TERIMA.
000840*           Retur tidak dikurangkan di sini; nota debet PO-RETUR
000850*           dipotong saat pembayaran FKT-BAYAR.
000900*           Penyimpangan lebih/kurang dicetak ke laporan
001000*           selisih; baris yang lolos ditandai M, yang
001100*           menyimpang ditandai S, supaya kita tidak lagi
001200*           membayar jumlah yang tidak pernah diterima.
001210*           Baris PO draft atau yang masih menunggu persetujuan
001220*           batas otorisasi (PO-APRV) tidak dicocokkan; fakturnya
001230*           dicetak dan tetap menunggu sampai PO disetujui.
001240*           Baris yang ditandai S juga dicatat ke antrian
001250*           pengecualian bersama excq.dat lewat EXC-ADD.
001260*           Posting ditolak selama tanda jendela batch malam
001270*           batchwin.ctl terpasang (BTC-WIN).
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
002300     FILE-CONTROL.
002400     COPY FKTSEL.
002500     COPY POSEL.
002510     COPY TRMSEL.
002600     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002700     ORGANIZATION IS LINE SEQUENTIAL
002800     FILE STATUS IS RS.
003000 FILE SECTION.
003100     COPY FKTFD.
003200     COPY POFD.
003210     COPY TRMFD.
003300 FD REPORT-OUT.
003400 01 REPORT-LINE            PIC X(90).
003500
003600 WORKING-STORAGE SECTION.
003700 77 WS-RPT-NAMA            PIC X(30).
003710* Parameter BTC-WIN (jendela batch malam).
003720 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003730 77 WS-BW-PROGRAM          PIC X(13) VALUE 'FKT-MATCH'.
003740 77 WS-BW-HASIL            PIC X(1).
003750 77 WS-BW-PEMEGANG         PIC X(13).
003800 77 WS-TGL-RUN             PIC 9(8).
003900 77 WS-JAM-RUN             PIC 9(8).
004000 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'FKT-MATCH'.
004010 77 WS-EXC-KUNCI           PIC X(20).
004020 77 WS-EXC-ALASAN          PIC X(40).
004100 77 WS-CAT-JML             PIC 9(7).
004200 77 FK-FS                  PIC XX.
004300 77 PO-FS                  PIC XX.
004400 77 RS                     PIC XX.
004410 77 TM-FS                  PIC XX.
004420 77 WS-TRM-BUKA-SW         PIC X VALUE 'N'.
004430     88 WS-TRM-BUKA        VALUE 'Y'.
004440 77 WS-TRM-EOF-SW          PIC X VALUE 'N'.
004450     88 WS-TRM-EOF         VALUE 'Y'.
004460 77 WS-JML-DITERIMA        PIC 9(7) VALUE ZERO.
004470 77 WS-JML-BUKTI           PIC 9(5) VALUE ZERO.
004500 77 WS-EOF-SW              PIC X VALUE 'N'.
004600     88 WS-EOF             VALUE 'Y'.
004700 77 WS-PO-ADA-SW           PIC X VALUE 'N'.
008300 PROCEDURE DIVISION.
008400*-----------------------------------------------------------------
008500 0000-MAINLINE.
008510     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
008520         WS-BW-HASIL, WS-BW-PEMEGANG.
008530     IF WS-BW-HASIL = 'Y'
008540         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
008550             ' PENCOCOKAN FAKTUR DITOLAK'
008560         GO TO 9999-EXIT
008570     END-IF.
008600     PERFORM 1000-INISIALISASI THRU 1000-EXIT.
008700     PERFORM 2000-PERIKSA-SATU THRU 2000-EXIT
008800         UNTIL WS-EOF.
010200         CLOSE FAKTUR-FILE
010300         GO TO 9999-EXIT
010400     END-IF.
010410     OPEN INPUT TERIMA-FILE.
010420     IF TM-FS = '00'
010430         MOVE 'Y' TO WS-TRM-BUKA-SW
010440     ELSE
010450         CLOSE TERIMA-FILE
010460     END-IF.
010500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
010600     ACCEPT WS-JAM-RUN FROM TIME.
010700     MOVE SPACES TO WS-RPT-NAMA.
014100     END-READ.
014200     IF NOT WS-PO-ADA
014300         MOVE 'BARIS PO HILANG' TO WS-D-KETERANGAN
014400         MOVE ZERO TO WS-JML-DITERIMA
014500         MOVE ZERO TO PO-HARGA
014600         PERFORM 2200-TULIS-SELISIH THRU 2200-EXIT
014700         GO TO 2000-EXIT
014800     END-IF.
014805     PERFORM 2050-HITUNG-TERIMA THRU 2050-EXIT.
014810     IF PO-STATUS = 'D' OR PO-STATUS = 'M'
014820         MOVE 'PO BELUM DISETUJUI' TO WS-D-KETERANGAN
014830         PERFORM 2300-CATAT-TUNDA THRU 2300-EXIT
014840         GO TO 2000-EXIT
014850     END-IF.
014900     COMPUTE WS-SELISIH-JML = FK-JUMLAH - WS-JML-DITERIMA.
015000     COMPUTE WS-SELISIH-HRG = FK-HARGA - PO-HARGA.
015100     IF WS-SELISIH-JML = ZERO AND WS-SELISIH-HRG = ZERO
015200         MOVE 'M' TO FK-STATUS
016700     PERFORM 2200-TULIS-SELISIH THRU 2200-EXIT.
016800 2000-EXIT.
016900     EXIT.
016905
016907*-----------------------------------------------------------------
016909* Jumlah datang untuk baris PO ini: total TM-JML-TERIMA semua
016911* bukti terima lewat kunci alternatif PO + urut. Baris tanpa
016913* bukti sama sekali jatuh ke total berjalan PO-JML-TERIMA.
016915*-----------------------------------------------------------------
016917 2050-HITUNG-TERIMA.
016919     MOVE ZERO TO WS-JML-DITERIMA.
016921     MOVE ZERO TO WS-JML-BUKTI.
016923     IF WS-TRM-BUKA
016925         MOVE PO-NO TO TM-NO-PO
016927         MOVE PO-URUT TO TM-URUT-PO
016929         MOVE 'N' TO WS-TRM-EOF-SW
016931         START TERIMA-FILE KEY = TM-PO-BARIS
016933             INVALID KEY MOVE 'Y' TO WS-TRM-EOF-SW
016935         END-START
016937         PERFORM 2060-SATU-TERIMA THRU 2060-EXIT
016939             UNTIL WS-TRM-EOF
016941     END-IF.
016943     IF WS-JML-BUKTI = ZERO
016945         MOVE PO-JML-TERIMA TO WS-JML-DITERIMA
016947     END-IF.
016949 2050-EXIT.
016951     EXIT.
016953
016955 2060-SATU-TERIMA.
016957     READ TERIMA-FILE NEXT RECORD
016959         AT END MOVE 'Y' TO WS-TRM-EOF-SW
016961     END-READ.
016963     IF WS-TRM-EOF
016965         GO TO 2060-EXIT
016967     END-IF.
016969     IF TM-NO-PO NOT = PO-NO OR TM-URUT-PO NOT = PO-URUT
016971         MOVE 'Y' TO WS-TRM-EOF-SW
016973         GO TO 2060-EXIT
016975     END-IF.
016977     ADD TM-JML-TERIMA TO WS-JML-DITERIMA.
016979     ADD 1 TO WS-JML-BUKTI.
016981 2060-EXIT.
016983     EXIT.
017000
017100 2100-SIMPAN-STATUS.
017200     REWRITE FAKTUR-RECORD
018100     MOVE FK-PO-NO TO WS-D-PO.
018200     MOVE FK-PO-URUT TO WS-D-URUT.
018300     MOVE FK-JUMLAH TO WS-D-TAGIH.
018400     MOVE WS-JML-DITERIMA TO WS-D-TERIMA.
018500     MOVE FK-HARGA TO WS-D-HRG-FKT.
018600     MOVE PO-HARGA TO WS-D-HRG-PO.
018700     MOVE WS-DETAIL TO REPORT-LINE.
018900     MOVE 'S' TO FK-STATUS.
019000     PERFORM 2100-SIMPAN-STATUS THRU 2100-EXIT.
019100     ADD 1 TO WS-JML-SELISIH.
019110     MOVE SPACES TO WS-EXC-KUNCI.
019120     STRING FK-NO-FAKTUR '/' FK-URUT DELIMITED BY SIZE
019130         INTO WS-EXC-KUNCI.
019140     MOVE SPACES TO WS-EXC-ALASAN.
019150     STRING 'SELISIH FAKTUR ' WS-D-KETERANGAN
019160         DELIMITED BY SIZE INTO WS-EXC-ALASAN.
019170     CALL 'EXC-ADD' USING WS-CAT-PROGRAM, WS-EXC-KUNCI,
019180         WS-EXC-ALASAN.
019200 2200-EXIT.
019300     EXIT.
019310
019320*-----------------------------------------------------------------
019330* Faktur atas PO yang belum resmi hanya dicetak; statusnya tetap
019340* B supaya ikut dicocokkan lagi setelah PO disetujui.
019350*-----------------------------------------------------------------
019360 2300-CATAT-TUNDA.
019370     MOVE FK-NO-FAKTUR TO WS-D-FAKTUR.
019380     MOVE FK-PO-NO TO WS-D-PO.
019390     MOVE FK-PO-URUT TO WS-D-URUT.
019400     MOVE FK-JUMLAH TO WS-D-TAGIH.
019410     MOVE WS-JML-DITERIMA TO WS-D-TERIMA.
019420     MOVE FK-HARGA TO WS-D-HRG-FKT.
019430     MOVE PO-HARGA TO WS-D-HRG-PO.
019440     MOVE WS-DETAIL TO REPORT-LINE.
019450     WRITE REPORT-LINE.
019460 2300-EXIT.
019473     EXIT.
019486
019500*-----------------------------------------------------------------
019600 3000-AKHIR.
019700     CLOSE FAKTUR-FILE.
019800     CLOSE PO-FILE.
019810     IF WS-TRM-BUKA
019820         CLOSE TERIMA-FILE
019830     END-IF.
019900     CLOSE REPORT-OUT.
020000     MOVE WS-JML-SELISIH TO WS-CAT-JML.
020100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
