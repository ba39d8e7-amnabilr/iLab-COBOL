001000*           berbeda dari ambang yang dipakai STK-ROR sekarang --
001100*           karena ambang tebakan zaman mahasiswa separuh
001200*           jumlah sekarang sudah lama kedaluwarsa.
001210*           Bulan yang sudah ditutup (RKP-BTS) diambil dari
001220*           pengeluaran jenis K rekap bulanan stokrkp.dat --
001230*           termasuk tahun yang jurnalnya sudah dipindah
001240*           STK-YREND -- dan jurnal hanya disisir untuk bulan
001250*           sesudahnya.
001260*           Pengembalian departemen (jenis U) mengurangi
001270*           pemakaian bulan pengembaliannya, tidak sampai
001280*           di bawah nol.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY JRNSEL.
002410     COPY RKPSEL.
002500     SELECT USAGE-FILE ASSIGN TO 'usage.dat'
002600     ORGANIZATION IS INDEXED
002700     ACCESS MODE IS DYNAMIC
003300 DATA DIVISION.
003400 FILE SECTION.
003500     COPY JRNFD.
003510     COPY RKPFD.
003600 FD USAGE-FILE.
003700 01 USAGE-RECORD.
003800     02 USG-KUNCI.
004900 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-USG'.
005000 77 WS-CAT-JML             PIC 9(7).
005100 77 JR-FS                  PIC XX.
005110 77 RKP-FS                 PIC XX.
005200 77 USG-FS                 PIC XX.
005300 77 RS                     PIC XX.
005400 77 WS-EOF-SW              PIC X VALUE 'N'.
006300 01 WS-LEAD-BULAN          PIC 9(2).
006400 01 WS-AMBANG-KINI         PIC 9(5).
006500 01 WS-KODE-JALAN          PIC X(5) VALUE SPACES.
006510 01 WS-BULAN-MULAI         PIC 9(6).
006520 01 WS-BULAN-TUTUP         PIC 9(6).
006530 01 WS-PAKAI-KODE          PIC X(5).
006540 01 WS-PAKAI-BULAN         PIC 9(6).
006550 01 WS-PAKAI-JUMLAH        PIC 9(7).
006600 01 WS-TOTAL-PAKAI         PIC 9(9).
006700 01 WS-JML-BULAN           PIC 9(3).
006800 01 WS-RATA-RATA           PIC 9(7)V99.
013000         GO TO 2000-EXIT
013100     END-IF.
013200     MOVE ZERO TO WS-JML-BARIS.
013210     CALL 'RKP-BTS' USING WS-BULAN-MULAI, WS-BULAN-TUTUP.
013220     IF WS-BULAN-TUTUP NOT = ZERO
013230         PERFORM 2300-MUAT-REKAP THRU 2300-EXIT
013240     END-IF.
013300     MOVE 'N' TO WS-EOF-SW.
013400     PERFORM 2100-SATU-JURNAL THRU 2100-EXIT
013500         UNTIL WS-EOF.
014700     IF WS-EOF
014800         GO TO 2100-EXIT
014900     END-IF.
015000     IF JR-JENIS NOT = 'K' AND JR-JENIS NOT = 'U'
015100         GO TO 2100-EXIT
015200     END-IF.
015210     IF WS-BULAN-TUTUP NOT = ZERO
015220             AND JR-TANGGAL(1:6) NOT > WS-BULAN-TUTUP
015230         GO TO 2100-EXIT
015240     END-IF.
015250     MOVE JR-KODE-BRG TO WS-PAKAI-KODE.
015260     MOVE JR-TANGGAL(1:6) TO WS-PAKAI-BULAN.
015270     MOVE JR-JUMLAH TO WS-PAKAI-JUMLAH.
015272     IF JR-JENIS = 'U'
015274         PERFORM 2250-KURANG-PAKAI THRU 2250-EXIT
015276         GO TO 2100-EXIT
015278     END-IF.
015280     PERFORM 2200-TAMBAH-PAKAI THRU 2200-EXIT.
015290 2100-EXIT.
015300     EXIT.
015310
015320 2200-TAMBAH-PAKAI.
015330     MOVE WS-PAKAI-KODE TO USG-KODE-BRG.
015340     MOVE WS-PAKAI-BULAN TO USG-BULAN.
015500     MOVE 'N' TO WS-USG-ADA-SW.
015600     READ USAGE-FILE
015700         INVALID KEY CONTINUE
015800         NOT INVALID KEY MOVE 'Y' TO WS-USG-ADA-SW
015900     END-READ.
016000     IF WS-USG-ADA
016100         ADD WS-PAKAI-JUMLAH TO USG-JUMLAH
016200         REWRITE USAGE-RECORD
016300             INVALID KEY
016400                 DISPLAY 'GAGAL SIMPAN PEMAKAIAN, STATUS ' USG-FS
016500         END-REWRITE
016600     ELSE
016700         MOVE WS-PAKAI-KODE TO USG-KODE-BRG
016800         MOVE WS-PAKAI-BULAN TO USG-BULAN
016900         MOVE WS-PAKAI-JUMLAH TO USG-JUMLAH
017000         WRITE USAGE-RECORD
017100             INVALID KEY
017200                 DISPLAY 'GAGAL TULIS PEMAKAIAN, STATUS ' USG-FS
017300         END-WRITE
017400         ADD 1 TO WS-JML-BARIS
017500     END-IF.
017504 2200-EXIT.
017508     EXIT.
017509
017510 2250-KURANG-PAKAI.
017511     MOVE WS-PAKAI-KODE TO USG-KODE-BRG.
017512     MOVE WS-PAKAI-BULAN TO USG-BULAN.
017513     READ USAGE-FILE
017514         INVALID KEY GO TO 2250-EXIT
017515     END-READ.
017516     IF WS-PAKAI-JUMLAH > USG-JUMLAH
017517         MOVE ZERO TO USG-JUMLAH
017518     ELSE
017519         SUBTRACT WS-PAKAI-JUMLAH FROM USG-JUMLAH
017520     END-IF.
017521     REWRITE USAGE-RECORD
017522         INVALID KEY
017523             DISPLAY 'GAGAL SIMPAN PEMAKAIAN, STATUS ' USG-FS
017524     END-REWRITE.
017525 2250-EXIT.
017526     EXIT.
017527
017528*-----------------------------------------------------------------
017529* Bulan tutup dari rekap: pengeluaran jenis K (slot 3) tiap
017530* record dikurangi pengembalian departemen di sisi masuk
017531* slot yang sama, lalu dijumlahkan ke pemakaian barang dan
017532* bulannya. Kalau stokrkp.dat tidak terbuka, seluruh jurnal
017533* disisir.
017534*-----------------------------------------------------------------
017536 2300-MUAT-REKAP.
017540     OPEN INPUT STOK-REKAP.
017544     IF RKP-FS NOT = '00'
017548         CLOSE STOK-REKAP
017552         MOVE ZERO TO WS-BULAN-MULAI
017556         MOVE ZERO TO WS-BULAN-TUTUP
017560         GO TO 2300-EXIT
017564     END-IF.
017568     MOVE 'N' TO WS-EOF-SW.
017572     PERFORM 2350-SATU-REKAP THRU 2350-EXIT
017576         UNTIL WS-EOF.
017580     CLOSE STOK-REKAP.
017584 2300-EXIT.
017588     EXIT.
017592
017596 2350-SATU-REKAP.
017600     READ STOK-REKAP NEXT RECORD
017604         AT END MOVE 'Y' TO WS-EOF-SW
017608     END-READ.
017612     IF WS-EOF
017616         GO TO 2350-EXIT
017620     END-IF.
017624     IF RKP-BULAN > WS-BULAN-TUTUP
017628         GO TO 2350-EXIT
017632     END-IF.
017636     IF RKP-QTY-MASUK(3) > RKP-QTY-KELUAR(3)
017637         GO TO 2350-EXIT
017638     END-IF.
017639     COMPUTE WS-PAKAI-JUMLAH =
017640         RKP-QTY-KELUAR(3) - RKP-QTY-MASUK(3).
017644     IF WS-PAKAI-JUMLAH = ZERO
017648         GO TO 2350-EXIT
017652     END-IF.
017656     MOVE RKP-KODE-BRG TO WS-PAKAI-KODE.
017660     MOVE RKP-BULAN TO WS-PAKAI-BULAN.
017664     PERFORM 2200-TAMBAH-PAKAI THRU 2200-EXIT.
017668 2350-EXIT.
017700     EXIT.
017800
017900*-----------------------------------------------------------------
