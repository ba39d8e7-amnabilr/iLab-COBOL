000900*           GLPOST.DAT, ditutup record trailer total kontrol yang
001000*           bisa dicek akuntansi saat menerima filenya -- satu
001100*           file yang bisa dimuat, bukan diketik ulang.
001110*           Pemusnahan lot (jurnal jenis D dari STK-MUSNAH)
001120*           dibukukan tersendiri ke akun MUSNAH, terpisah dari
001130*           selisih opname.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
006300 01 WS-AKUN-PPN            PIC X(8).
006400 01 WS-AKUN-HUTANG         PIC X(8).
006500 01 WS-AKUN-SELISIH        PIC X(8).
006510 01 WS-AKUN-MUSNAH         PIC X(8).
006600 01 WS-GL-DETAIL.
006700     02 WS-GD-JENIS        PIC X(01).
006800     02 WS-GD-TANGGAL      PIC 9(08).
009900     MOVE 'PPNMASUK' TO WS-AKUN-PPN.
010000     MOVE 'HUTANG' TO WS-AKUN-HUTANG.
010100     MOVE 'SELISIH' TO WS-AKUN-SELISIH.
010110     MOVE 'MUSNAH' TO WS-AKUN-MUSNAH.
010200     OPEN INPUT GLMAP-MST.
010300     IF GM-FS NOT = '00'
010400         DISPLAY 'PETA AKUN glmap.dat BELUM ADA,'
012200     READ GLMAP-MST
012300         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-SELISIH
012400     END-READ.
012410     MOVE 'MUSNAH' TO GM-JENIS.
012420     READ GLMAP-MST
012430         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-MUSNAH
012440     END-READ.
012500     CLOSE GLMAP-MST.
012600 1000-EXIT.
012700     EXIT.
018000*-----------------------------------------------------------------
018100* Penyesuaian opname bulan pilihan dari stokjrnl.dat (jenis 'O'):
018200* arah M = debet persediaan kredit selisih, arah K sebaliknya,
018300* dinilai dengan HARGA-BRG barang itu sekarang. Pemusnahan
018310* (jenis 'D') dibukukan di 3200 dari baca jurnal yang sama.
018400*-----------------------------------------------------------------
018500 3000-POSTING-OPNAME.
018600     OPEN INPUT STOK-JURNAL.
020800     IF WS-EOF
020900         GO TO 3100-EXIT
021000     END-IF.
021010     IF JR-JENIS = 'D'
021020         PERFORM 3200-POSTING-MUSNAH THRU 3200-EXIT
021030         GO TO 3100-EXIT
021040     END-IF.
021100     IF JR-JENIS NOT = 'O'
021200         GO TO 3100-EXIT
021300     END-IF.
024200     END-IF.
024300 3100-EXIT.
024400     EXIT.
024402
024404*-----------------------------------------------------------------
024406* Pemusnahan bulan pilihan: debet beban pemusnahan (MUSNAH),
024408* kredit persediaan, dinilai JR-HARGA (nilai satuan di berita
024410* acara); baris tanpa harga memakai HARGA-BRG sekarang.
024412*-----------------------------------------------------------------
024414 3200-POSTING-MUSNAH.
024416     IF JR-TANGGAL(1:6) NOT = WS-BULAN-PILIH
024418         GO TO 3200-EXIT
024420     END-IF.
024422     IF JR-HARGA IS NUMERIC AND JR-HARGA > ZERO
024424         COMPUTE WS-NILAI-JURNAL = JR-JUMLAH * JR-HARGA
024426     ELSE
024428         MOVE JR-KODE-BRG TO KODE-BRG
024430         READ INFO-BRG
024432             INVALID KEY MOVE ZERO TO HARGA-BRG
024434         END-READ
024436         COMPUTE WS-NILAI-JURNAL = JR-JUMLAH * HARGA-BRG
024438     END-IF.
024440     IF WS-NILAI-JURNAL = ZERO
024442         GO TO 3200-EXIT
024444     END-IF.
024446     MOVE JR-TANGGAL TO WS-TGL-POSTING.
024448     MOVE WS-AKUN-MUSNAH TO WS-GD-AKUN.
024450     MOVE 'D' TO WS-GD-DK.
024452     MOVE WS-NILAI-JURNAL TO WS-GD-JUMLAH.
024454     PERFORM 5000-TULIS-BARIS THRU 5000-EXIT.
024456     MOVE WS-AKUN-PERSEDIA TO WS-GD-AKUN.
024458     MOVE 'K' TO WS-GD-DK.
024460     PERFORM 5000-TULIS-BARIS THRU 5000-EXIT.
024462 3200-EXIT.
024464     EXIT.
024500
024600*-----------------------------------------------------------------
024700 4000-TULIS-TRAILER.
