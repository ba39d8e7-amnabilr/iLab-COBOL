001200*           alokasi landed cost PO-LANDED (landed.dat status B)
001300*           ke rata-rata barang yang bersangkutan. STK-VAL
001400*           menilai persediaan dengan rata-rata ini.
001410*           Bulan yang sudah ditutup (RKP-BTS) diambil dari rekap
001420*           bulanan stokrkp.dat -- penerimaan sebulan dilipat
001430*           sekaligus ke rata-rata -- dan jurnal hanya diputar
001440*           untuk bulan sesudahnya.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
002500     FILE-CONTROL.
002600     COPY BRGSEL.
002700     COPY JRNSEL.
002710     COPY RKPSEL.
002800     COPY BIASEL.
002900     COPY LNDSEL.
003000     COPY POSEL.
003200 FILE SECTION.
003300     COPY BRGFD.
003400     COPY JRNFD.
003410     COPY RKPFD.
003500     COPY BIAFD.
003600     COPY LNDFD.
003700     COPY POFD.
003900 WORKING-STORAGE SECTION.
004000 77 FS                     PIC XX.
004100 77 JR-FS                  PIC XX.
004110 77 RKP-FS                 PIC XX.
004200 77 BIA-FS                 PIC XX.
004300 77 LND-FS                 PIC XX.
004400 77 PO-FS                  PIC XX.
005300 77 WS-JML-JURNAL          PIC 9(7) VALUE ZERO.
005400 77 WS-JML-TERIMA          PIC 9(7) VALUE ZERO.
005500 77 WS-JML-LANDED          PIC 9(5) VALUE ZERO.
005510 77 WS-JML-REKAP           PIC 9(7) VALUE ZERO.
005520 77 WS-IDX                 PIC 9(2).
005600 77 WS-TGL-RUN             PIC 9(8).
005700 01 WS-PILIHAN             PIC X.
005800     88 WS-PILIH-ULANG     VALUE 'U'.
006400 01 WS-QTY-BARU            PIC 9(8).
006500 01 WS-KODE-CARI           PIC X(5).
006600 01 WS-NAMA-CARI           PIC X(22).
006610 01 WS-KODE-BIAYA          PIC X(5).
006620 01 WS-BULAN-MULAI         PIC 9(6).
006630 01 WS-BULAN-TUTUP         PIC 9(6).
006640 01 WS-RKP-QTY-MASUK       PIC 9(8).
006650 01 WS-RKP-NILAI-MASUK     PIC 9(14)V9(3).
006660 01 WS-RKP-QTY-KELUAR      PIC 9(8).
006700
006800 PROCEDURE DIVISION.
006900*-----------------------------------------------------------------
011200     END-IF.
011300     MOVE ZERO TO WS-JML-JURNAL.
011400     MOVE ZERO TO WS-JML-TERIMA.
011410     MOVE ZERO TO WS-JML-REKAP.
011420     CALL 'RKP-BTS' USING WS-BULAN-MULAI, WS-BULAN-TUTUP.
011430     IF WS-BULAN-TUTUP NOT = ZERO
011440         PERFORM 2700-MUAT-REKAP THRU 2700-EXIT
011450     END-IF.
011500     MOVE 'N' TO WS-EOF-SW.
011600     PERFORM 2100-SATU-JURNAL THRU 2100-EXIT
011700         UNTIL WS-EOF.
011900     CLOSE BIAYA-MST.
012000     DISPLAY 'JURNAL DIBACA      : ' WS-JML-JURNAL.
012100     DISPLAY 'PENERIMAAN DIHITUNG: ' WS-JML-TERIMA.
012110     IF WS-BULAN-TUTUP NOT = ZERO
012120         DISPLAY 'REKAP S/D BULAN    : ' WS-BULAN-TUTUP
012130             ' (' WS-JML-REKAP ' RECORD)'
012140     END-IF.
012200 2000-EXIT.
012300     EXIT.
012400
013300     IF JR-JENIS = 'T'
013400         GO TO 2100-EXIT
013500     END-IF.
013510     IF JR-TANGGAL(1:6) NOT < WS-BULAN-MULAI
013520             AND JR-TANGGAL(1:6) NOT > WS-BULAN-TUTUP
013530         GO TO 2100-EXIT
013540     END-IF.
013550     MOVE JR-KODE-BRG TO WS-KODE-BIAYA.
013600     IF JR-ARAH = 'M' OR JR-JENIS = 'A'
013700         PERFORM 2200-TERIMA THRU 2200-EXIT
013800     ELSE
020100     EXIT.
020200
020300 2400-BACA-BIAYA.
020400     MOVE WS-KODE-BIAYA TO BIA-KODE-BRG.
020500     MOVE 'N' TO WS-BIA-ADA-SW.
020600     READ BIAYA-MST
020700         INVALID KEY CONTINUE
020800         NOT INVALID KEY MOVE 'Y' TO WS-BIA-ADA-SW
020900     END-READ.
021000     IF NOT WS-BIA-ADA
021100         MOVE WS-KODE-BIAYA TO BIA-KODE-BRG
021200         MOVE ZERO TO BIA-HARGA-RATA
021300         MOVE ZERO TO BIA-SALDO-QTY
021400         MOVE ZERO TO BIA-TGL-MUTAKHIR
023100 2500-EXIT.
023200     EXIT.
023300
023301*-----------------------------------------------------------------
023302* Bulan tutup dari rekap: tiap record (barang, bulan, gudang)
023303* diperlakukan sebagai satu penerimaan sebesar total masuk
023304* bulan itu lalu satu pengeluaran sebesar total keluarnya;
023305* transfer (slot 4) dilewati seperti pada jurnal. Kalau
023306* stokrkp.dat tidak terbuka, seluruh jurnal diputar ulang.
023307*-----------------------------------------------------------------
023308 2700-MUAT-REKAP.
023309     OPEN INPUT STOK-REKAP.
023310     IF RKP-FS NOT = '00'
023311         CLOSE STOK-REKAP
023312         MOVE ZERO TO WS-BULAN-MULAI
023313         MOVE ZERO TO WS-BULAN-TUTUP
023314         GO TO 2700-EXIT
023315     END-IF.
023316     MOVE 'N' TO WS-EOF-SW.
023317     PERFORM 2750-SATU-REKAP THRU 2750-EXIT
023318         UNTIL WS-EOF.
023319     CLOSE STOK-REKAP.
023320 2700-EXIT.
023321     EXIT.
023322
023323 2750-SATU-REKAP.
023324     READ STOK-REKAP NEXT RECORD
023325         AT END MOVE 'Y' TO WS-EOF-SW
023326     END-READ.
023327     IF WS-EOF
023328         GO TO 2750-EXIT
023329     END-IF.
023330     IF RKP-BULAN < WS-BULAN-MULAI
023331             OR RKP-BULAN > WS-BULAN-TUTUP
023332         GO TO 2750-EXIT
023333     END-IF.
023334     MOVE ZERO TO WS-RKP-QTY-MASUK.
023335     MOVE ZERO TO WS-RKP-NILAI-MASUK.
023336     MOVE ZERO TO WS-RKP-QTY-KELUAR.
023337     PERFORM 2760-SATU-JENIS THRU 2760-EXIT
023338         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11.
023339     IF WS-RKP-QTY-MASUK = ZERO AND WS-RKP-QTY-KELUAR = ZERO
023340         GO TO 2750-EXIT
023341     END-IF.
023342     MOVE RKP-KODE-BRG TO WS-KODE-BIAYA.
023343     PERFORM 2400-BACA-BIAYA THRU 2400-EXIT.
023344     IF NOT WS-BIA-ADA AND WS-RKP-QTY-MASUK = ZERO
023345         GO TO 2750-EXIT
023346     END-IF.
023347     IF WS-RKP-QTY-MASUK > ZERO
023348         COMPUTE WS-NILAI-LAMA =
023349             BIA-SALDO-QTY * BIA-HARGA-RATA
023350         COMPUTE WS-NILAI-BARU =
023351             WS-NILAI-LAMA + WS-RKP-NILAI-MASUK
023352         COMPUTE WS-QTY-BARU = BIA-SALDO-QTY + WS-RKP-QTY-MASUK
023353         IF WS-QTY-BARU > ZERO
023354             COMPUTE BIA-HARGA-RATA ROUNDED =
023355                 WS-NILAI-BARU / WS-QTY-BARU
023356         END-IF
023357         MOVE WS-QTY-BARU TO BIA-SALDO-QTY
023358     END-IF.
023359     IF WS-RKP-QTY-KELUAR >= BIA-SALDO-QTY
023360         MOVE ZERO TO BIA-SALDO-QTY
023361     ELSE
023362         SUBTRACT WS-RKP-QTY-KELUAR FROM BIA-SALDO-QTY
023363     END-IF.
023364     MOVE WS-TGL-RUN TO BIA-TGL-MUTAKHIR.
023365     PERFORM 2500-SIMPAN-BIAYA THRU 2500-EXIT.
023366     ADD 1 TO WS-JML-REKAP.
023367 2750-EXIT.
023368     EXIT.
023369
023370 2760-SATU-JENIS.
023371     IF WS-IDX = 4
023372         GO TO 2760-EXIT
023373     END-IF.
023374     ADD RKP-QTY-MASUK(WS-IDX) TO WS-RKP-QTY-MASUK.
023375     ADD RKP-NILAI-MASUK(WS-IDX) TO WS-RKP-NILAI-MASUK.
023376     ADD RKP-QTY-KELUAR(WS-IDX) TO WS-RKP-QTY-KELUAR.
023377 2760-EXIT.
023378     EXIT.
023379
023400*-----------------------------------------------------------------
023500* Alokasi landed.dat status B: baris po.dat nya dicari untuk
023600* nama barang, kodenya dicari di barang.dat lewat nama, lalu
