000800*           lagi dan SUP-PERF melihat returnya), dan nota debet
000900*           bernomor (dmctl.dat) dicetak untuk dikirim ke
001000*           supplier -- bukan lagi mutasi keluar polos plus
001100*           telepon. Nota debet juga dicatat terbuka di
001102*           notadb.dat untuk dipotong pembayaran FKT-BAYAR.
001104*           Barang berstatus B (diblokir) SENGAJA tetap
001110*           boleh diretur: retur ke supplier justru jalur
001120*           membuang stok yang diblokir, jadi satu-satunya
001130*           mutasi yang tidak ditolak untuk status B.
001140*           Retur barang berseri (brgseri.dat) meminta nomor
001150*           seri tiap unit yang dikembalikan; unit dicatat
001160*           diretur dengan nomor nota debet di serial.dat lewat
001170*           SERI-UPD, untuk klaim garansi ke supplier.
001180*           Posting ditolak selama tanda jendela batch malam
001190*           batchwin.ctl terpasang (BTC-WIN).
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
002500     COPY JRNSEL.
002600     COPY GDGSEL.
002700     COPY POSEL.
002710     COPY NDBSEL.
002800     SELECT DM-CTL ASSIGN TO 'dmctl.dat'
002900     ORGANIZATION IS LINE SEQUENTIAL
003000     FILE STATUS IS DM-FS.
003800     COPY JRNFD.
003900     COPY GDGFD.
004000     COPY POFD.
004010     COPY NDBFD.
004100 FD DM-CTL.
004200 01 DM-CTL-RECORD.
004300     02 DM-NO-TERAKHIR     PIC 9(05).
005600 77 GD-FS                  PIC XX.
005700 77 PO-FS                  PIC XX.
005800 77 DM-FS                  PIC XX.
005810 77 NDB-FS                 PIC XX.
005900 77 RS                     PIC XX.
006000 77 WS-BRG-ADA-SW          PIC X VALUE 'N'.
006100     88 WS-BRG-ADA         VALUE 'Y'.
007400 01 WS-NO-PO               PIC 9(5).
007500 01 WS-URUT-PO             PIC 9(2).
007600 01 WS-NO-MEMO             PIC 9(5).
007610 01 WS-NILAI-MEMO          PIC 9(12)V9(3).
007612* Harga dan supplier baris PO disimpan saat dicek, karena
007614* po.dat sudah ditutup waktu nota debet dicetak.
007616 77 WS-HARGA-PO            PIC 9(07)V9(03).
007618 77 WS-SUPPLIER-PO         PIC X(13).
007620 01 WS-NILAI-EDIT          PIC Z(11)9.999.
007700 01 WS-MEMO-JUDUL.
007800     02 FILLER             PIC X(19) VALUE 'NOTA DEBET NOMOR : '.
007900     02 WS-MJ-NO           PIC 9(05).
008200     02 WS-MB-ISI          PIC X(40).
008210 77 WS-TGL-PERIODE         PIC 9(8).
008220 77 WS-PRD-BOLEH-SW        PIC X.
008221* Parameter BTC-WIN (jendela batch malam).
008222 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
008223 77 WS-BW-PROGRAM          PIC X(13) VALUE 'PO-RETUR'.
008224 77 WS-BW-HASIL            PIC X(1).
008225 77 WS-BW-PEMEGANG         PIC X(13).
008226 77 WS-BERSERI-SW          PIC X VALUE 'N'.
008230     88 WS-BERSERI         VALUE 'Y'.
008235 77 WS-SERI-OK-SW          PIC X VALUE 'Y'.
008240     88 WS-SERI-OK         VALUE 'Y'.
008245 77 WS-IDX-SERI            PIC 9(2).
008250 77 WS-IDX-BANDING         PIC 9(2).
008255 77 WS-MAKS-SERI           PIC 9(2) VALUE 50.
008260 01 WS-TABEL-SERI.
008265     02 WS-SERI-UNIT       PIC X(20) OCCURS 50 TIMES.
008270 01 WS-SN-AKSI             PIC X.
008275 01 WS-SN-MODE             PIC X.
008280 01 WS-SN-REF              PIC X(10).
008285 01 WS-SN-HASIL            PIC X.
008290 01 WS-SN-PESAN            PIC X(40).
008300
008400 PROCEDURE DIVISION.
008500*-----------------------------------------------------------------
008650             ' RETUR PEMBELIAN DITOLAK'
008660         GO TO 9999-EXIT
008670     END-IF.
008673     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
008676         WS-BW-HASIL, WS-BW-PEMEGANG.
008679     IF WS-BW-HASIL = 'Y'
008682         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
008685             ' RETUR PEMBELIAN DITOLAK'
008688         GO TO 9999-EXIT
008691     END-IF.
008700     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
008800     PERFORM 2000-SATU-RETUR THRU 2000-EXIT
008900         UNTIL NOT WS-LAGI.
014300         DISPLAY 'STOK GUDANG TIDAK CUKUP, RETUR DITOLAK'
014400         GO TO 2000-LAGI
014500     END-IF.
014510     PERFORM 2600-AMBIL-SERI THRU 2600-EXIT.
014520     IF NOT WS-SERI-OK
014530         DISPLAY 'NOMOR SERI TIDAK LENGKAP, RETUR DITOLAK'
014540         GO TO 2000-LAGI
014550     END-IF.
014600     SUBTRACT WS-JUMLAH-RETUR FROM STK-SALDO.
014700     REWRITE STOK-RECORD
014800         INVALID KEY
015200     PERFORM 2400-CATAT-JURNAL THRU 2400-EXIT.
015300     PERFORM 2500-KURANGI-TERIMA-PO THRU 2500-EXIT.
015400     PERFORM 3000-CETAK-MEMO THRU 3000-EXIT.
015410     PERFORM 2700-BUKU-SERI THRU 2700-EXIT.
015500 2000-LAGI.
015600     DISPLAY 'RETUR BERIKUTNYA (Y/N) ? ' WITH NO ADVANCING.
015700     ACCEPT WS-LAGI-SW.
019400         MOVE WS-URUT-PO TO PO-URUT
019500         READ PO-FILE
019600             INVALID KEY MOVE 'N' TO WS-PO-ADA-SW
019700             NOT INVALID KEY
019710                 MOVE 'Y' TO WS-PO-ADA-SW
019720                 MOVE PO-HARGA TO WS-HARGA-PO
019730                 MOVE PO-SUPPLIER TO WS-SUPPLIER-PO
019800         END-READ
019900     END-IF.
020000     CLOSE PO-FILE.
021400     MOVE WS-JUMLAH-RETUR TO JR-JUMLAH.
021500     MOVE STK-SALDO TO JR-SALDO.
021600     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
021610     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
021700     WRITE STOK-JURNAL-LINE.
021750     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
021800     CLOSE STOK-JURNAL.
021900 2400-EXIT.
022000     EXIT.
025000     CLOSE PO-FILE.
025100 2500-EXIT.
025200     EXIT.
025201
025202*-----------------------------------------------------------------
025203* Barang berseri: satu nomor seri per unit yang diretur,
025204* diperiksa SERI-UPD (unit harus ada di gudang retur) sebelum
025205* saldo diubah, lalu dicatat dengan nomor nota debetnya.
025206*-----------------------------------------------------------------
025207 2600-AMBIL-SERI.
025208     MOVE 'Y' TO WS-SERI-OK-SW.
025209     MOVE 'N' TO WS-BERSERI-SW.
025210     MOVE 'C' TO WS-SN-AKSI.
025211     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-RETUR,
025212         WS-SERI-UNIT(1), WS-GDG-RETUR, WS-SN-REF, WS-NO-PO,
025213         WS-SN-HASIL, WS-SN-PESAN.
025214     IF WS-SN-HASIL = 'N'
025215         GO TO 2600-EXIT
025216     END-IF.
025217     MOVE 'Y' TO WS-BERSERI-SW.
025218     IF WS-JUMLAH-RETUR > WS-MAKS-SERI
025219         DISPLAY 'BARANG BERSERI MAKSIMAL ' WS-MAKS-SERI
025220             ' UNIT PER RETUR'
025221         MOVE 'N' TO WS-SERI-OK-SW
025222         GO TO 2600-EXIT
025223     END-IF.
025224     MOVE 'R' TO WS-SN-AKSI.
025225     MOVE 'P' TO WS-SN-MODE.
025226     MOVE SPACES TO WS-SN-REF.
025227     PERFORM 2650-SATU-SERI THRU 2650-EXIT
025228         VARYING WS-IDX-SERI FROM 1 BY 1
025229         UNTIL WS-IDX-SERI > WS-JUMLAH-RETUR
025230             OR NOT WS-SERI-OK.
025231 2600-EXIT.
025232     EXIT.
025233
025234 2650-SATU-SERI.
025235     DISPLAY 'NOMOR SERI UNIT ' WS-IDX-SERI ' : '
025236         WITH NO ADVANCING.
025237     MOVE SPACES TO WS-SERI-UNIT(WS-IDX-SERI).
025238     ACCEPT WS-SERI-UNIT(WS-IDX-SERI).
025239     PERFORM 2660-BANDING-SERI THRU 2660-EXIT
025240         VARYING WS-IDX-BANDING FROM 1 BY 1
025241         UNTIL WS-IDX-BANDING >= WS-IDX-SERI
025242             OR NOT WS-SERI-OK.
025243     IF NOT WS-SERI-OK
025244         DISPLAY 'NOMOR SERI GANDA DALAM RETUR INI'
025245         GO TO 2650-EXIT
025246     END-IF.
025247     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-RETUR,
025248         WS-SERI-UNIT(WS-IDX-SERI), WS-GDG-RETUR, WS-SN-REF,
025249         WS-NO-PO, WS-SN-HASIL, WS-SN-PESAN.
025250     IF WS-SN-HASIL = 'N'
025251         DISPLAY WS-SN-PESAN
025252         MOVE 'N' TO WS-SERI-OK-SW
025253     END-IF.
025254 2650-EXIT.
025255     EXIT.
025256
025257 2660-BANDING-SERI.
025258     IF WS-SERI-UNIT(WS-IDX-BANDING) = WS-SERI-UNIT(WS-IDX-SERI)
025259         MOVE 'N' TO WS-SERI-OK-SW
025260     END-IF.
025261 2660-EXIT.
025262     EXIT.
025263
025264 2700-BUKU-SERI.
025265     IF NOT WS-BERSERI
025266         GO TO 2700-EXIT
025267     END-IF.
025268     MOVE 'B' TO WS-SN-MODE.
025269     MOVE WS-NO-MEMO TO WS-SN-REF.
025270     PERFORM 2750-CATAT-SATU-SERI THRU 2750-EXIT
025271         VARYING WS-IDX-SERI FROM 1 BY 1
025272         UNTIL WS-IDX-SERI > WS-JUMLAH-RETUR.
025273 2700-EXIT.
025274     EXIT.
025275
025276 2750-CATAT-SATU-SERI.
025277     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-RETUR,
025278         WS-SERI-UNIT(WS-IDX-SERI), WS-GDG-RETUR, WS-SN-REF,
025279         WS-NO-PO, WS-SN-HASIL, WS-SN-PESAN.
025280     IF WS-SN-HASIL = 'N'
025281         DISPLAY 'SERI ' WS-SERI-UNIT(WS-IDX-SERI)
025282             ' GAGAL DICATAT: ' WS-SN-PESAN
025283     END-IF.
025284 2750-EXIT.
025285     EXIT.
025300
025400*-----------------------------------------------------------------
025500* Nota debet bernomor urut dari dmctl.dat, pola poctl.dat.
028100     MOVE SPACES TO REPORT-LINE.
028200     WRITE REPORT-LINE.
028300     MOVE 'SUPPLIER    : ' TO WS-MB-LABEL.
028400     MOVE WS-SUPPLIER-PO TO WS-MB-ISI.
028500     MOVE WS-MEMO-BARIS TO REPORT-LINE.
028600     WRITE REPORT-LINE.
028700     MOVE 'BARANG      : ' TO WS-MB-LABEL.
031100     MOVE WS-TGL-RUN TO WS-MB-ISI(1:8).
031200     MOVE WS-MEMO-BARIS TO REPORT-LINE.
031300     WRITE REPORT-LINE.
031310     COMPUTE WS-NILAI-MEMO = WS-JUMLAH-RETUR * WS-HARGA-PO.
031320     MOVE 'NILAI       : ' TO WS-MB-LABEL.
031330     MOVE WS-NILAI-MEMO TO WS-NILAI-EDIT.
031340     MOVE WS-NILAI-EDIT TO WS-MB-ISI.
031350     MOVE WS-MEMO-BARIS TO REPORT-LINE.
031360     WRITE REPORT-LINE.
031400     CLOSE REPORT-OUT.
031410     PERFORM 3100-DAFTAR-MEMO THRU 3100-EXIT.
031500     MOVE 1 TO WS-CAT-JML.
031600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
031700         WS-CAT-JML.
031800     DISPLAY 'NOTA DEBET ' WS-NO-MEMO ' DI ' WS-RPT-NAMA.
031900 3000-EXIT.
032000     EXIT.
032002
032004*-----------------------------------------------------------------
032006* Nota debet dicatat terbuka (O) di notadb.dat; FKT-BAYAR
032008* memotongnya dari pembayaran supplier yang sama.
032010*-----------------------------------------------------------------
032012 3100-DAFTAR-MEMO.
032014     OPEN I-O NOTA-DEBET.
032016     IF NDB-FS = '35'
032018         OPEN OUTPUT NOTA-DEBET
032020         CLOSE NOTA-DEBET
032022         OPEN I-O NOTA-DEBET
032024     END-IF.
032026     IF NDB-FS NOT = '00'
032028         DISPLAY 'notadb.dat TIDAK DAPAT DIBUKA, STATUS ' NDB-FS
032030             ', NOTA TIDAK TERCATAT UNTUK PEMBAYARAN'
032032         GO TO 3100-EXIT
032034     END-IF.
032036     MOVE WS-NO-MEMO TO NDB-NO.
032038     MOVE WS-SUPPLIER-PO TO NDB-SUPPLIER.
032040     MOVE WS-NILAI-MEMO TO NDB-NILAI.
032042     MOVE WS-TGL-RUN TO NDB-TGL.
032044     MOVE 'O' TO NDB-STATUS.
032046     MOVE ZERO TO NDB-NO-VOUCHER.
032048     MOVE ZERO TO NDB-TGL-POTONG.
032050     WRITE NOTA-DEBET-RECORD
032052         INVALID KEY
032054             DISPLAY 'NOTA DEBET ' WS-NO-MEMO ' SUDAH TERCATAT'
032056     END-WRITE.
032058     CLOSE NOTA-DEBET.
032060 3100-EXIT.
032062     EXIT.
032100
032200*-----------------------------------------------------------------
032300 9999-EXIT.
