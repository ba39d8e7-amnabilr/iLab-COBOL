000900*           hapusnya -- satu layar yang menggantikan enam
001000*           program yang selama ini dibuka petugas loket untuk
001100*           menjawab satu pertanyaan.
001110*           Baris PO dari permintaan pembelian ditelusuri
001120*           balik ke nomor PPB, departemen dan peminta.
001130*           Mutasi bulan tutup diringkas dari rekap bulanan
001140*           stokrkp.dat; ring hanya memuat jurnal sesudahnya.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
002700     COPY POSEL.
002800     COPY ARSSEL.
002900     COPY DELSEL.
002910     COPY PPBSEL.
002920     COPY RKPSEL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200     COPY BRGFD.
003600     COPY POFD.
003700     COPY ARSFD.
003800     COPY DELFD.
003810     COPY PPBFD.
003820     COPY RKPFD.
003900
004000 WORKING-STORAGE SECTION.
004100 77 FS                     PIC XX.
004500 77 PO-FS                  PIC XX.
004600 77 AR-FS                  PIC XX.
004700 77 DJ-FS                  PIC XX.
004710 77 PP-FS                  PIC XX.
004715 77 RKP-FS                 PIC XX.
004720 77 WS-PPB-BUKA-SW         PIC X VALUE 'N'.
004730     88 WS-PPB-BUKA        VALUE 'Y'.
004800 77 WS-EOF-SW              PIC X VALUE 'N'.
004900     88 WS-EOF             VALUE 'Y'.
005000 77 WS-LAGI-SW             PIC X VALUE 'Y'.
005700 77 WS-POSISI-RING         PIC 9(2).
005800 01 WS-KODE-PILIH          PIC X(5).
005900 01 WS-NAMA-PILIH          PIC X(22).
005910 01 WS-BULAN-MULAI         PIC 9(6).
005920 01 WS-BULAN-TUTUP         PIC 9(6).
005930 01 WS-RKP-MASUK           PIC 9(9).
005940 01 WS-RKP-KELUAR          PIC 9(9).
006000 01 WS-RING-JURNAL.
006100     02 WS-RJ-ENTRI OCCURS 10 TIMES.
006200         03 WS-RJ-BARIS    PIC X(60).
017200*-----------------------------------------------------------------
017300* Sepuluh mutasi jurnal terakhir: seluruh jurnal disisir, baris
017400* kode ini ditaruh di ring sepuluh slot, lalu ring ditampilkan
017410* urut tua ke muda. Bulan yang sudah tutup tampil sebagai rekap
017420* bulan tutup terakhir per gudang, bukan baris jurnal.
017600*-----------------------------------------------------------------
017700 4000-MUTASI-AKHIR.
017800     DISPLAY '--- 10 MUTASI TERAKHIR ---'.
017900     MOVE ZERO TO WS-ISI-RING.
018000     MOVE ZERO TO WS-POSISI-RING.
018010     CALL 'RKP-BTS' USING WS-BULAN-MULAI, WS-BULAN-TUTUP.
018020     IF WS-BULAN-TUTUP NOT = ZERO
018030         PERFORM 4400-REKAP-TUTUP THRU 4400-EXIT
018040     END-IF.
018100     OPEN INPUT STOK-JURNAL.
018200     IF JR-FS NOT = '00'
018300         CLOSE STOK-JURNAL
021300     IF JR-KODE-BRG NOT = WS-KODE-PILIH
021400         GO TO 4100-EXIT
021500     END-IF.
021510     IF JR-TANGGAL(1:6) NOT > WS-BULAN-TUTUP
021520         GO TO 4100-EXIT
021530     END-IF.
021600     ADD 1 TO WS-POSISI-RING.
021700     IF WS-POSISI-RING > 10
021800         MOVE 1 TO WS-POSISI-RING
023800 4300-EXIT.
023900     EXIT.
024000
024001*-----------------------------------------------------------------
024002* Rekap bulan tutup terakhir kode ini: satu baris per gudang,
024003* jumlah masuk dan keluar semua jenis serta saldo penutup.
024004*-----------------------------------------------------------------
024005 4400-REKAP-TUTUP.
024006     OPEN INPUT STOK-REKAP.
024007     IF RKP-FS NOT = '00'
024008         CLOSE STOK-REKAP
024009         MOVE ZERO TO WS-BULAN-TUTUP
024010         GO TO 4400-EXIT
024011     END-IF.
024012     MOVE 'N' TO WS-EOF-SW.
024013     MOVE WS-KODE-PILIH TO RKP-KODE-BRG.
024014     MOVE WS-BULAN-TUTUP TO RKP-BULAN.
024015     MOVE ZERO TO RKP-GUDANG.
024016     START STOK-REKAP KEY NOT < RKP-KUNCI
024017         INVALID KEY MOVE 'Y' TO WS-EOF-SW
024018     END-START.
024019     PERFORM 4500-SATU-REKAP THRU 4500-EXIT
024020         UNTIL WS-EOF.
024021     CLOSE STOK-REKAP.
024022 4400-EXIT.
024023     EXIT.
024024
024025 4500-SATU-REKAP.
024026     READ STOK-REKAP NEXT RECORD
024027         AT END MOVE 'Y' TO WS-EOF-SW
024028     END-READ.
024029     IF WS-EOF
024030         GO TO 4500-EXIT
024031     END-IF.
024032     IF RKP-KODE-BRG NOT = WS-KODE-PILIH
024033             OR RKP-BULAN NOT = WS-BULAN-TUTUP
024034         MOVE 'Y' TO WS-EOF-SW
024035         GO TO 4500-EXIT
024036     END-IF.
024037     MOVE ZERO TO WS-RKP-MASUK.
024038     MOVE ZERO TO WS-RKP-KELUAR.
024039     PERFORM 4600-SATU-JENIS THRU 4600-EXIT
024040         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11.
024041     DISPLAY 'REKAP ' RKP-BULAN ' GDG ' RKP-GUDANG
024042         ' MASUK ' WS-RKP-MASUK ' KELUAR ' WS-RKP-KELUAR
024043         ' SALDO ' RKP-SALDO-AKHIR.
024044 4500-EXIT.
024045     EXIT.
024046
024047 4600-SATU-JENIS.
024048     ADD RKP-QTY-MASUK(WS-IDX) TO WS-RKP-MASUK.
024049     ADD RKP-QTY-KELUAR(WS-IDX) TO WS-RKP-KELUAR.
024050 4600-EXIT.
024051     EXIT.
024052
024100*-----------------------------------------------------------------
024200 5000-RIWAYAT-HARGA.
024300     DISPLAY '--- 5 PERUBAHAN HARGA TERAKHIR ---'.
030500
030600*-----------------------------------------------------------------
030700* Baris PO terbuka dicari lewat nama barang (baris po.dat
030800* memakai nama, bukan kode). Draft dari PPB-PO ikut tampil
030810* bertanda DRAFT; baris asal permintaan pembelian menampilkan
030820* PPB, departemen dan peminta dari ppb.dat.
030900*-----------------------------------------------------------------
031000 6000-PO-TERBUKA.
031100     DISPLAY '--- BARIS PO TERBUKA ---'.
031700         GO TO 6000-EXIT
031800     END-IF.
031900     MOVE 'N' TO WS-EOF-SW.
031910     OPEN INPUT PPB-FILE.
031920     MOVE 'N' TO WS-PPB-BUKA-SW.
031930     IF PP-FS = '00'
031940         MOVE 'Y' TO WS-PPB-BUKA-SW
031950     END-IF.
032000     PERFORM 6100-SATU-PO THRU 6100-EXIT
032100         UNTIL WS-EOF.
032200     CLOSE PO-FILE.
032210     CLOSE PPB-FILE.
032300     IF WS-JML-TEMU = ZERO
032400         DISPLAY '(TIDAK ADA PO TERBUKA)'
032500     END-IF.
033900     IF PO-JML-TERIMA >= PO-JUMLAH
034000         GO TO 6100-EXIT
034100     END-IF.
034200     IF PO-STATUS = 'D'
034210         DISPLAY 'PO ' PO-NO '/' PO-URUT ' ' PO-SUPPLIER
034220             ' PESAN ' PO-JUMLAH ' DRAFT'
034225     END-IF.
034226     IF PO-STATUS = 'M'
034227         DISPLAY 'PO ' PO-NO '/' PO-URUT ' ' PO-SUPPLIER
034228             ' PESAN ' PO-JUMLAH ' MENUNGGU PERSETUJUAN'
034229     END-IF.
034230     IF PO-STATUS NOT = 'D' AND PO-STATUS NOT = 'M'
034240         DISPLAY 'PO ' PO-NO '/' PO-URUT ' ' PO-SUPPLIER
034300             ' PESAN ' PO-JUMLAH ' TERIMA ' PO-JML-TERIMA
034310     END-IF.
034320     IF PO-NO-PP NOT = ZERO
034330         PERFORM 6200-ASAL-PPB THRU 6200-EXIT
034340     END-IF.
034400     ADD 1 TO WS-JML-TEMU.
034500 6100-EXIT.
034600     EXIT.
034605
034610 6200-ASAL-PPB.
034611     IF NOT WS-PPB-BUKA
034612         DISPLAY '    DARI PPB ' PO-NO-PP '/' PO-PP-URUT
034613         GO TO 6200-EXIT
034614     END-IF.
034615     MOVE PO-NO-PP TO PP-NO.
034620     MOVE PO-PP-URUT TO PP-URUT.
034625     READ PPB-FILE
034630         INVALID KEY
034635             DISPLAY '    DARI PPB ' PO-NO-PP '/' PO-PP-URUT
034640         NOT INVALID KEY
034645             DISPLAY '    DARI PPB ' PP-NO '/' PP-URUT
034650                 ' DEPT ' PP-DEPT ' PEMINTA ' PP-PEMINTA
034655     END-READ.
034660 6200-EXIT.
034665     EXIT.
034700
034800*-----------------------------------------------------------------
034900 7000-JEJAK-ARSIP.
