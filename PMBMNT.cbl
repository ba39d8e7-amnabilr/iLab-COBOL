000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Penerimaan mahasiswa baru. P: pengaturan per tahun
000500*           angkatan per prodi di pmbprodi.dat (kode prodi di
000600*           NPM, daya tampung, biaya daftar ulang; supervisor
000700*           level 2). D: daftarkan calon dengan prodi dan kampus
000800*           pilihan ke pmb.dat. H: hasil seleksi (nilai dan
000900*           diterima/tidak, dibatasi daya tampung). B: catat
001000*           bayar daftar ulang; calon diterima yang sudah bayar
001100*           langsung diterbitkan NPM dari nomor urut per prodi
001200*           per tahun (YY + kode prodi + urut, selalu lolos
001300*           NPM-CHK, nomor yang sudah ada di dept.dat dilewati)
001400*           dan ditulis ke dept.dat berstatus A dengan DP-KAMPUS
001500*           terisi. N: terbitkan ulang NPM semua calon diterima
001600*           yang sudah bayar tetapi belum ber-NPM. Laporan
001700*           penerimaan lewat PMB-RPT.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. PMB-MNT.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY PMBSEL.
003000     COPY PMPSEL.
003100     COPY DEPTSEL.
003200     COPY PRGSEL.
003300     COPY CAMPSEL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600     COPY PMBFD.
003700     COPY PMPFD.
003800     COPY DEPTFD.
003900     COPY PRGFD.
004000     COPY CAMPFD.
004100
004200 WORKING-STORAGE SECTION.
004300 77 PM-FS                  PIC XX.
004400 77 PP-FS                  PIC XX.
004500 77 DP-FS                  PIC XX.
004600 77 PS-FS                  PIC XX.
004700 77 CM-FS                  PIC XX.
004800 77 WS-OPERATOR            PIC X(8).
004900 77 WS-OPR-LEVEL           PIC 9(1).
005000 77 WS-TGL-RUN             PIC 9(8).
005100 77 WS-EOF-SW              PIC X VALUE 'N'.
005200     88 WS-EOF             VALUE 'Y'.
005300 77 WS-DEPT-BUKA-SW        PIC X VALUE 'N'.
005400     88 WS-DEPT-BUKA       VALUE 'Y'.
005500 77 WS-PP-ADA-SW           PIC X.
005600     88 WS-PP-ADA          VALUE 'Y'.
005700 77 WS-KODE-DIPAKAI-SW     PIC X.
005800     88 WS-KODE-DIPAKAI    VALUE 'Y'.
005900 77 WS-NPM-SIAP-SW         PIC X.
006000     88 WS-NPM-SIAP        VALUE 'Y'.
006100 77 WS-URUT-HABIS-SW       PIC X.
006200     88 WS-URUT-HABIS      VALUE 'Y'.
006300 77 WS-TERBIT-SW           PIC X.
006400     88 WS-TERBIT          VALUE 'Y'.
006500 77 WS-NPM-VALID-SW        PIC X.
006600     88 WS-NPM-VALID       VALUE 'Y'.
006700 77 WS-JML-TERBIT          PIC 9(5).
006800 77 WS-JML-GAGAL           PIC 9(5).
006900 77 WS-JML-LEWAT           PIC 9(5).
007000 77 WS-HASIL-BAGI          PIC 9(4).
007100 77 WS-STATUS-LAMA         PIC X.
007200 01 WS-PILIHAN             PIC X.
007300     88 WS-PILIH-PENGATURAN VALUE 'P'.
007400     88 WS-PILIH-DAFTAR    VALUE 'D'.
007500     88 WS-PILIH-SELEKSI   VALUE 'H'.
007600     88 WS-PILIH-BAYAR     VALUE 'B'.
007700     88 WS-PILIH-NPM       VALUE 'N'.
007800     88 WS-PILIH-SELESAI   VALUE 'S'.
007900 01 WS-NO-PILIH            PIC X(10).
008000 01 WS-TAHUN-PILIH         PIC 9(4).
008100 01 WS-PRODI-PILIH         PIC X(20).
008200 01 WS-KODE-PILIH          PIC 9(2).
008300 01 WS-TAMPUNG-PILIH       PIC 9(4).
008400 01 WS-BIAYA-PILIH         PIC 9(9).
008500 01 WS-NILAI-PILIH         PIC 9(3).
008600 01 WS-KEPUTUSAN           PIC X.
008700     88 WS-KEPUTUSAN-SAH   VALUE 'T' 'G'.
008800 01 WS-KAMPUS-PILIH        PIC 9.
008900 01 WS-JUMLAH-PILIH        PIC 9(9).
009000 01 WS-NPM-BARU.
009100     02 WS-NB-TAHUN        PIC 9(02).
009200     02 WS-NB-KODE         PIC 9(02).
009300     02 WS-NB-URUT         PIC 9(04).
009400 01 WS-NPM-BARU-X REDEFINES WS-NPM-BARU PIC X(08).
009500
009600 PROCEDURE DIVISION.
009700*-----------------------------------------------------------------
009800 0000-MAINLINE.
009900     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
010000     IF WS-OPERATOR = SPACES
010100         DISPLAY 'PENERIMAAN MAHASISWA BARU HANYA UNTUK OPERATOR'
010200             ' YANG SIGN-ON LEWAT BRG-MENU'
010300         GO TO 9999-EXIT
010400     END-IF.
010500     OPEN I-O PENDAFTAR-FILE.
010600     IF PM-FS = '35'
010700         OPEN OUTPUT PENDAFTAR-FILE
010800         CLOSE PENDAFTAR-FILE
010900         OPEN I-O PENDAFTAR-FILE
011000     END-IF.
011100     OPEN I-O PMBPRODI-FILE.
011200     IF PP-FS = '35'
011300         OPEN OUTPUT PMBPRODI-FILE
011400         CLOSE PMBPRODI-FILE
011500         OPEN I-O PMBPRODI-FILE
011600     END-IF.
011700     OPEN I-O DEPT-MST.
011800     IF DP-FS = '00'
011900         MOVE 'Y' TO WS-DEPT-BUKA-SW
012000     ELSE
012100         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA (STATUS ' DP-FS
012200             '), NPM BELUM BISA DITERBITKAN'
012300     END-IF.
012400     PERFORM 1000-MENU THRU 1000-EXIT
012500         UNTIL WS-PILIH-SELESAI.
012600     CLOSE PENDAFTAR-FILE.
012700     CLOSE PMBPRODI-FILE.
012800     IF WS-DEPT-BUKA
012900         CLOSE DEPT-MST
013000     END-IF.
013100     GO TO 9999-EXIT.
013200
013300*-----------------------------------------------------------------
013400 1000-MENU.
013500     DISPLAY 'PMB (P=PENGATURAN PRODI, D=DAFTAR, H=HASIL SELEKSI,'
013600         ' B=BAYAR DAFTAR ULANG, N=TERBITKAN NPM, S=SELESAI) : '
013700         WITH NO ADVANCING.
013800     ACCEPT WS-PILIHAN.
013900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
014000     EVALUATE TRUE
014100         WHEN WS-PILIH-PENGATURAN
014200             PERFORM 2000-PENGATURAN THRU 2000-EXIT
014300         WHEN WS-PILIH-DAFTAR
014400             PERFORM 3000-DAFTAR THRU 3000-EXIT
014500         WHEN WS-PILIH-SELEKSI
014600             PERFORM 4000-SELEKSI THRU 4000-EXIT
014700         WHEN WS-PILIH-BAYAR
014800             PERFORM 5000-BAYAR-DU THRU 5000-EXIT
014900         WHEN WS-PILIH-NPM
015000             PERFORM 7000-TERBIT-MASSAL THRU 7000-EXIT
015100         WHEN WS-PILIH-SELESAI
015200             CONTINUE
015300         WHEN OTHER
015400             DISPLAY 'PILIHAN TIDAK DIKENAL'
015500     END-EVALUATE.
015600 1000-EXIT.
015700     EXIT.
015800
015900*-----------------------------------------------------------------
016000* Pengaturan tahun + prodi. Prodi harus ada di prodi.dat; kode
016100* NPM unik per tahun dan tidak bisa diubah sesudah ada NPM
016200* terbit dari nomor urutnya.
016300*-----------------------------------------------------------------
016400 2000-PENGATURAN.
016500     IF WS-OPR-LEVEL < 2
016600         DISPLAY 'PENGATURAN PMB HANYA UNTUK SUPERVISOR'
016700         GO TO 2000-EXIT
016800     END-IF.
016900     DISPLAY 'TAHUN ANGKATAN (YYYY)    : ' WITH NO ADVANCING.
017000     ACCEPT WS-TAHUN-PILIH.
017100     DISPLAY 'NAMA PRODI               : ' WITH NO ADVANCING.
017200     ACCEPT WS-PRODI-PILIH.
017300     IF WS-TAHUN-PILIH = ZERO OR WS-PRODI-PILIH = SPACES
017400         DISPLAY 'TAHUN DAN PRODI WAJIB DIISI'
017500         GO TO 2000-EXIT
017600     END-IF.
017700     OPEN INPUT PRODI-MST.
017800     MOVE WS-PRODI-PILIH TO PS-PRODI.
017900     READ PRODI-MST
018000         INVALID KEY
018100             DISPLAY 'PRODI TIDAK ADA DI prodi.dat (WSD-MNT P)'
018200             CLOSE PRODI-MST
018300             GO TO 2000-EXIT
018400     END-READ.
018500     CLOSE PRODI-MST.
018600     MOVE WS-TAHUN-PILIH TO PP-TAHUN.
018700     MOVE WS-PRODI-PILIH TO PP-PRODI.
018800     MOVE 'N' TO WS-PP-ADA-SW.
018900     READ PMBPRODI-FILE
019000         INVALID KEY
019100             MOVE ZERO TO PP-KODE-NPM
019200             MOVE ZERO TO PP-DAYA-TAMPUNG
019300             MOVE ZERO TO PP-JML-TERIMA
019400             MOVE ZERO TO PP-BIAYA-DU
019500             MOVE ZERO TO PP-NO-NPM
019600         NOT INVALID KEY
019700             MOVE 'Y' TO WS-PP-ADA-SW
019800             DISPLAY 'KODE NPM ' PP-KODE-NPM ' DAYA TAMPUNG '
019900                 PP-DAYA-TAMPUNG ' DITERIMA ' PP-JML-TERIMA
020000             DISPLAY 'BIAYA DAFTAR ULANG ' PP-BIAYA-DU
020100                 ' NOMOR URUT NPM TERAKHIR ' PP-NO-NPM
020200     END-READ.
020300     DISPLAY 'KODE PRODI DI NPM (01-99): ' WITH NO ADVANCING.
020400     ACCEPT WS-KODE-PILIH.
020500     DISPLAY 'DAYA TAMPUNG             : ' WITH NO ADVANCING.
020600     ACCEPT WS-TAMPUNG-PILIH.
020700     DISPLAY 'BIAYA DAFTAR ULANG       : ' WITH NO ADVANCING.
020800     ACCEPT WS-BIAYA-PILIH.
020900     IF WS-KODE-PILIH = ZERO
021000         DISPLAY 'KODE PRODI NPM WAJIB 01-99'
021100         GO TO 2000-EXIT
021200     END-IF.
021300     IF WS-PP-ADA AND PP-NO-NPM > ZERO
021400             AND WS-KODE-PILIH NOT = PP-KODE-NPM
021500         DISPLAY 'NPM SUDAH TERBIT DARI KODE ' PP-KODE-NPM
021600             ', KODE TIDAK BISA DIUBAH'
021700         GO TO 2000-EXIT
021800     END-IF.
021900     IF WS-PP-ADA AND WS-TAMPUNG-PILIH < PP-JML-TERIMA
022000         DISPLAY 'DAYA TAMPUNG DI BAWAH JUMLAH DITERIMA '
022100             PP-JML-TERIMA
022200         GO TO 2000-EXIT
022300     END-IF.
022400     PERFORM 2100-CEK-KODE THRU 2100-EXIT.
022500     IF WS-KODE-DIPAKAI
022600         DISPLAY 'KODE ' WS-KODE-PILIH ' SUDAH DIPAKAI PRODI LAIN'
022700             ' TAHUN ' WS-TAHUN-PILIH
022800         GO TO 2000-EXIT
022900     END-IF.
023000     MOVE WS-TAHUN-PILIH TO PP-TAHUN.
023100     MOVE WS-PRODI-PILIH TO PP-PRODI.
023200     READ PMBPRODI-FILE
023300         INVALID KEY CONTINUE
023400     END-READ.
023500     MOVE WS-KODE-PILIH TO PP-KODE-NPM.
023600     MOVE WS-TAMPUNG-PILIH TO PP-DAYA-TAMPUNG.
023700     MOVE WS-BIAYA-PILIH TO PP-BIAYA-DU.
023800     IF WS-PP-ADA
023900         REWRITE PMBPRODI-RECORD
024000             INVALID KEY
024100                 DISPLAY 'GAGAL UBAH pmbprodi.dat, STATUS ' PP-FS
024200                 GO TO 2000-EXIT
024300         END-REWRITE
024400     ELSE
024500         WRITE PMBPRODI-RECORD
024600             INVALID KEY
024700                 DISPLAY 'GAGAL TULIS pmbprodi.dat, STATUS ' PP-FS
024800                 GO TO 2000-EXIT
024900         END-WRITE
025000     END-IF.
025100     DISPLAY 'PENGATURAN ' WS-TAHUN-PILIH ' ' WS-PRODI-PILIH
025200         ' TERSIMPAN'.
025300 2000-EXIT.
025400     EXIT.
025500
025600 2100-CEK-KODE.
025700     MOVE 'N' TO WS-KODE-DIPAKAI-SW.
025800     MOVE 'N' TO WS-EOF-SW.
025900     MOVE WS-TAHUN-PILIH TO PP-TAHUN.
026000     MOVE LOW-VALUES TO PP-PRODI.
026100     START PMBPRODI-FILE KEY NOT < PP-KUNCI
026200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
026300     END-START.
026400     PERFORM 2110-SATU-PRODI THRU 2110-EXIT
026500         UNTIL WS-EOF OR WS-KODE-DIPAKAI.
026600 2100-EXIT.
026700     EXIT.
026800
026900 2110-SATU-PRODI.
027000     READ PMBPRODI-FILE NEXT RECORD
027100         AT END MOVE 'Y' TO WS-EOF-SW
027200     END-READ.
027300     IF WS-EOF
027400         GO TO 2110-EXIT
027500     END-IF.
027600     IF PP-TAHUN NOT = WS-TAHUN-PILIH
027700         MOVE 'Y' TO WS-EOF-SW
027800         GO TO 2110-EXIT
027900     END-IF.
028000     IF PP-PRODI NOT = WS-PRODI-PILIH
028100             AND PP-KODE-NPM = WS-KODE-PILIH
028200         MOVE 'Y' TO WS-KODE-DIPAKAI-SW
028300     END-IF.
028400 2110-EXIT.
028500     EXIT.
028600
028700*-----------------------------------------------------------------
028800* Pendaftaran hanya untuk tahun + prodi yang sudah diatur dan
028900* kampus yang ada di campus.dat.
029000*-----------------------------------------------------------------
029100 3000-DAFTAR.
029200     DISPLAY 'NOMOR FORMULIR           : ' WITH NO ADVANCING.
029300     ACCEPT WS-NO-PILIH.
029400     IF WS-NO-PILIH = SPACES
029500         GO TO 3000-EXIT
029600     END-IF.
029700     MOVE WS-NO-PILIH TO PM-NO-DAFTAR.
029800     READ PENDAFTAR-FILE
029900         INVALID KEY CONTINUE
030000         NOT INVALID KEY
030100             DISPLAY 'FORMULIR ' WS-NO-PILIH ' SUDAH TERDAFTAR, '
030200                 PM-NAMA
030300             GO TO 3000-EXIT
030400     END-READ.
030500     DISPLAY 'TAHUN ANGKATAN (YYYY)    : ' WITH NO ADVANCING.
030600     ACCEPT WS-TAHUN-PILIH.
030700     DISPLAY 'PRODI PILIHAN            : ' WITH NO ADVANCING.
030800     ACCEPT WS-PRODI-PILIH.
030900     MOVE WS-TAHUN-PILIH TO PP-TAHUN.
031000     MOVE WS-PRODI-PILIH TO PP-PRODI.
031100     READ PMBPRODI-FILE
031200         INVALID KEY
031300             DISPLAY 'PENERIMAAN ' WS-PRODI-PILIH ' TAHUN '
031400                 WS-TAHUN-PILIH ' BELUM DIATUR (PILIHAN P)'
031500             GO TO 3000-EXIT
031600     END-READ.
031700     DISPLAY 'KAMPUS PILIHAN (1-9)     : ' WITH NO ADVANCING.
031800     ACCEPT WS-KAMPUS-PILIH.
031900     OPEN INPUT CAMPUS-MST.
032000     MOVE WS-KAMPUS-PILIH TO CM-KODE.
032100     READ CAMPUS-MST
032200         INVALID KEY
032300             DISPLAY 'KODE KAMPUS TIDAK ADA DI campus.dat'
032400             CLOSE CAMPUS-MST
032500             GO TO 3000-EXIT
032600     END-READ.
032700     CLOSE CAMPUS-MST.
032800     MOVE SPACES TO PENDAFTAR-RECORD.
032900     MOVE WS-NO-PILIH TO PM-NO-DAFTAR.
033000     MOVE WS-TAHUN-PILIH TO PM-TAHUN.
033100     MOVE WS-PRODI-PILIH TO PM-PRODI.
033200     MOVE WS-KAMPUS-PILIH TO PM-KAMPUS.
033300     DISPLAY 'NAMA                     : ' WITH NO ADVANCING.
033400     ACCEPT PM-NAMA.
033500     DISPLAY 'ALAMAT                   : ' WITH NO ADVANCING.
033600     ACCEPT PM-ALAMAT.
033700     DISPLAY 'EMAIL                    : ' WITH NO ADVANCING.
033800     ACCEPT PM-EMAIL.
033900     IF PM-NAMA = SPACES
034000         DISPLAY 'NAMA WAJIB DIISI'
034100         GO TO 3000-EXIT
034200     END-IF.
034300     MOVE ZERO TO PM-NILAI.
034400     MOVE 'D' TO PM-STATUS.
034500     MOVE WS-TGL-RUN TO PM-TGL-DAFTAR.
034600     MOVE ZERO TO PM-TGL-SELEKSI.
034700     MOVE ZERO TO PM-BAYAR-DU.
034800     MOVE ZERO TO PM-TGL-BAYAR.
034900     MOVE ZERO TO PM-TGL-NPM.
035000     MOVE WS-OPERATOR TO PM-OPERATOR.
035100     WRITE PENDAFTAR-RECORD
035200         INVALID KEY
035300             DISPLAY 'GAGAL TULIS pmb.dat, STATUS ' PM-FS
035400             GO TO 3000-EXIT
035500     END-WRITE.
035600     DISPLAY 'CALON ' WS-NO-PILIH ' TERDAFTAR'.
035700 3000-EXIT.
035800     EXIT.
035900
036000*-----------------------------------------------------------------
036100* Hasil seleksi bisa dikoreksi selama NPM belum terbit; jumlah
036200* diterima prodi dijaga sejalan dengan daya tampung.
036300*-----------------------------------------------------------------
036400 4000-SELEKSI.
036500     DISPLAY 'NOMOR FORMULIR           : ' WITH NO ADVANCING.
036600     ACCEPT WS-NO-PILIH.
036700     MOVE WS-NO-PILIH TO PM-NO-DAFTAR.
036800     READ PENDAFTAR-FILE
036900         INVALID KEY
037000             DISPLAY 'FORMULIR TIDAK TERDAFTAR'
037100             GO TO 4000-EXIT
037200     END-READ.
037300     IF PM-STATUS = 'R'
037400         DISPLAY 'NPM ' PM-NPM ' SUDAH TERBIT, HASIL TIDAK'
037500             ' BISA DIUBAH'
037600         GO TO 4000-EXIT
037700     END-IF.
037800     IF PM-STATUS = 'T' AND PM-BAYAR-DU > ZERO
037900         DISPLAY 'SUDAH BAYAR DAFTAR ULANG, HASIL TIDAK BISA'
038000             ' DIUBAH'
038100         GO TO 4000-EXIT
038200     END-IF.
038300     DISPLAY PM-NAMA ' ' PM-PRODI ' STATUS ' PM-STATUS.
038400     DISPLAY 'NILAI SELEKSI            : ' WITH NO ADVANCING.
038500     ACCEPT WS-NILAI-PILIH.
038600     DISPLAY 'KEPUTUSAN (T=DITERIMA, G=TIDAK) : '
038700         WITH NO ADVANCING.
038800     ACCEPT WS-KEPUTUSAN.
038900     IF NOT WS-KEPUTUSAN-SAH
039000         DISPLAY 'KEPUTUSAN HARUS T ATAU G'
039100         GO TO 4000-EXIT
039200     END-IF.
039300     MOVE PM-STATUS TO WS-STATUS-LAMA.
039400     IF WS-KEPUTUSAN NOT = WS-STATUS-LAMA
039500             AND (WS-KEPUTUSAN = 'T' OR WS-STATUS-LAMA = 'T')
039600         MOVE PM-TAHUN TO PP-TAHUN
039700         MOVE PM-PRODI TO PP-PRODI
039800         READ PMBPRODI-FILE
039900             INVALID KEY
040000                 DISPLAY 'PENGATURAN PRODI TAHUN ITU HILANG'
040100                 GO TO 4000-EXIT
040200         END-READ
040300         IF WS-KEPUTUSAN = 'T'
040400             IF PP-JML-TERIMA NOT < PP-DAYA-TAMPUNG
040500                 DISPLAY 'DAYA TAMPUNG ' PP-DAYA-TAMPUNG
040600                     ' SUDAH PENUH'
040700                 GO TO 4000-EXIT
040800             END-IF
040900             ADD 1 TO PP-JML-TERIMA
041000         ELSE
041100             SUBTRACT 1 FROM PP-JML-TERIMA
041200         END-IF
041300         REWRITE PMBPRODI-RECORD
041400             INVALID KEY
041500                 DISPLAY 'GAGAL UBAH pmbprodi.dat, STATUS ' PP-FS
041600                 GO TO 4000-EXIT
041700         END-REWRITE
041800     END-IF.
041900     MOVE WS-NILAI-PILIH TO PM-NILAI.
042000     MOVE WS-KEPUTUSAN TO PM-STATUS.
042100     MOVE WS-TGL-RUN TO PM-TGL-SELEKSI.
042200     MOVE WS-OPERATOR TO PM-OPERATOR.
042300     REWRITE PENDAFTAR-RECORD
042400         INVALID KEY
042500             DISPLAY 'GAGAL UBAH pmb.dat, STATUS ' PM-FS
042600             GO TO 4000-EXIT
042700     END-REWRITE.
042800     DISPLAY 'HASIL SELEKSI ' WS-NO-PILIH ' = ' WS-KEPUTUSAN.
042900 4000-EXIT.
043000     EXIT.
043100
043200*-----------------------------------------------------------------
043300* Bayar daftar ulang minimal sebesar biaya prodi tahun itu;
043400* sesudah tercatat NPM langsung diterbitkan.
043500*-----------------------------------------------------------------
043600 5000-BAYAR-DU.
043700     DISPLAY 'NOMOR FORMULIR           : ' WITH NO ADVANCING.
043800     ACCEPT WS-NO-PILIH.
043900     MOVE WS-NO-PILIH TO PM-NO-DAFTAR.
044000     READ PENDAFTAR-FILE
044100         INVALID KEY
044200             DISPLAY 'FORMULIR TIDAK TERDAFTAR'
044300             GO TO 5000-EXIT
044400     END-READ.
044500     IF PM-STATUS NOT = 'T'
044600         DISPLAY 'CALON BERSTATUS ' PM-STATUS
044700             ', HANYA YANG DITERIMA (T) BISA DAFTAR ULANG'
044800         GO TO 5000-EXIT
044900     END-IF.
045000     IF PM-BAYAR-DU > ZERO
045100         DISPLAY 'DAFTAR ULANG SUDAH DIBAYAR ' PM-TGL-BAYAR
045200             ', PAKAI PILIHAN N KALAU NPM BELUM TERBIT'
045300         GO TO 5000-EXIT
045400     END-IF.
045500     MOVE PM-TAHUN TO PP-TAHUN.
045600     MOVE PM-PRODI TO PP-PRODI.
045700     READ PMBPRODI-FILE
045800         INVALID KEY
045900             DISPLAY 'PENGATURAN PRODI TAHUN ITU HILANG'
046000             GO TO 5000-EXIT
046100     END-READ.
046200     DISPLAY PM-NAMA ' BIAYA DAFTAR ULANG ' PP-BIAYA-DU.
046300     DISPLAY 'JUMLAH DIBAYAR           : ' WITH NO ADVANCING.
046400     ACCEPT WS-JUMLAH-PILIH.
046500     IF WS-JUMLAH-PILIH = ZERO OR WS-JUMLAH-PILIH < PP-BIAYA-DU
046600         DISPLAY 'PEMBAYARAN KURANG DARI BIAYA DAFTAR ULANG'
046700         GO TO 5000-EXIT
046800     END-IF.
046900     MOVE WS-JUMLAH-PILIH TO PM-BAYAR-DU.
047000     DISPLAY 'TANGGAL BAYAR (YYYYMMDD) : ' WITH NO ADVANCING.
047100     ACCEPT PM-TGL-BAYAR.
047200     DISPLAY 'REFERENSI BANK           : ' WITH NO ADVANCING.
047300     ACCEPT PM-REF-BAYAR.
047400     IF PM-TGL-BAYAR = ZERO
047500         MOVE WS-TGL-RUN TO PM-TGL-BAYAR
047600     END-IF.
047700     MOVE WS-OPERATOR TO PM-OPERATOR.
047800     REWRITE PENDAFTAR-RECORD
047900         INVALID KEY
048000             DISPLAY 'GAGAL UBAH pmb.dat, STATUS ' PM-FS
048100             GO TO 5000-EXIT
048200     END-REWRITE.
048300     PERFORM 6000-TERBITKAN-NPM THRU 6000-EXIT.
048400     IF WS-TERBIT
048500         DISPLAY 'NPM ' PM-NPM ' UNTUK ' PM-NAMA
048600     END-IF.
048700 5000-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------------
049100* NPM dari record PENDAFTAR-RECORD yang sedang dibaca: nomor
049200* urut prodi + tahun dinaikkan sampai ketemu NPM yang lolos
049300* NPM-CHK dan belum ada di dept.dat, lalu record dept.dat baru
049400* ditulis. Nomor urut disimpan walau penerbitan gagal sesudahnya
049500* supaya tidak ada nomor yang dipakai dua kali.
049600*-----------------------------------------------------------------
049700 6000-TERBITKAN-NPM.
049800     MOVE 'N' TO WS-TERBIT-SW.
049900     IF NOT WS-DEPT-BUKA
050000         DISPLAY 'dept.dat TIDAK TERBUKA, NPM BELUM DITERBITKAN'
050100         GO TO 6000-EXIT
050200     END-IF.
050300     MOVE PM-TAHUN TO PP-TAHUN.
050400     MOVE PM-PRODI TO PP-PRODI.
050500     READ PMBPRODI-FILE
050600         INVALID KEY
050700             DISPLAY 'PENGATURAN ' PM-PRODI ' ' PM-TAHUN ' HILANG'
050800             GO TO 6000-EXIT
050900     END-READ.
051000     DIVIDE PM-TAHUN BY 100 GIVING WS-HASIL-BAGI
051100         REMAINDER WS-NB-TAHUN.
051200     MOVE PP-KODE-NPM TO WS-NB-KODE.
051300     MOVE 'N' TO WS-NPM-SIAP-SW.
051400     MOVE 'N' TO WS-URUT-HABIS-SW.
051500     PERFORM 6100-NOMOR-BERIKUT THRU 6100-EXIT
051600         UNTIL WS-NPM-SIAP OR WS-URUT-HABIS.
051700     REWRITE PMBPRODI-RECORD
051800         INVALID KEY
051900             DISPLAY 'GAGAL UBAH pmbprodi.dat, STATUS ' PP-FS
052000             GO TO 6000-EXIT
052100     END-REWRITE.
052200     IF WS-URUT-HABIS
052300         DISPLAY 'NOMOR URUT NPM ' PM-PRODI ' ' PM-TAHUN ' HABIS'
052400         GO TO 6000-EXIT
052500     END-IF.
052600     MOVE SPACES TO DEPT-RECORD.
052700     MOVE WS-NPM-BARU-X TO DP-NPM.
052800     MOVE PM-NAMA TO DP-NAMA.
052900     MOVE PM-ALAMAT TO DP-ALAMAT.
053000     MOVE PM-PRODI TO DP-PRODI.
053100     MOVE PM-EMAIL TO DP-EMAIL.
053200     MOVE 'A' TO DP-STATUS.
053300     MOVE PM-KAMPUS TO DP-KAMPUS.
053400     WRITE DEPT-RECORD
053500         INVALID KEY
053600             DISPLAY 'GAGAL TULIS dept.dat ' WS-NPM-BARU-X
053700                 ', STATUS ' DP-FS
053800             GO TO 6000-EXIT
053900     END-WRITE.
054000     MOVE WS-NPM-BARU-X TO PM-NPM.
054100     MOVE WS-TGL-RUN TO PM-TGL-NPM.
054200     MOVE 'R' TO PM-STATUS.
054300     REWRITE PENDAFTAR-RECORD
054400         INVALID KEY
054500             DISPLAY 'GAGAL UBAH pmb.dat ' PM-NO-DAFTAR
054600                 ', NPM ' WS-NPM-BARU-X ' SUDAH DI dept.dat'
054700             GO TO 6000-EXIT
054800     END-REWRITE.
054900     MOVE 'Y' TO WS-TERBIT-SW.
055000 6000-EXIT.
055100     EXIT.
055200
055300 6100-NOMOR-BERIKUT.
055400     IF PP-NO-NPM = 9999
055500         MOVE 'Y' TO WS-URUT-HABIS-SW
055600         GO TO 6100-EXIT
055700     END-IF.
055800     ADD 1 TO PP-NO-NPM.
055900     MOVE PP-NO-NPM TO WS-NB-URUT.
056000     MOVE 'N' TO WS-NPM-VALID-SW.
056100     CALL 'NPM-CHK' USING WS-NPM-BARU-X, WS-NPM-VALID-SW.
056200     IF NOT WS-NPM-VALID
056300         GO TO 6100-EXIT
056400     END-IF.
056500     MOVE WS-NPM-BARU-X TO DP-NPM.
056600     READ DEPT-MST
056700         INVALID KEY MOVE 'Y' TO WS-NPM-SIAP-SW
056800         NOT INVALID KEY
056900             DISPLAY 'NPM ' WS-NPM-BARU-X
057000                 ' SUDAH ADA DI dept.dat, DILEWATI'
057100     END-READ.
057200 6100-EXIT.
057300     EXIT.
057400
057500*-----------------------------------------------------------------
057600* Semua calon diterima yang sudah bayar tetapi belum ber-NPM
057700* (mis. dept.dat terkunci waktu bayar dicatat).
057800*-----------------------------------------------------------------
057900 7000-TERBIT-MASSAL.
058000     MOVE ZERO TO WS-JML-TERBIT.
058100     MOVE ZERO TO WS-JML-GAGAL.
058200     MOVE ZERO TO WS-JML-LEWAT.
058300     MOVE 'N' TO WS-EOF-SW.
058400     MOVE LOW-VALUES TO PM-NO-DAFTAR.
058500     START PENDAFTAR-FILE KEY NOT < PM-NO-DAFTAR
058600         INVALID KEY MOVE 'Y' TO WS-EOF-SW
058700     END-START.
058800     PERFORM 7100-SATU-CALON THRU 7100-EXIT
058900         UNTIL WS-EOF.
059000     DISPLAY 'NPM TERBIT ' WS-JML-TERBIT '   GAGAL ' WS-JML-GAGAL
059100         '   DITERIMA BELUM BAYAR ' WS-JML-LEWAT.
059200 7000-EXIT.
059300     EXIT.
059400
059500 7100-SATU-CALON.
059600     READ PENDAFTAR-FILE NEXT RECORD
059700         AT END MOVE 'Y' TO WS-EOF-SW
059800     END-READ.
059900     IF WS-EOF OR PM-STATUS NOT = 'T'
060000         GO TO 7100-EXIT
060100     END-IF.
060200     IF PM-BAYAR-DU = ZERO
060300         ADD 1 TO WS-JML-LEWAT
060400         GO TO 7100-EXIT
060500     END-IF.
060600     PERFORM 6000-TERBITKAN-NPM THRU 6000-EXIT.
060700     IF WS-TERBIT
060800         ADD 1 TO WS-JML-TERBIT
060900         DISPLAY PM-NO-DAFTAR ' ' PM-NAMA ' NPM ' PM-NPM
061000     ELSE
061100         ADD 1 TO WS-JML-GAGAL
061200     END-IF.
061300 7100-EXIT.
061400     EXIT.
061500
061600*-----------------------------------------------------------------
061700 9999-EXIT.
061800     STOP RUN.
