000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Perubahan dan pembatalan PO (change order): baris PO
000500*           resmi yang belum diterima penuh boleh diubah jumlahnya
000600*           (tidak di bawah yang sudah diterima), harganya
000700*           (rupiah, atau harga valuta dikonversi dengan kurs
000800*           baris) atau tanggal kirimnya, atau sisa yang belum
000900*           diterima dibatalkan. Tiap perubahan wajib berkode
001000*           alasan dan dicatat di porevisi.dat bersama nilai
001100*           lama/baru, operator dan tanggal. Satu sesi perubahan
001200*           atas satu PO menaikkan PO-REVISI semua barisnya satu
001300*           kali, dan nomor revisi itu dicetak PO-STMT supaya
001400*           supplier dan kita membaca versi yang sama. Perubahan
001500*           yang menaikkan nilai PO di atas batas otorisasi
001600*           operator (batasop.dat) ditolak.
001610*           Posting ditolak selama tanda jendela batch malam
001620*           batchwin.ctl terpasang (BTC-WIN).
001700* Tectonics: cobc -I copybooks
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 PROGRAM-ID. PO-UBAH.
002200 ENVIRONMENT DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 CONFIGURATION SECTION.
002500*-----------------------
002600 INPUT-OUTPUT SECTION.
002700     FILE-CONTROL.
002800     COPY POSEL.
002900     COPY BTSSEL.
003000     COPY PRVSEL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY POFD.
003400     COPY BTSFD.
003500     COPY PRVFD.
003600
003700 WORKING-STORAGE SECTION.
003800 77 PO-FS                  PIC XX.
003810* Parameter BTC-WIN (jendela batch malam).
003820 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003830 77 WS-BW-PROGRAM          PIC X(13) VALUE 'PO-UBAH'.
003840 77 WS-BW-HASIL            PIC X(1).
003850 77 WS-BW-PEMEGANG         PIC X(13).
003900 77 BT-FS                  PIC XX.
004000 77 PR-FS                  PIC XX.
004100 77 WS-PO-EOF-SW           PIC X VALUE 'N'.
004200     88 WS-PO-EOF          VALUE 'Y'.
004300 77 WS-LAGI-SW             PIC X VALUE 'Y'.
004400     88 WS-LAGI            VALUE 'Y'.
004500 77 WS-TOLAK-SW            PIC X VALUE 'N'.
004600     88 WS-TOLAK           VALUE 'Y'.
004700 77 WS-BATAS-PAKAI-SW      PIC X VALUE 'N'.
004800     88 WS-BATAS-PAKAI     VALUE 'Y'.
004900 77 WS-JAWAB               PIC X.
005000 77 WS-JENIS               PIC X.
005100 77 WS-ALASAN              PIC XX.
005200     88 WS-ALASAN-SAH      VALUE 'SP' 'KB' 'HG' 'SK' 'TL' 'LN'.
005300 77 WS-OPERATOR            PIC X(8).
005400 77 WS-OPR-LEVEL           PIC 9(1).
005500 77 WS-BATAS-OPR           PIC 9(11)V9(3) VALUE ZERO.
005600 77 WS-NO-PO               PIC 9(5).
005700 77 WS-URUT-UBAH           PIC 9(2).
005800 77 WS-REVISI-LAMA         PIC 9(2) VALUE ZERO.
005900 77 WS-REVISI-BARU         PIC 9(2) VALUE ZERO.
006000 77 WS-JML-BARIS-PO        PIC 9(2) VALUE ZERO.
006100 77 WS-JML-BELUM-RESMI     PIC 9(2) VALUE ZERO.
006200 77 WS-JML-TERBUKA         PIC 9(2) VALUE ZERO.
006300 77 WS-JML-UBAH            PIC 9(3) VALUE ZERO.
006400 77 WS-JUMLAH-LAMA         PIC 9(5).
006500 77 WS-JUMLAH-BARU         PIC 9(5).
006600 77 WS-HARGA-LAMA          PIC 9(7)V9(3).
006700 77 WS-HARGA-BARU          PIC 9(7)V9(3).
006800 77 WS-HARGA-VAL-LAMA      PIC 9(7)V9(3).
006900 77 WS-HARGA-VAL-BARU      PIC 9(7)V9(3).
007000 77 WS-KIRIM-LAMA          PIC 9(8).
007100 77 WS-KIRIM-BARU          PIC 9(8).
007200 77 WS-SISA                PIC 9(5).
007300 77 WS-NILAI-PO            PIC 9(11)V9(3) VALUE ZERO.
007400 77 WS-NILAI-SESUDAH       PIC 9(11)V9(3).
007500 77 WS-NILAI-BARIS-LAMA    PIC 9(11)V9(3).
007600 77 WS-NILAI-BARIS-BARU    PIC 9(11)V9(3).
007700 01 WS-SUPPLIER-PO         PIC X(13) VALUE SPACES.
007800 01 WS-TANGGAL-SISTEM      PIC 9(8).
007900 01 WS-JAM-SISTEM          PIC 9(8).
008000
008100 PROCEDURE DIVISION.
008200*-----------------------------------------------------------------
008300 0000-MAINLINE.
008400     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
008500     IF WS-OPERATOR = SPACES
008600         DISPLAY 'PERUBAHAN PO HANYA UNTUK OPERATOR'
008700             ' YANG SIGN-ON LEWAT BRG-MENU'
008800         GO TO 9999-EXIT
008900     END-IF.
008910     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
008920         WS-BW-HASIL, WS-BW-PEMEGANG.
008930     IF WS-BW-HASIL = 'Y'
008940         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
008950             ' PERUBAHAN PO DITOLAK'
008960         GO TO 9999-EXIT
008970     END-IF.
009000     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
009100     ACCEPT WS-TANGGAL-SISTEM FROM DATE YYYYMMDD.
009200     ACCEPT WS-JAM-SISTEM FROM TIME.
009300     DISPLAY 'NOMOR PO YANG DIUBAH : ' WITH NO ADVANCING.
009400     ACCEPT WS-NO-PO.
009500     PERFORM 2000-TAMPIL-PO THRU 2000-EXIT.
009600     IF WS-JML-BARIS-PO = ZERO
009700         DISPLAY 'PO ' WS-NO-PO ' TIDAK ADA DI po.dat'
009800         GO TO 0000-TUTUP
009900     END-IF.
010000     IF WS-JML-BELUM-RESMI > ZERO
010100         DISPLAY 'PO ' WS-NO-PO ' MASIH DRAFT ATAU MENUNGGU'
010200             ' PERSETUJUAN, UBAH LEWAT PO-ENTRY/PO-APRV'
010300         GO TO 0000-TUTUP
010400     END-IF.
010500     IF WS-JML-TERBUKA = ZERO
010600         DISPLAY 'PO ' WS-NO-PO ' SUDAH DITERIMA PENUH,'
010700             ' TIDAK ADA YANG BISA DIUBAH'
010800         GO TO 0000-TUTUP
010900     END-IF.
011000     IF WS-REVISI-LAMA = 99
011100         DISPLAY 'PO ' WS-NO-PO ' SUDAH REVISI 99,'
011200             ' BUAT PO BARU UNTUK SISANYA'
011300         GO TO 0000-TUTUP
011400     END-IF.
011500     COMPUTE WS-REVISI-BARU = WS-REVISI-LAMA + 1.
011600     MOVE 'Y' TO WS-LAGI-SW.
011700     PERFORM 3000-UBAH-BARIS THRU 3000-EXIT
011800         UNTIL NOT WS-LAGI.
011900     IF WS-JML-UBAH > ZERO
012000         PERFORM 5000-NAIK-REVISI THRU 5000-EXIT
012100         DISPLAY 'PO ' WS-NO-PO ' SEKARANG REVISI ' WS-REVISI-BARU
012200             ', ' WS-JML-UBAH ' PERUBAHAN DICATAT'
012300     ELSE
012400         DISPLAY 'TIDAK ADA PERUBAHAN, REVISI TETAP '
012500             WS-REVISI-LAMA
012600     END-IF.
012700 0000-TUTUP.
012800     CLOSE PO-FILE.
012900     GO TO 9999-EXIT.
013000
013100*-----------------------------------------------------------------
013200* po.dat wajib ada. batasop.dat yang belum ada berarti batas
013300* otorisasi belum dipakai (sama dengan PO-ENTRY); operator tanpa
013400* record batasnya nol.
013500*-----------------------------------------------------------------
013600 1000-BUKA-FILE.
013700     OPEN I-O PO-FILE.
013800     IF PO-FS NOT = '00'
013900         DISPLAY 'po.dat TIDAK DAPAT DIBUKA, STATUS ' PO-FS
014000         GO TO 9999-EXIT
014100     END-IF.
014200     OPEN INPUT BATAS-MST.
014300     IF BT-FS = '00'
014400         MOVE 'Y' TO WS-BATAS-PAKAI-SW
014500         MOVE WS-OPERATOR TO BT-OP-ID
014600         READ BATAS-MST
014700             INVALID KEY CONTINUE
014800             NOT INVALID KEY MOVE BT-BATAS-PO TO WS-BATAS-OPR
014900         END-READ
015000     END-IF.
015100     CLOSE BATAS-MST.
015200 1000-EXIT.
015300     EXIT.
015400
015500*-----------------------------------------------------------------
015600* Tampilkan semua baris PO, hitung nilai rupiahnya dan revisi
015700* tertinggi yang sudah ada.
015800*-----------------------------------------------------------------
015900 2000-TAMPIL-PO.
016000     MOVE WS-NO-PO TO PO-NO.
016100     MOVE ZERO TO PO-URUT.
016200     MOVE 'N' TO WS-PO-EOF-SW.
016300     START PO-FILE KEY IS NOT LESS THAN PO-KUNCI
016400         INVALID KEY MOVE 'Y' TO WS-PO-EOF-SW
016500     END-START.
016600     PERFORM 2100-SATU-BARIS THRU 2100-EXIT
016700         UNTIL WS-PO-EOF.
016800     IF WS-JML-BARIS-PO > ZERO
016900         DISPLAY 'PO ' WS-NO-PO ' SUPPLIER ' WS-SUPPLIER-PO
017000             ' REVISI ' WS-REVISI-LAMA ' NILAI ' WS-NILAI-PO
017100     END-IF.
017200 2000-EXIT.
017300     EXIT.
017400
017500 2100-SATU-BARIS.
017600     READ PO-FILE NEXT RECORD
017700         AT END MOVE 'Y' TO WS-PO-EOF-SW
017800     END-READ.
017900     IF WS-PO-EOF
018000         GO TO 2100-EXIT
018100     END-IF.
018200     IF PO-NO NOT = WS-NO-PO
018300         MOVE 'Y' TO WS-PO-EOF-SW
018400         GO TO 2100-EXIT
018500     END-IF.
018600     ADD 1 TO WS-JML-BARIS-PO.
018700     MOVE PO-SUPPLIER TO WS-SUPPLIER-PO.
018800     IF PO-REVISI > WS-REVISI-LAMA
018900         MOVE PO-REVISI TO WS-REVISI-LAMA
019000     END-IF.
019100     IF PO-STATUS NOT = SPACES
019200         ADD 1 TO WS-JML-BELUM-RESMI
019300         GO TO 2100-EXIT
019400     END-IF.
019500     COMPUTE WS-NILAI-PO = WS-NILAI-PO + PO-JUMLAH * PO-HARGA.
019600     IF PO-JML-TERIMA < PO-JUMLAH
019700         ADD 1 TO WS-JML-TERBUKA
019800     END-IF.
019900     DISPLAY '  BARIS ' PO-URUT ' ' PO-NAMA-BRG ' PESAN '
020000         PO-JUMLAH
020100         ' TERIMA ' PO-JML-TERIMA.
020200     DISPLAY '           HARGA ' PO-HARGA ' ' PO-VALUTA
020300         ' KIRIM ' PO-TGL-KIRIM.
020400 2100-EXIT.
020500     EXIT.
020600
020700*-----------------------------------------------------------------
020800* Satu perubahan atas satu baris. Baris hanya ditulis ulang
020900* setelah perubahan lolos pemeriksaan dan alasannya diisi.
021000*-----------------------------------------------------------------
021100 3000-UBAH-BARIS.
021200     DISPLAY 'BARIS YANG DIUBAH (0=SELESAI) : ' WITH NO ADVANCING.
021300     ACCEPT WS-URUT-UBAH.
021400     IF WS-URUT-UBAH = ZERO
021500         MOVE 'N' TO WS-LAGI-SW
021600         GO TO 3000-EXIT
021700     END-IF.
021800     MOVE WS-NO-PO TO PO-NO.
021900     MOVE WS-URUT-UBAH TO PO-URUT.
022000     READ PO-FILE
022100         INVALID KEY
022200             DISPLAY 'BARIS ' WS-URUT-UBAH ' TIDAK ADA'
022300             GO TO 3000-EXIT
022400     END-READ.
022500     IF PO-JML-TERIMA >= PO-JUMLAH
022600         DISPLAY 'BARIS ' PO-URUT ' SUDAH DITERIMA PENUH,'
022700             ' TIDAK BISA DIUBAH'
022800         GO TO 3000-EXIT
022900     END-IF.
023000     MOVE PO-JUMLAH TO WS-JUMLAH-LAMA.
023100     MOVE PO-HARGA TO WS-HARGA-LAMA.
023200     MOVE PO-HARGA-VAL TO WS-HARGA-VAL-LAMA.
023300     MOVE PO-TGL-KIRIM TO WS-KIRIM-LAMA.
023400     MOVE 'N' TO WS-TOLAK-SW.
023500     DISPLAY 'J=JUMLAH, H=HARGA, K=TGL KIRIM, B=BATALKAN SISA : '
023600         WITH NO ADVANCING.
023700     ACCEPT WS-JENIS.
023800     EVALUATE WS-JENIS
023900         WHEN 'J'
024000             PERFORM 3100-UBAH-JUMLAH THRU 3100-EXIT
024100         WHEN 'H'
024200             PERFORM 3200-UBAH-HARGA THRU 3200-EXIT
024300         WHEN 'K'
024400             PERFORM 3300-UBAH-KIRIM THRU 3300-EXIT
024500         WHEN 'B'
024600             PERFORM 3400-BATAL-SISA THRU 3400-EXIT
024700         WHEN OTHER
024800             DISPLAY 'PILIHAN TIDAK DIKENAL'
024900             MOVE 'Y' TO WS-TOLAK-SW
025000     END-EVALUATE.
025100     IF WS-TOLAK
025200         GO TO 3000-EXIT
025300     END-IF.
025400     PERFORM 3600-CEK-NILAI THRU 3600-EXIT.
025500     IF WS-TOLAK
025600         GO TO 3000-EXIT
025700     END-IF.
025800     MOVE SPACES TO WS-ALASAN.
025900     PERFORM 3500-TANYA-ALASAN THRU 3500-EXIT
026000         UNTIL WS-ALASAN-SAH.
026100     REWRITE PO-RECORD
026200         INVALID KEY
026300             DISPLAY 'GAGAL SIMPAN BARIS ' PO-URUT ', STATUS '
026400                 PO-FS
026500             GO TO 3000-EXIT
026600     END-REWRITE.
026700     MOVE WS-NILAI-SESUDAH TO WS-NILAI-PO.
026800     PERFORM 3700-CATAT-REVISI THRU 3700-EXIT.
026900     ADD 1 TO WS-JML-UBAH.
027000     DISPLAY 'BARIS ' PO-URUT ' DIUBAH, JUMLAH ' PO-JUMLAH
027100         ' HARGA ' PO-HARGA ' KIRIM ' PO-TGL-KIRIM.
027200 3000-EXIT.
027300     EXIT.
027400
027500 3100-UBAH-JUMLAH.
027600     DISPLAY 'JUMLAH BARU (SUDAH DITERIMA ' PO-JML-TERIMA ') : '
027700         WITH NO ADVANCING.
027800     ACCEPT WS-JUMLAH-BARU.
027900     IF WS-JUMLAH-BARU < PO-JML-TERIMA
028000         DISPLAY 'JUMLAH TIDAK BOLEH DI BAWAH YANG SUDAH DITERIMA'
028100         MOVE 'Y' TO WS-TOLAK-SW
028200         GO TO 3100-EXIT
028300     END-IF.
028400     IF WS-JUMLAH-BARU = WS-JUMLAH-LAMA
028500         DISPLAY 'JUMLAH TIDAK BERUBAH'
028600         MOVE 'Y' TO WS-TOLAK-SW
028700         GO TO 3100-EXIT
028800     END-IF.
028900     MOVE WS-JUMLAH-BARU TO PO-JUMLAH.
029000 3100-EXIT.
029100     EXIT.
029200
029300*-----------------------------------------------------------------
029400* Baris valuta asing diubah dalam valutanya; rupiahnya dihitung
029500* ulang dengan kurs baris (PO-KURS), kurs final tetap diambil saat
029600* barang diterima.
029700*-----------------------------------------------------------------
029800 3200-UBAH-HARGA.
029900     IF PO-VALUTA = SPACES
030000         DISPLAY 'HARGA SATUAN BARU : ' WITH NO ADVANCING
030100         ACCEPT WS-HARGA-BARU
030200     ELSE
030300         DISPLAY 'HARGA SATUAN BARU DALAM ' PO-VALUTA ' : '
030400             WITH NO ADVANCING
030500         ACCEPT WS-HARGA-VAL-BARU
030600         COMPUTE WS-HARGA-BARU ROUNDED =
030700             WS-HARGA-VAL-BARU * PO-KURS
030800     END-IF.
030900     IF WS-HARGA-BARU = ZERO
031000         DISPLAY 'HARGA NOL TIDAK DITERIMA'
031100         MOVE 'Y' TO WS-TOLAK-SW
031200         GO TO 3200-EXIT
031300     END-IF.
031400     IF WS-HARGA-BARU = WS-HARGA-LAMA
031500         DISPLAY 'HARGA TIDAK BERUBAH'
031600         MOVE 'Y' TO WS-TOLAK-SW
031700         GO TO 3200-EXIT
031800     END-IF.
031900     IF PO-VALUTA NOT = SPACES
032000         MOVE WS-HARGA-VAL-BARU TO PO-HARGA-VAL
032100     END-IF.
032200     MOVE WS-HARGA-BARU TO PO-HARGA.
032300 3200-EXIT.
032400     EXIT.
032500
032600 3300-UBAH-KIRIM.
032700     DISPLAY 'TANGGAL KIRIM BARU (YYYYMMDD) : ' WITH NO ADVANCING.
032800     ACCEPT WS-KIRIM-BARU.
032900     IF WS-KIRIM-BARU < PO-TGL
033000         DISPLAY 'TANGGAL KIRIM SEBELUM TANGGAL PO ' PO-TGL
033100         MOVE 'Y' TO WS-TOLAK-SW
033200         GO TO 3300-EXIT
033300     END-IF.
033400     IF WS-KIRIM-BARU = WS-KIRIM-LAMA
033500         DISPLAY 'TANGGAL KIRIM TIDAK BERUBAH'
033600         MOVE 'Y' TO WS-TOLAK-SW
033700         GO TO 3300-EXIT
033800     END-IF.
033900     MOVE WS-KIRIM-BARU TO PO-TGL-KIRIM.
034000 3300-EXIT.
034100     EXIT.
034200
034300*-----------------------------------------------------------------
034400* Pembatalan sisa: PO-JUMLAH diturunkan ke yang sudah diterima,
034500* sehingga baris tertutup dan tidak lagi muncul sebagai PO
034600* terbuka.
034700*-----------------------------------------------------------------
034800 3400-BATAL-SISA.
034900     COMPUTE WS-SISA = PO-JUMLAH - PO-JML-TERIMA.
035000     DISPLAY 'SISA'
035100         ' ' WS-SISA ' ' PO-NAMA-BRG ' DIBATALKAN (Y/N) ? '
035200         WITH NO ADVANCING.
035300     ACCEPT WS-JAWAB.
035400     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
035500         MOVE 'Y' TO WS-TOLAK-SW
035600         GO TO 3400-EXIT
035700     END-IF.
035800     MOVE PO-JML-TERIMA TO PO-JUMLAH.
035900 3400-EXIT.
036000     EXIT.
036100
036200 3500-TANYA-ALASAN.
036300     DISPLAY 'KODE ALASAN (SP=PERMINTAAN SUPPLIER, KB=KEBUTUHAN'
036400         ' BERUBAH,'.
036500     DISPLAY '  HG=HARGA PASAR, SK=SALAH KETIK, TL=SUPPLIER TIDAK'
036600         ' SANGGUP, LN=LAIN) : ' WITH NO ADVANCING.
036700     ACCEPT WS-ALASAN.
036800     IF NOT WS-ALASAN-SAH
036900         DISPLAY 'KODE ALASAN TIDAK DIKENAL'
037000     END-IF.
037100 3500-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------------
037500* Kenaikan nilai PO tunduk pada batas otorisasi yang sama dengan
037600* PO baru: kalau nilai PO sesudah perubahan melebihi batas
037700* operator ini, perubahan ditolak (harus dimasukkan operator
037800* berbatas cukup).
037900*-----------------------------------------------------------------
038000 3600-CEK-NILAI.
038100     COMPUTE WS-NILAI-BARIS-LAMA = WS-JUMLAH-LAMA * WS-HARGA-LAMA.
038200     COMPUTE WS-NILAI-BARIS-BARU = PO-JUMLAH * PO-HARGA.
038300     COMPUTE WS-NILAI-SESUDAH = WS-NILAI-PO - WS-NILAI-BARIS-LAMA
038400         + WS-NILAI-BARIS-BARU.
038500     IF WS-NILAI-BARIS-BARU NOT > WS-NILAI-BARIS-LAMA
038600         GO TO 3600-EXIT
038700     END-IF.
038800     IF NOT WS-BATAS-PAKAI
038900         GO TO 3600-EXIT
039000     END-IF.
039100     IF WS-NILAI-SESUDAH > WS-BATAS-OPR
039200         DISPLAY 'NILAI PO MENJADI ' WS-NILAI-SESUDAH
039300             ' MELEBIHI BATAS OTORISASI ' WS-BATAS-OPR
039400         DISPLAY 'PERUBAHAN DITOLAK, MINTA OPERATOR DENGAN BATAS'
039500             ' YANG CUKUP'
039600         MOVE 'Y' TO WS-TOLAK-SW
039700     END-IF.
039800 3600-EXIT.
039900     EXIT.
040000
040100 3700-CATAT-REVISI.
040200     OPEN EXTEND PO-REVISI-JRN.
040300     IF PR-FS = '05' OR PR-FS = '35'
040400         OPEN OUTPUT PO-REVISI-JRN
040500     END-IF.
040600     MOVE SPACES TO PO-REVISI-LINE.
040700     MOVE PO-NO TO PR-NO-PO.
040800     MOVE PO-URUT TO PR-URUT.
040900     MOVE WS-REVISI-BARU TO PR-REVISI.
041000     MOVE WS-JENIS TO PR-JENIS.
041100     MOVE WS-ALASAN TO PR-ALASAN.
041200     MOVE WS-JUMLAH-LAMA TO PR-JUMLAH-LAMA.
041300     MOVE PO-JUMLAH TO PR-JUMLAH-BARU.
041400     MOVE WS-HARGA-LAMA TO PR-HARGA-LAMA.
041500     MOVE PO-HARGA TO PR-HARGA-BARU.
041600     MOVE WS-KIRIM-LAMA TO PR-KIRIM-LAMA.
041700     MOVE PO-TGL-KIRIM TO PR-KIRIM-BARU.
041800     MOVE WS-OPERATOR TO PR-OPERATOR.
041900     MOVE WS-TANGGAL-SISTEM TO PR-TGL.
042000     MOVE WS-JAM-SISTEM(1:6) TO PR-JAM.
042100     WRITE PO-REVISI-LINE.
042200     CLOSE PO-REVISI-JRN.
042300 3700-EXIT.
042400     EXIT.
042500
042600*-----------------------------------------------------------------
042700* Semua baris PO, termasuk yang sudah diterima penuh, membawa
042800* nomor revisi baru supaya PO dibaca sebagai satu versi.
042900*-----------------------------------------------------------------
043000 5000-NAIK-REVISI.
043100     MOVE WS-NO-PO TO PO-NO.
043200     MOVE ZERO TO PO-URUT.
043300     MOVE 'N' TO WS-PO-EOF-SW.
043400     START PO-FILE KEY IS NOT LESS THAN PO-KUNCI
043500         INVALID KEY MOVE 'Y' TO WS-PO-EOF-SW
043600     END-START.
043700     PERFORM 5100-REVISI-BARIS THRU 5100-EXIT
043800         UNTIL WS-PO-EOF.
043900 5000-EXIT.
044000     EXIT.
044100
044200 5100-REVISI-BARIS.
044300     READ PO-FILE NEXT RECORD
044400         AT END MOVE 'Y' TO WS-PO-EOF-SW
044500     END-READ.
044600     IF WS-PO-EOF
044700         GO TO 5100-EXIT
044800     END-IF.
044900     IF PO-NO NOT = WS-NO-PO
045000         MOVE 'Y' TO WS-PO-EOF-SW
045100         GO TO 5100-EXIT
045200     END-IF.
045300     MOVE WS-REVISI-BARU TO PO-REVISI.
045400     REWRITE PO-RECORD
045500         INVALID KEY
045600             DISPLAY 'GAGAL SIMPAN REVISI BARIS ' PO-URUT
045700                 ', STATUS ' PO-FS
045800     END-REWRITE.
045900 5100-EXIT.
046000     EXIT.
046100
046200*-----------------------------------------------------------------
046300 9999-EXIT.
046400     STOP RUN.
