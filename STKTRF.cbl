001190*     itu di record transit; transit.dat layout lama (36 byte)
001192*     harus dikonversi sekali lewat MST-KONV (indexed menolak
001194*     beda panjang record, status 39).
001204*   - Barang berseri (brgseri.dat): pengiriman meminta nomor
001214*     seri tiap unit yang dikirim (harus ada di gudang asal),
001224*     penerimaan meminta seri tiap unit yang fisik tiba (harus
001234*     muatan transfer yang sama). Unit dicatat di serial.dat
001244*     lewat SERI-UPD dengan nomor transfer sebagai referensi;
001254*     unit yang tidak tiba tetap berstatus dalam perjalanan.
001256*   - Tiap baris jurnal transfer juga dibukukan ke rekap
001258*     bulanan stokrkp.dat lewat STK-RKP.
001260*   - Baris jurnal dicap jam posting dan ID operator sesi
001262*     lewat JRN-CAP (bahan pemeriksaan MUT-AUD).
001267*   - Pengiriman antara gudang dua kampus berbeda (GD-KAMPUS
001272*     keduanya terisi) dicatat ke trfkmp.dat dengan nilai pada
001277*     harga rata-rata biaya.dat (harga beli barang.dat kalau
001282*     belum ada); pilihan A mencetak daftar transfer antar
001287*     kampus per bulan ke TRFKMP-*.RPT untuk bagian keuangan.
001288*   - Selisih kirim-terima yang dicatat ke trfdisc.dat juga
001289*     masuk antrian pengecualian bersama excq.dat lewat EXC-ADD
001290*     (kunci nomor transfer/kode barang) supaya ada yang
001291*     menindaklanjuti dan menutupnya di EXC-MNT.
001293*   - Kirim dan terima transfer ditolak selama tanda jendela
001295*     batch malam batchwin.ctl terpasang (BTC-WIN).
001297******************************************************************
001300 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. STK-TRF.
002200     COPY STKSEL.
002300     COPY JRNSEL.
002400     COPY GDGSEL.
002410     COPY BIASEL.
002500     SELECT TRANSIT-FILE ASSIGN TO 'transit.dat'
002600     ORGANIZATION IS INDEXED
002700     ACCESS MODE IS DYNAMIC
003210     SELECT TRF-DISC ASSIGN TO 'trfdisc.dat'
003220     ORGANIZATION IS LINE SEQUENTIAL
003230     FILE STATUS IS TD-FS.
003240     SELECT TRF-KAMPUS ASSIGN TO 'trfkmp.dat'
003250     ORGANIZATION IS LINE SEQUENTIAL
003260     FILE STATUS IS TK-FS.
003270     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003280     ORGANIZATION IS LINE SEQUENTIAL
003290     FILE STATUS IS RS.
003300 DATA DIVISION.
003400 FILE SECTION.
003450     COPY BRGFD.
003500     COPY STKFD.
003600     COPY JRNFD.
003700     COPY GDGFD.
003710     COPY BIAFD.
003800 FD TRANSIT-FILE.
003900 01 TRANSIT-RECORD.
004000     02 TR-NO              PIC 9(05).
005310     02 TD-SELISIH         PIC S9(05) SIGN LEADING SEPARATE.
005320     02 FILLER             PIC X(01).
005330     02 TD-TANGGAL         PIC 9(08).
005332*-----------------------------------------------------------------
005334* Satu baris per pengiriman antar kampus, bahan daftar keuangan.
005336*-----------------------------------------------------------------
005338 FD TRF-KAMPUS.
005340 01 TRF-KAMPUS-LINE.
005342     02 TK-NO              PIC 9(05).
005344     02 FILLER             PIC X(01).
005346     02 TK-KODE-BRG        PIC X(05).
005348     02 FILLER             PIC X(01).
005350     02 TK-GDG-ASAL        PIC 9(02).
005352     02 FILLER             PIC X(01).
005354     02 TK-KMP-ASAL        PIC 9(01).
005356     02 FILLER             PIC X(01).
005358     02 TK-GDG-TUJUAN      PIC 9(02).
005360     02 FILLER             PIC X(01).
005362     02 TK-KMP-TUJUAN      PIC 9(01).
005364     02 FILLER             PIC X(01).
005366     02 TK-JUMLAH          PIC 9(05).
005368     02 FILLER             PIC X(01).
005370     02 TK-HARGA           PIC 9(07)V9(03).
005372     02 FILLER             PIC X(01).
005374     02 TK-NILAI           PIC 9(12)V9(03).
005376     02 FILLER             PIC X(01).
005378     02 TK-TANGGAL         PIC 9(08).
005380 FD REPORT-OUT.
005382 01 REPORT-LINE            PIC X(100).
005384
005400 WORKING-STORAGE SECTION.
005450 77 FS                     PIC XX.
005500 77 STK-FS                 PIC XX.
005800 77 TR-FS                  PIC XX.
005900 77 TC-FS                  PIC XX.
005910 77 TD-FS                  PIC XX.
005911 77 BIA-FS                 PIC XX.
005912 77 TK-FS                  PIC XX.
005913 77 RS                     PIC XX.
005914 77 WS-RPT-NAMA            PIC X(30).
005915 77 WS-TGL-RUN             PIC 9(8).
005916 77 WS-JAM-RUN             PIC 9(8).
005917 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-TRF'.
005918 77 WS-EXC-KUNCI           PIC X(20).
005919 77 WS-EXC-ALASAN          PIC X(40).
005920 77 WS-EXC-SELISIH         PIC -(5)9.
005921 77 WS-CAT-JML             PIC 9(7).
005922 77 WS-JML-KAMPUS          PIC 9(7) VALUE ZERO.
005923 77 WS-KAMPUS-CEK          PIC 9(01).
005924 77 WS-KAMPUS-ASAL         PIC 9(01).
005925 77 WS-KAMPUS-TUJUAN       PIC 9(01).
005926 01 WS-BULAN-KAMPUS        PIC 9(6).
005927 01 WS-HARGA-TRF           PIC 9(7)V9(3).
005928 01 WS-TOTAL-KAMPUS        PIC 9(13)V9(3).
005929 01 WS-KAMPUS-TABEL.
005930     02 WS-KT-NAMA         PIC X(20) OCCURS 9 TIMES.
005931 01 WS-JUDUL-KAMPUS.
005932     02 FILLER             PIC X(33)
005933         VALUE 'DAFTAR TRANSFER ANTAR KAMPUS BLN '.
005934     02 WS-JK-BULAN        PIC 9(06).
005935 01 WS-HEADER-KAMPUS.
005936     02 FILLER             PIC X(06) VALUE 'NO'.
005937     02 FILLER             PIC X(06) VALUE 'KODE'.
005938     02 FILLER             PIC X(09) VALUE 'TANGGAL'.
005939     02 FILLER             PIC X(19) VALUE 'DARI KAMPUS (GDG)'.
005940     02 FILLER             PIC X(19) VALUE 'KE KAMPUS (GDG)'.
005941     02 FILLER             PIC X(07) VALUE ' JUMLAH'.
005942     02 FILLER             PIC X(16) VALUE '           NILAI'.
005943 01 WS-DETAIL-KAMPUS.
005944     02 WS-DK-NO           PIC 9(05).
005945     02 FILLER             PIC X(01) VALUE SPACES.
005946     02 WS-DK-KODE         PIC X(05).
005947     02 FILLER             PIC X(01) VALUE SPACES.
005948     02 WS-DK-TANGGAL      PIC 9(08).
005949     02 FILLER             PIC X(01) VALUE SPACES.
005950     02 WS-DK-KMP-ASAL     PIC X(14).
005951     02 FILLER             PIC X(01) VALUE '('.
005952     02 WS-DK-GDG-ASAL     PIC 9(02).
005953     02 FILLER             PIC X(02) VALUE ') '.
005954     02 WS-DK-KMP-TUJUAN   PIC X(14).
005955     02 FILLER             PIC X(01) VALUE '('.
005956     02 WS-DK-GDG-TUJUAN   PIC 9(02).
005957     02 FILLER             PIC X(02) VALUE ') '.
005958     02 WS-DK-JUMLAH       PIC ZZZZ9.
005959     02 FILLER             PIC X(01) VALUE SPACES.
005960     02 WS-DK-NILAI        PIC Z(11)9.99.
005961 01 WS-TOTAL-LINE-KAMPUS.
005962     02 FILLER             PIC X(30)
005963         VALUE 'TOTAL NILAI TRANSFER ANTAR KMP'.
005964     02 FILLER             PIC X(03) VALUE ' : '.
005965     02 WS-TK-CACAH        PIC Z(6)9.
005966     02 FILLER             PIC X(08) VALUE ' BARIS  '.
005967     02 WS-TK-NILAI        PIC Z(12)9.99.
005968 01 WS-JML-FISIK           PIC 9(5).
005969 01 WS-SELISIH-TRF         PIC S9(5).
005970 77 WS-TGL-PERIODE         PIC 9(8).
005971 77 WS-PRD-BOLEH-SW        PIC X.
005975* Parameter BTC-WIN (jendela batch malam).
005979 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
005983 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-TRF'.
005987 77 WS-BW-HASIL            PIC X(1).
005991 77 WS-BW-PEMEGANG         PIC X(13).
006000 77 WS-EOF-SW              PIC X VALUE 'N'.
006100     88 WS-EOF             VALUE 'Y'.
006200 77 WS-STK-ADA-SW          PIC X VALUE 'N'.
007000     88 WS-PILIH-KIRIM     VALUE 'K'.
007100     88 WS-PILIH-TERIMA    VALUE 'T'.
007200     88 WS-PILIH-LAPORAN   VALUE 'L'.
007210     88 WS-PILIH-ANTAR-KAMPUS VALUE 'A'.
007300     88 WS-PILIH-SELESAI   VALUE 'S'.
007400 01 WS-KODE-TRF            PIC X(5).
007500 01 WS-GDG-ASAL            PIC 9(2).
008000 01 WS-GDG-JURNAL          PIC 9(2).
008010 01 WS-GDG-SALDO           PIC 9(2).
008020 01 WS-ARAH-JURNAL         PIC X.
008022 77 WS-BERSERI-SW          PIC X VALUE 'N'.
008024     88 WS-BERSERI         VALUE 'Y'.
008026 77 WS-SERI-OK-SW          PIC X VALUE 'Y'.
008028     88 WS-SERI-OK         VALUE 'Y'.
008030 77 WS-IDX-SERI            PIC 9(2).
008032 77 WS-IDX-BANDING         PIC 9(2).
008034 77 WS-MAKS-SERI           PIC 9(2) VALUE 50.
008036 01 WS-JML-UNIT-SERI       PIC 9(5).
008038 01 WS-TABEL-SERI.
008040     02 WS-SERI-UNIT       PIC X(20) OCCURS 50 TIMES.
008042 01 WS-SN-CEK              PIC X VALUE 'C'.
008044 01 WS-SN-AKSI             PIC X.
008046 01 WS-SN-MODE             PIC X.
008048 01 WS-SN-GUDANG           PIC 9(2).
008050 01 WS-SN-REF              PIC X(10).
008052 01 WS-SN-NO-PO            PIC 9(5) VALUE ZERO.
008054 01 WS-SN-HASIL            PIC X.
008056 01 WS-SN-PESAN            PIC X(40).
008100
008200 PROCEDURE DIVISION.
008300*-----------------------------------------------------------------
008450             ' TRANSFER STOK DITOLAK'
008460         GO TO 9999-EXIT
008470     END-IF.
008473     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
008476         WS-BW-HASIL, WS-BW-PEMEGANG.
008479     IF WS-BW-HASIL = 'Y'
008482         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
008485             ' TRANSFER STOK DITOLAK'
008488         GO TO 9999-EXIT
008491     END-IF.
008500     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
008600     PERFORM 2000-MENU THRU 2000-EXIT
008700         UNTIL WS-PILIH-SELESAI.
011400*-----------------------------------------------------------------
011500 2000-MENU.
011600     DISPLAY 'TRANSFER GUDANG (K=KIRIM, T=TERIMA, L=LAPORAN,'
011610         ' A=ANTAR KAMPUS,'
011700         ' S=SELESAI) : ' WITH NO ADVANCING.
011800     ACCEPT WS-PILIHAN.
011900     EVALUATE TRUE
012300             PERFORM 4000-TERIMA THRU 4000-EXIT
012400         WHEN WS-PILIH-LAPORAN
012500             PERFORM 5000-LAPORAN-TRANSIT THRU 5000-EXIT
012510         WHEN WS-PILIH-ANTAR-KAMPUS
012520             PERFORM 8000-LAPORAN-KAMPUS THRU 8000-EXIT
012600         WHEN WS-PILIH-SELESAI
012700             CONTINUE
012800         WHEN OTHER
015400         DISPLAY 'GUDANG ASAL TIDAK TERDAFTAR'
015500         GO TO 3000-EXIT
015600     END-IF.
015610     MOVE WS-KAMPUS-CEK TO WS-KAMPUS-ASAL.
015700     MOVE WS-GDG-TUJUAN TO WS-GDG-CEK.
015800     PERFORM 6000-CEK-GUDANG THRU 6000-EXIT.
015900     IF NOT WS-GDG-OK
016000         DISPLAY 'GUDANG TUJUAN TIDAK TERDAFTAR'
016100         GO TO 3000-EXIT
016200     END-IF.
016205     MOVE WS-KAMPUS-CEK TO WS-KAMPUS-TUJUAN.
016210     PERFORM 6500-CEK-STATUS THRU 6500-EXIT.
016220     IF WS-BRG-BLOKIR
016230         GO TO 3000-EXIT
017100         DISPLAY 'STOK GUDANG ASAL TIDAK CUKUP, DITOLAK'
017200         GO TO 3000-EXIT
017300     END-IF.
017310     MOVE 'T' TO WS-SN-AKSI.
017320     MOVE WS-GDG-ASAL TO WS-SN-GUDANG.
017330     MOVE WS-JUMLAH-TRF TO WS-JML-UNIT-SERI.
017340     MOVE SPACES TO WS-SN-REF.
017350     PERFORM 3300-AMBIL-SERI THRU 3300-EXIT.
017360     IF NOT WS-SERI-OK
017370         DISPLAY 'NOMOR SERI TIDAK LENGKAP, TRANSFER DITOLAK'
017380         GO TO 3000-EXIT
017390     END-IF.
017400     SUBTRACT WS-JUMLAH-TRF FROM STK-SALDO.
017500     REWRITE STOK-RECORD
017600         INVALID KEY DISPLAY 'GAGAL SIMPAN SALDO ASAL'
017850     MOVE 'K' TO WS-ARAH-JURNAL.
017900     PERFORM 7200-CATAT-JURNAL THRU 7200-EXIT.
018000     PERFORM 3100-TULIS-TRANSIT THRU 3100-EXIT.
018010     MOVE TR-NO TO WS-SN-REF.
018020     PERFORM 3400-BUKU-SERI THRU 3400-EXIT.
018030     IF WS-KAMPUS-ASAL NOT = ZERO AND WS-KAMPUS-TUJUAN NOT = ZERO
018040             AND WS-KAMPUS-ASAL NOT = WS-KAMPUS-TUJUAN
018050             AND TR-FS = '00'
018060         PERFORM 3500-CATAT-ANTAR-KAMPUS THRU 3500-EXIT
018070     END-IF.
018100 3000-EXIT.
018200     EXIT.
018300
022100     CLOSE TRF-CTL.
022200 3200-EXIT.
022300     EXIT.
022301
022302*-----------------------------------------------------------------
022303* Barang berseri: satu nomor seri per unit yang bergerak,
022304* diperiksa SERI-UPD sebelum saldo diubah. Kirim (T) menuntut
022305* unit ada di gudang asal, terima (U) menuntut unit muatan
022306* transfer ini. Pemanggil mengisi WS-SN-AKSI, WS-SN-GUDANG,
022307* WS-SN-REF dan WS-JML-UNIT-SERI.
022308*-----------------------------------------------------------------
022309 3300-AMBIL-SERI.
022310     MOVE 'Y' TO WS-SERI-OK-SW.
022311     MOVE 'N' TO WS-BERSERI-SW.
022312     CALL 'SERI-UPD' USING WS-SN-CEK, WS-SN-MODE, WS-KODE-TRF,
022313         WS-SERI-UNIT(1), WS-SN-GUDANG, WS-SN-REF, WS-SN-NO-PO,
022314         WS-SN-HASIL, WS-SN-PESAN.
022315     IF WS-SN-HASIL = 'N'
022316         GO TO 3300-EXIT
022317     END-IF.
022318     MOVE 'Y' TO WS-BERSERI-SW.
022319     IF WS-JML-UNIT-SERI > WS-MAKS-SERI
022320         DISPLAY 'BARANG BERSERI MAKSIMAL ' WS-MAKS-SERI
022321             ' UNIT PER TRANSFER'
022322         MOVE 'N' TO WS-SERI-OK-SW
022323         GO TO 3300-EXIT
022324     END-IF.
022325     MOVE 'P' TO WS-SN-MODE.
022326     PERFORM 3350-SATU-SERI THRU 3350-EXIT
022327         VARYING WS-IDX-SERI FROM 1 BY 1
022328         UNTIL WS-IDX-SERI > WS-JML-UNIT-SERI
022329             OR NOT WS-SERI-OK.
022330 3300-EXIT.
022331     EXIT.
022332
022333 3350-SATU-SERI.
022334     DISPLAY 'NOMOR SERI UNIT ' WS-IDX-SERI ' : '
022335         WITH NO ADVANCING.
022336     MOVE SPACES TO WS-SERI-UNIT(WS-IDX-SERI).
022337     ACCEPT WS-SERI-UNIT(WS-IDX-SERI).
022338     PERFORM 3360-BANDING-SERI THRU 3360-EXIT
022339         VARYING WS-IDX-BANDING FROM 1 BY 1
022340         UNTIL WS-IDX-BANDING >= WS-IDX-SERI
022341             OR NOT WS-SERI-OK.
022342     IF NOT WS-SERI-OK
022343         DISPLAY 'NOMOR SERI GANDA DALAM TRANSFER INI'
022344         GO TO 3350-EXIT
022345     END-IF.
022346     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-TRF,
022347         WS-SERI-UNIT(WS-IDX-SERI), WS-SN-GUDANG, WS-SN-REF,
022348         WS-SN-NO-PO, WS-SN-HASIL, WS-SN-PESAN.
022349     IF WS-SN-HASIL = 'N'
022350         DISPLAY WS-SN-PESAN
022351         MOVE 'N' TO WS-SERI-OK-SW
022352     END-IF.
022353 3350-EXIT.
022354     EXIT.
022355
022356 3360-BANDING-SERI.
022357     IF WS-SERI-UNIT(WS-IDX-BANDING) = WS-SERI-UNIT(WS-IDX-SERI)
022358         MOVE 'N' TO WS-SERI-OK-SW
022359     END-IF.
022360 3360-EXIT.
022361     EXIT.
022362
022363 3400-BUKU-SERI.
022364     IF NOT WS-BERSERI
022365         GO TO 3400-EXIT
022366     END-IF.
022367     MOVE 'B' TO WS-SN-MODE.
022368     PERFORM 3450-CATAT-SATU-SERI THRU 3450-EXIT
022369         VARYING WS-IDX-SERI FROM 1 BY 1
022370         UNTIL WS-IDX-SERI > WS-JML-UNIT-SERI.
022371 3400-EXIT.
022372     EXIT.
022373
022374 3450-CATAT-SATU-SERI.
022375     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-TRF,
022376         WS-SERI-UNIT(WS-IDX-SERI), WS-SN-GUDANG, WS-SN-REF,
022377         WS-SN-NO-PO, WS-SN-HASIL, WS-SN-PESAN.
022378     IF WS-SN-HASIL = 'N'
022379         DISPLAY 'SERI ' WS-SERI-UNIT(WS-IDX-SERI)
022380             ' GAGAL DICATAT: ' WS-SN-PESAN
022381     END-IF.
022382 3450-EXIT.
022383     EXIT.
022386
022389*-----------------------------------------------------------------
022392* Pengiriman antar kampus: catat nilai barang yang berpindah
022395* kampus ke trfkmp.dat untuk bagian keuangan.
022398*-----------------------------------------------------------------
022401 3500-CATAT-ANTAR-KAMPUS.
022404     PERFORM 6600-HARGA-TRF THRU 6600-EXIT.
022407     OPEN EXTEND TRF-KAMPUS.
022410     IF TK-FS = '05' OR TK-FS = '35'
022413         OPEN OUTPUT TRF-KAMPUS
022416     END-IF.
022419     MOVE SPACES TO TRF-KAMPUS-LINE.
022422     MOVE TR-NO TO TK-NO.
022425     MOVE WS-KODE-TRF TO TK-KODE-BRG.
022428     MOVE WS-GDG-ASAL TO TK-GDG-ASAL.
022431     MOVE WS-KAMPUS-ASAL TO TK-KMP-ASAL.
022434     MOVE WS-GDG-TUJUAN TO TK-GDG-TUJUAN.
022437     MOVE WS-KAMPUS-TUJUAN TO TK-KMP-TUJUAN.
022440     MOVE WS-JUMLAH-TRF TO TK-JUMLAH.
022443     MOVE WS-HARGA-TRF TO TK-HARGA.
022446     COMPUTE TK-NILAI = WS-JUMLAH-TRF * WS-HARGA-TRF.
022449     MOVE TR-TGL-KIRIM TO TK-TANGGAL.
022452     WRITE TRF-KAMPUS-LINE.
022455     CLOSE TRF-KAMPUS.
022458     DISPLAY 'TRANSFER ANTAR KAMPUS ' WS-KAMPUS-ASAL ' KE '
022461         WS-KAMPUS-TUJUAN ' DICATAT KE trfkmp.dat'.
022464 3500-EXIT.
022467     EXIT.
022470
022500*-----------------------------------------------------------------
022600* Penerimaan: tutup baris dalam-perjalanan dan tambahkan saldo
022700* gudang tujuan, dengan mutasi 'T' masuk di jurnal.
024520         ', JUMLAH DITERIMA FISIK : ' WITH NO ADVANCING.
024530     ACCEPT WS-JML-FISIK.
024600     MOVE TR-KODE-BRG TO WS-KODE-TRF.
024610     MOVE 'U' TO WS-SN-AKSI.
024620     MOVE TR-GDG-TUJUAN TO WS-SN-GUDANG.
024630     MOVE TR-NO TO WS-SN-REF.
024640     MOVE WS-JML-FISIK TO WS-JML-UNIT-SERI.
024650     PERFORM 3300-AMBIL-SERI THRU 3300-EXIT.
024660     IF NOT WS-SERI-OK
024670         DISPLAY 'NOMOR SERI TIDAK LENGKAP, PENERIMAAN DITOLAK'
024680         GO TO 4000-EXIT
024690     END-IF.
024700     MOVE TR-GDG-TUJUAN TO WS-GDG-SALDO.
024800     PERFORM 7000-BACA-SALDO THRU 7000-EXIT.
024900     ADD WS-JML-FISIK TO STK-SALDO.
025410     IF WS-JML-FISIK NOT = TR-JUMLAH
025420         PERFORM 4500-CATAT-SELISIH THRU 4500-EXIT
025430     END-IF.
025435     PERFORM 3400-BUKU-SERI THRU 3400-EXIT.
025440     MOVE WS-JML-FISIK TO TR-JML-TERIMA.
025500     MOVE 'S' TO TR-STATUS.
025600     ACCEPT TR-TGL-TERIMA FROM DATE YYYYMMDD.
026584     CLOSE TRF-DISC.
026585     DISPLAY 'SELISIH TRANSFER ' WS-SELISIH-TRF
026586         ' DICATAT KE trfdisc.dat'.
026587     MOVE SPACES TO WS-EXC-KUNCI.
026588     STRING TR-NO '/' TR-KODE-BRG DELIMITED BY SIZE
026589         INTO WS-EXC-KUNCI.
026590     MOVE WS-SELISIH-TRF TO WS-EXC-SELISIH.
026591     MOVE SPACES TO WS-EXC-ALASAN.
026592     STRING 'SELISIH KIRIM-TERIMA TRANSFER ' WS-EXC-SELISIH
026593         DELIMITED BY SIZE INTO WS-EXC-ALASAN.
026594     CALL 'EXC-ADD' USING WS-CAT-PROGRAM, WS-EXC-KUNCI,
026595         WS-EXC-ALASAN.
026596 4500-EXIT.
026597     EXIT.
026600
026700*-----------------------------------------------------------------
026800* Daftar transfer yang masih berstatus dalam-perjalanan, supaya
031600         INVALID KEY MOVE 'N' TO WS-GDG-OK-SW
031700         NOT INVALID KEY MOVE 'Y' TO WS-GDG-OK-SW
031800     END-READ.
031810     MOVE ZERO TO WS-KAMPUS-CEK.
031820     IF WS-GDG-OK AND GD-KAMPUS IS NUMERIC
031830         MOVE GD-KAMPUS TO WS-KAMPUS-CEK
031840     END-IF.
031900     CLOSE GUDANG-MST.
032000 6000-EXIT.
032100     EXIT.
032263 6500-EXIT.
032270     EXIT.
032277
032280
032283*-----------------------------------------------------------------
032286* Harga transfer: harga rata-rata biaya.dat, kalau belum ada
032289* harga beli terakhir barang.dat.
032292*-----------------------------------------------------------------
032295 6600-HARGA-TRF.
032298     MOVE ZERO TO WS-HARGA-TRF.
032301     OPEN INPUT INFO-BRG.
032304     IF FS = '00'
032307         MOVE WS-KODE-TRF TO KODE-BRG
032310         READ INFO-BRG
032313             INVALID KEY CONTINUE
032316             NOT INVALID KEY MOVE HARGA-BRG TO WS-HARGA-TRF
032319         END-READ
032322     END-IF.
032325     CLOSE INFO-BRG.
032328     OPEN INPUT BIAYA-MST.
032331     IF BIA-FS = '00'
032334         MOVE WS-KODE-TRF TO BIA-KODE-BRG
032337         READ BIAYA-MST
032340             INVALID KEY CONTINUE
032343             NOT INVALID KEY
032346                 IF BIA-HARGA-RATA > ZERO
032349                     MOVE BIA-HARGA-RATA TO WS-HARGA-TRF
032352                 END-IF
032355         END-READ
032358     END-IF.
032361     CLOSE BIAYA-MST.
032364 6600-EXIT.
032367     EXIT.
032370*-----------------------------------------------------------------
032400* Baca saldo stok untuk kunci yang sudah diisi di STK-KUNCI.
032500* Baris yang belum ada dianggap saldo nol (baris baru).
032600*-----------------------------------------------------------------
036200     MOVE WS-JUMLAH-TRF TO JR-JUMLAH.
036300     MOVE STK-SALDO TO JR-SALDO.
036400     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
036410     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
036500     WRITE STOK-JURNAL-LINE.
036550     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
036600     CLOSE STOK-JURNAL.
036700 7200-EXIT.
036800     EXIT.
036900
036901
036902*-----------------------------------------------------------------
036903* Daftar transfer antar kampus satu bulan kirim dari trfkmp.dat
036904* ke TRFKMP-*.RPT, dengan total nilai, untuk bagian keuangan.
036905*-----------------------------------------------------------------
036906 8000-LAPORAN-KAMPUS.
036907     DISPLAY 'BULAN KIRIM (YYYYMM)     : ' WITH NO ADVANCING.
036908     ACCEPT WS-BULAN-KAMPUS.
036909     OPEN INPUT TRF-KAMPUS.
036910     IF TK-FS NOT = '00'
036911         DISPLAY 'BELUM ADA TRANSFER ANTAR KAMPUS (trfkmp.dat)'
036912         CLOSE TRF-KAMPUS
036913         GO TO 8000-EXIT
036914     END-IF.
036915     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
036916     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
036917     ACCEPT WS-JAM-RUN FROM TIME.
036918     MOVE SPACES TO WS-RPT-NAMA.
036919     STRING 'TRFKMP-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
036920         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
036921     OPEN OUTPUT REPORT-OUT.
036922     MOVE WS-BULAN-KAMPUS TO WS-JK-BULAN.
036923     MOVE WS-JUDUL-KAMPUS TO REPORT-LINE.
036924     WRITE REPORT-LINE.
036925     MOVE SPACES TO REPORT-LINE.
036926     WRITE REPORT-LINE.
036927     MOVE WS-HEADER-KAMPUS TO REPORT-LINE.
036928     WRITE REPORT-LINE.
036929     MOVE ZERO TO WS-JML-KAMPUS.
036930     MOVE ZERO TO WS-TOTAL-KAMPUS.
036931     MOVE 'N' TO WS-EOF-SW.
036932     PERFORM 8100-SATU-KAMPUS THRU 8100-EXIT
036933         UNTIL WS-EOF.
036934     CLOSE TRF-KAMPUS.
036935     MOVE SPACES TO REPORT-LINE.
036936     WRITE REPORT-LINE.
036937     MOVE WS-JML-KAMPUS TO WS-TK-CACAH.
036938     MOVE WS-TOTAL-KAMPUS TO WS-TK-NILAI.
036939     MOVE WS-TOTAL-LINE-KAMPUS TO REPORT-LINE.
036940     WRITE REPORT-LINE.
036941     CLOSE REPORT-OUT.
036942     MOVE WS-JML-KAMPUS TO WS-CAT-JML.
036943     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
036944         WS-CAT-JML.
036945     DISPLAY 'TRANSFER ANTAR KAMPUS ' WS-JML-KAMPUS
036946         ' BARIS, HASIL DI ' WS-RPT-NAMA.
036947 8000-EXIT.
036948     EXIT.
036949
036950 8100-SATU-KAMPUS.
036951     READ TRF-KAMPUS
036952         AT END MOVE 'Y' TO WS-EOF-SW
036953     END-READ.
036954     IF WS-EOF
036955         GO TO 8100-EXIT
036956     END-IF.
036957     IF TK-TANGGAL(1:6) NOT = WS-BULAN-KAMPUS
036958         GO TO 8100-EXIT
036959     END-IF.
036960     MOVE TK-NO TO WS-DK-NO.
036961     MOVE TK-KODE-BRG TO WS-DK-KODE.
036962     MOVE TK-TANGGAL TO WS-DK-TANGGAL.
036963     MOVE SPACES TO WS-DK-KMP-ASAL.
036964     MOVE SPACES TO WS-DK-KMP-TUJUAN.
036965     IF TK-KMP-ASAL >= 1
036966         MOVE WS-KT-NAMA(TK-KMP-ASAL) TO WS-DK-KMP-ASAL
036967     END-IF.
036968     IF TK-KMP-TUJUAN >= 1
036969         MOVE WS-KT-NAMA(TK-KMP-TUJUAN) TO WS-DK-KMP-TUJUAN
036970     END-IF.
036971     MOVE TK-GDG-ASAL TO WS-DK-GDG-ASAL.
036972     MOVE TK-GDG-TUJUAN TO WS-DK-GDG-TUJUAN.
036973     MOVE TK-JUMLAH TO WS-DK-JUMLAH.
036974     MOVE TK-NILAI TO WS-DK-NILAI.
036975     MOVE WS-DETAIL-KAMPUS TO REPORT-LINE.
036976     WRITE REPORT-LINE.
036977     ADD 1 TO WS-JML-KAMPUS.
036978     ADD TK-NILAI TO WS-TOTAL-KAMPUS.
036979 8100-EXIT.
036980     EXIT.
037000*-----------------------------------------------------------------
037100 9999-EXIT.
037200     STOP RUN.
