000500*           ke TG-DIBAYAR tagihan.dat; begitu setara tagihannya
000600*           status menjadi L (lunas) dan tahanan tunggakan --
000700*           transkrip TRANS-RPT dan pendaftaran KRS-ENTRY --
000710*           terbuka lagi dengan sendirinya. Potongan beasiswa
000720*           (TG-POTONGAN, dikreditkan BILL-GEN) ikut menutup
000730*           tagihan tetapi tidak pernah dicampur ke TG-DIBAYAR.
000740*           Setoran jenis T melunasi baris tagihan toko kampus
000750*           (tgbaris.dat, POS-JUAL) NPM dan term itu, nota tertua
000760*           dulu; kelebihan setoran dikembalikan.
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001700*-----------------------
001800 INPUT-OUTPUT SECTION.
001900     FILE-CONTROL.
001910     COPY TGBSEL.
002000     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
002100     ORGANIZATION IS INDEXED
002200     ACCESS MODE IS DYNAMIC
002400     FILE STATUS IS TG-FS.
002500 DATA DIVISION.
002600 FILE SECTION.
002610     COPY TGBFD.
002700 FD TAGIHAN-FILE.
002800 01 TAGIHAN-RECORD.
002900     02 TG-KUNCI.
003200     02 TG-JUMLAH          PIC 9(09).
003300     02 TG-DIBAYAR         PIC 9(09).
003400     02 TG-STATUS          PIC X(01).
003410     02 TG-POTONGAN        PIC 9(09).
003500
003600 WORKING-STORAGE SECTION.
003700 77 TG-FS                  PIC XX.
004000 77 WS-NPM                 PIC X(8).
004100 77 WS-TERM                PIC 9(5).
004200 77 WS-SETORAN             PIC 9(9).
004210 77 TB-FS                  PIC XX.
004220 77 WS-TB-BUKA-SW          PIC X VALUE 'N'.
004230     88 WS-TB-BUKA         VALUE 'Y'.
004240 77 WS-TB-EOF-SW           PIC X.
004250     88 WS-TB-EOF          VALUE 'Y'.
004260 77 WS-JENIS-SETOR         PIC X.
004270 77 WS-SISA-TOKO           PIC 9(9).
004280 77 WS-SISA-BARIS          PIC 9(9).
004290 77 WS-SISA-SETOR          PIC 9(9).
004300
004400 PROCEDURE DIVISION.
004500*-----------------------------------------------------------------
004900         DISPLAY 'tagihan.dat BELUM ADA, JALANKAN BILL-GEN DULU'
005000         GO TO 9999-EXIT
005100     END-IF.
005110     OPEN I-O TAGIHAN-BARIS.
005120     IF TB-FS = '00'
005130         MOVE 'Y' TO WS-TB-BUKA-SW
005140     END-IF.
005200     PERFORM 1000-SATU-SETORAN THRU 1000-EXIT
005300         UNTIL NOT WS-LAGI.
005400     CLOSE TAGIHAN-FILE.
005410     IF WS-TB-BUKA
005420         CLOSE TAGIHAN-BARIS
005430     END-IF.
005500     GO TO 9999-EXIT.
005600
005700*-----------------------------------------------------------------
006000     ACCEPT WS-NPM.
006100     DISPLAY 'TERM (YYYYS)         : ' WITH NO ADVANCING.
006200     ACCEPT WS-TERM.
006210     DISPLAY 'JENIS (K=KULIAH, T=TOKO) : ' WITH NO ADVANCING.
006220     ACCEPT WS-JENIS-SETOR.
006230     IF WS-JENIS-SETOR = 'T' OR WS-JENIS-SETOR = 't'
006240         PERFORM 2000-SETORAN-TOKO THRU 2000-EXIT
006250         GO TO 1000-LAGI
006260     END-IF.
006300     MOVE WS-NPM TO TG-NPM.
006400     MOVE WS-TERM TO TG-TERM.
006500     READ TAGIHAN-FILE
006700             DISPLAY 'TAGIHAN TIDAK DITEMUKAN'
006800             GO TO 1000-LAGI
006900     END-READ.
006910     DISPLAY 'TAGIHAN ' TG-JUMLAH ' BEASISWA ' TG-POTONGAN
006920         ' DIBAYAR ' TG-DIBAYAR
007100         ', SETORAN : ' WITH NO ADVANCING.
007200     ACCEPT WS-SETORAN.
007300     IF WS-SETORAN = ZERO
007500         GO TO 1000-LAGI
007600     END-IF.
007700     ADD WS-SETORAN TO TG-DIBAYAR.
007800     IF TG-DIBAYAR + TG-POTONGAN >= TG-JUMLAH
007900         MOVE 'L' TO TG-STATUS
008000     ELSE
008100         MOVE 'T' TO TG-STATUS
009100     ACCEPT WS-LAGI-SW.
009200 1000-EXIT.
009300     EXIT.
009301*-----------------------------------------------------------------
009302* Baris tagihan toko NPM/term yang masih terbuka ditampilkan
009303* dengan sisanya, lalu setoran dibagikan ke baris itu berurutan
009304* nomor nota (tertua dulu) sampai habis.
009305*-----------------------------------------------------------------
009306 2000-SETORAN-TOKO.
009307     IF NOT WS-TB-BUKA
009308         DISPLAY 'BELUM ADA TAGIHAN TOKO (tgbaris.dat)'
009309         GO TO 2000-EXIT
009310     END-IF.
009311     MOVE ZERO TO WS-SISA-TOKO.
009312     PERFORM 2100-MULAI-BARIS THRU 2100-EXIT.
009313     PERFORM 2200-TAMPIL-BARIS THRU 2200-EXIT
009314         UNTIL WS-TB-EOF.
009315     IF WS-SISA-TOKO = ZERO
009316         DISPLAY 'TIDAK ADA TAGIHAN TOKO TERBUKA'
009317         GO TO 2000-EXIT
009318     END-IF.
009319     DISPLAY 'SISA TAGIHAN TOKO ' WS-SISA-TOKO
009320         ', SETORAN : ' WITH NO ADVANCING.
009321     ACCEPT WS-SETORAN.
009322     IF WS-SETORAN = ZERO
009323         DISPLAY 'SETORAN NOL, DIBATALKAN'
009324         GO TO 2000-EXIT
009325     END-IF.
009326     MOVE WS-SETORAN TO WS-SISA-SETOR.
009327     PERFORM 2100-MULAI-BARIS THRU 2100-EXIT.
009328     PERFORM 2300-LUNASI-BARIS THRU 2300-EXIT
009329         UNTIL WS-TB-EOF OR WS-SISA-SETOR = ZERO.
009330     IF WS-SISA-SETOR > ZERO
009331         DISPLAY 'KELEBIHAN SETORAN ' WS-SISA-SETOR
009332             ' DIKEMBALIKAN'
009333     END-IF.
009334 2000-EXIT.
009335     EXIT.
009336
009337 2100-MULAI-BARIS.
009338     MOVE 'N' TO WS-TB-EOF-SW.
009339     MOVE WS-NPM TO TB-NPM.
009340     MOVE WS-TERM TO TB-TERM.
009341     MOVE ZERO TO TB-NO.
009342     START TAGIHAN-BARIS KEY NOT < TB-KUNCI
009343         INVALID KEY MOVE 'Y' TO WS-TB-EOF-SW
009344     END-START.
009345 2100-EXIT.
009346     EXIT.
009347
009348 2200-TAMPIL-BARIS.
009349     PERFORM 2250-BACA-BARIS THRU 2250-EXIT.
009350     IF WS-TB-EOF OR TB-STATUS NOT = 'T'
009351         GO TO 2200-EXIT
009352     END-IF.
009353     COMPUTE WS-SISA-BARIS = TB-JUMLAH - TB-DIBAYAR.
009354     ADD WS-SISA-BARIS TO WS-SISA-TOKO.
009355     DISPLAY '  NOTA ' TB-NO ' TGL ' TB-TANGGAL ' SISA '
009356         WS-SISA-BARIS.
009357 2200-EXIT.
009358     EXIT.
009359
009360 2250-BACA-BARIS.
009361     READ TAGIHAN-BARIS NEXT RECORD
009362         AT END MOVE 'Y' TO WS-TB-EOF-SW
009363     END-READ.
009364     IF WS-TB-EOF
009365         GO TO 2250-EXIT
009366     END-IF.
009367     IF TB-NPM NOT = WS-NPM OR TB-TERM NOT = WS-TERM
009368         MOVE 'Y' TO WS-TB-EOF-SW
009369     END-IF.
009370 2250-EXIT.
009371     EXIT.
009372
009373 2300-LUNASI-BARIS.
009374     PERFORM 2250-BACA-BARIS THRU 2250-EXIT.
009375     IF WS-TB-EOF OR TB-STATUS NOT = 'T'
009376         GO TO 2300-EXIT
009377     END-IF.
009378     COMPUTE WS-SISA-BARIS = TB-JUMLAH - TB-DIBAYAR.
009379     IF WS-SISA-SETOR < WS-SISA-BARIS
009380         MOVE WS-SISA-SETOR TO WS-SISA-BARIS
009381     END-IF.
009382     ADD WS-SISA-BARIS TO TB-DIBAYAR.
009383     SUBTRACT WS-SISA-BARIS FROM WS-SISA-SETOR.
009384     IF TB-DIBAYAR >= TB-JUMLAH
009385         MOVE 'L' TO TB-STATUS
009386     END-IF.
009387     REWRITE TAGIHAN-BARIS-RECORD
009388         INVALID KEY
009389             DISPLAY 'GAGAL SIMPAN NOTA ' TB-NO ', STATUS ' TB-FS
009390             GO TO 2300-EXIT
009391     END-REWRITE.
009392     DISPLAY 'NOTA ' TB-NO ' DIBAYAR ' WS-SISA-BARIS
009393         ', STATUS SEKARANG ' TB-STATUS.
009394 2300-EXIT.
009395     EXIT.
009400
009500*-----------------------------------------------------------------
009600 9999-EXIT.
