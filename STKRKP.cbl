000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram bersama pembukuan rekap bulanan stok:
000500*           tiap program yang menulis satu baris stokjrnl.dat
000600*           memanggil ke sini dengan baris itu, dan record
000700*           stokrkp.dat untuk KODE-BRG, bulan dan gudangnya
000800*           ditambah kuantitas serta nilai masuk/keluar menurut
000900*           JR-JENIS dan saldo penutupnya. Selama stokrkp.dat
001000*           belum dibangun STK-RKB panggilan diabaikan, jadi
001100*           rekap yang belum lengkap tidak pernah terisi
001200*           setengah jalan.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. STK-RKP.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY RKPSEL.
002500     COPY BRGSEL.
002600     COPY BIASEL.
002700 DATA DIVISION.
002800 FILE SECTION.
002900     COPY RKPFD.
003000     COPY BRGFD.
003100     COPY BIAFD.
003200
003300 WORKING-STORAGE SECTION.
003400 77 RKP-FS                 PIC XX.
003500 77 FS                     PIC XX.
003600 77 BIA-FS                 PIC XX.
003700 77 WS-RKP-ADA-SW          PIC X VALUE 'N'.
003800     88 WS-RKP-ADA         VALUE 'Y'.
003900 77 WS-IDX                 PIC 9(2).
004000 01 WS-HARGA-PAKAI         PIC 9(7)V9(3).
004100 01 WS-NILAI               PIC 9(13)V9(3).
004200
004300 LINKAGE SECTION.
004400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004500 01 LK-JURNAL-LINE.
004600     02 LK-KODE-BRG        PIC X(05).
004700     02 FILLER             PIC X(01).
004800     02 LK-GUDANG          PIC 9(02).
004900     02 FILLER             PIC X(01).
005000     02 LK-JENIS           PIC X(01).
005100     02 FILLER             PIC X(01).
005200     02 LK-ARAH            PIC X(01).
005300     02 FILLER             PIC X(01).
005400     02 LK-JUMLAH          PIC 9(05).
005500     02 FILLER             PIC X(01).
005600     02 LK-SALDO           PIC 9(05).
005700     02 FILLER             PIC X(01).
005800     02 LK-TANGGAL         PIC 9(08).
005900     02 FILLER             PIC X(01).
006000     02 LK-REF             PIC X(10).
006100     02 FILLER             PIC X(01).
006200     02 LK-HARGA           PIC 9(07)V9(03).
006300
006400 PROCEDURE DIVISION USING LK-JURNAL-LINE.
006500*-----------------------------------------------------------------
006600 0000-MAINLINE.
006700     OPEN I-O STOK-REKAP.
006800     IF RKP-FS NOT = '00'
006900         CLOSE STOK-REKAP
007000         GO TO 9999-EXIT
007100     END-IF.
007200     PERFORM 1000-BACA-REKAP THRU 1000-EXIT.
007300     PERFORM 2000-URUTAN-JENIS THRU 2000-EXIT.
007400     PERFORM 3000-HARGA-BARIS THRU 3000-EXIT.
007500     COMPUTE WS-NILAI = LK-JUMLAH * WS-HARGA-PAKAI.
007600     IF LK-ARAH = 'K'
007700         PERFORM 4000-KELUAR THRU 4000-EXIT
007800     ELSE
007900         PERFORM 4100-MASUK THRU 4100-EXIT
008000     END-IF.
008100     IF LK-TANGGAL >= RKP-TGL-MUTAKHIR
008200         MOVE LK-SALDO TO RKP-SALDO-AKHIR
008300         MOVE LK-TANGGAL TO RKP-TGL-MUTAKHIR
008400     END-IF.
008500     PERFORM 5000-SIMPAN-REKAP THRU 5000-EXIT.
008600     CLOSE STOK-REKAP.
008700     GO TO 9999-EXIT.
008800
008900*-----------------------------------------------------------------
009000* Record bulan itu dibaca; kalau belum ada disiapkan kosong.
009100*-----------------------------------------------------------------
009200 1000-BACA-REKAP.
009300     MOVE LK-KODE-BRG TO RKP-KODE-BRG.
009400     MOVE LK-TANGGAL(1:6) TO RKP-BULAN.
009500     MOVE LK-GUDANG TO RKP-GUDANG.
009600     MOVE 'N' TO WS-RKP-ADA-SW.
009700     READ STOK-REKAP
009800         INVALID KEY CONTINUE
009900         NOT INVALID KEY MOVE 'Y' TO WS-RKP-ADA-SW
010000     END-READ.
010100     IF WS-RKP-ADA
010200         GO TO 1000-EXIT
010300     END-IF.
010400     MOVE LK-KODE-BRG TO RKP-KODE-BRG.
010500     MOVE LK-TANGGAL(1:6) TO RKP-BULAN.
010600     MOVE LK-GUDANG TO RKP-GUDANG.
010700     PERFORM 1100-NOL-MUTASI THRU 1100-EXIT
010800         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11.
010900     MOVE ZERO TO RKP-BARIS-MASUK.
011000     MOVE ZERO TO RKP-BARIS-KELUAR.
011100     MOVE ZERO TO RKP-TGL-MASUK-AKHIR.
011200     MOVE ZERO TO RKP-TGL-KELUAR-AKHIR.
011300     MOVE ZERO TO RKP-SALDO-AKHIR.
011400     MOVE ZERO TO RKP-TGL-MUTAKHIR.
011500 1000-EXIT.
011600     EXIT.
011700
011800 1100-NOL-MUTASI.
011900     MOVE ZERO TO RKP-QTY-MASUK(WS-IDX).
012000     MOVE ZERO TO RKP-NILAI-MASUK(WS-IDX).
012100     MOVE ZERO TO RKP-QTY-KELUAR(WS-IDX).
012200     MOVE ZERO TO RKP-NILAI-KELUAR(WS-IDX).
012300 1100-EXIT.
012400     EXIT.
012500
012600*-----------------------------------------------------------------
012700* Urutan slot RKP-MUTASI menurut JR-JENIS (lihat RKPFD); jenis
012800* yang tidak dikenal hanya menambah hitungan baris dan saldo.
012900*-----------------------------------------------------------------
013000 2000-URUTAN-JENIS.
013100     EVALUATE LK-JENIS
013200         WHEN 'A'
013300             MOVE 1 TO WS-IDX
013400         WHEN 'M'
013500             MOVE 2 TO WS-IDX
013600         WHEN 'K'
013700             MOVE 3 TO WS-IDX
013710         WHEN 'U'
013720             MOVE 3 TO WS-IDX
013800         WHEN 'T'
013900             MOVE 4 TO WS-IDX
014000         WHEN 'O'
014100             MOVE 5 TO WS-IDX
014200         WHEN 'S'
014300             MOVE 6 TO WS-IDX
014400         WHEN 'R'
014500             MOVE 7 TO WS-IDX
014600         WHEN 'P'
014700             MOVE 8 TO WS-IDX
014800         WHEN 'Q'
014900             MOVE 9 TO WS-IDX
015000         WHEN 'D'
015100             MOVE 10 TO WS-IDX
015110         WHEN 'J'
015120             MOVE 11 TO WS-IDX
015200         WHEN OTHER
015300             MOVE ZERO TO WS-IDX
015400     END-EVALUATE.
015500 2000-EXIT.
015600     EXIT.
015700
015800*-----------------------------------------------------------------
015900* Harga satuan baris: JR-HARGA kalau terisi angka; kalau tidak
016000* harga rata-rata biaya.dat untuk arah keluar, lalu HARGA-BRG.
016100*-----------------------------------------------------------------
016200 3000-HARGA-BARIS.
016300     IF LK-HARGA IS NUMERIC AND LK-HARGA > ZERO
016400         MOVE LK-HARGA TO WS-HARGA-PAKAI
016500         GO TO 3000-EXIT
016600     END-IF.
016700     MOVE ZERO TO WS-HARGA-PAKAI.
016800     OPEN INPUT INFO-BRG.
016900     IF FS = '00'
017000         MOVE LK-KODE-BRG TO KODE-BRG
017100         READ INFO-BRG
017200             INVALID KEY CONTINUE
017300             NOT INVALID KEY MOVE HARGA-BRG TO WS-HARGA-PAKAI
017400         END-READ
017500     END-IF.
017600     CLOSE INFO-BRG.
017700     IF LK-ARAH NOT = 'K'
017800         GO TO 3000-EXIT
017900     END-IF.
018000     OPEN INPUT BIAYA-MST.
018100     IF BIA-FS = '00'
018200         MOVE LK-KODE-BRG TO BIA-KODE-BRG
018300         READ BIAYA-MST
018400             INVALID KEY CONTINUE
018500             NOT INVALID KEY
018600                 IF BIA-HARGA-RATA > ZERO
018700                     MOVE BIA-HARGA-RATA TO WS-HARGA-PAKAI
018800                 END-IF
018900         END-READ
019000     END-IF.
019100     CLOSE BIAYA-MST.
019200 3000-EXIT.
019300     EXIT.
019400
019500 4000-KELUAR.
019600     ADD 1 TO RKP-BARIS-KELUAR.
019700     IF LK-TANGGAL > RKP-TGL-KELUAR-AKHIR
019800         MOVE LK-TANGGAL TO RKP-TGL-KELUAR-AKHIR
019900     END-IF.
020000     IF WS-IDX = ZERO
020100         GO TO 4000-EXIT
020200     END-IF.
020300     ADD LK-JUMLAH TO RKP-QTY-KELUAR(WS-IDX).
020400     ADD WS-NILAI TO RKP-NILAI-KELUAR(WS-IDX).
020500 4000-EXIT.
020600     EXIT.
020700
020800 4100-MASUK.
020900     ADD 1 TO RKP-BARIS-MASUK.
021000     IF LK-TANGGAL > RKP-TGL-MASUK-AKHIR
021100         MOVE LK-TANGGAL TO RKP-TGL-MASUK-AKHIR
021200     END-IF.
021300     IF WS-IDX = ZERO
021400         GO TO 4100-EXIT
021500     END-IF.
021600     ADD LK-JUMLAH TO RKP-QTY-MASUK(WS-IDX).
021700     ADD WS-NILAI TO RKP-NILAI-MASUK(WS-IDX).
021800 4100-EXIT.
021900     EXIT.
022000
022100 5000-SIMPAN-REKAP.
022200     IF WS-RKP-ADA
022300         REWRITE STOK-REKAP-RECORD
022400             INVALID KEY
022500                 DISPLAY 'GAGAL SIMPAN REKAP STOK, STATUS ' RKP-FS
022600         END-REWRITE
022700     ELSE
022800         WRITE STOK-REKAP-RECORD
022900             INVALID KEY
023000                 DISPLAY 'GAGAL TULIS REKAP STOK, STATUS ' RKP-FS
023100         END-WRITE
023200     END-IF.
023300 5000-EXIT.
023400     EXIT.
023500
023600*-----------------------------------------------------------------
023700 9999-EXIT.
023800     GOBACK.
