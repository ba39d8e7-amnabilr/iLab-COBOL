000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Tambah, ubah atau hapus barang pengganti satu KODE-BRG
000500*           di pengganti.dat: urutan preferensi, kode pengganti
000600*           dan faktor konversi (satuan pengganti per satu satuan
000700*           barang asal kalau ukuran kemasannya berbeda). Dipakai
000800*           STK-REQ untuk menawarkan pengganti pada picking list
000900*           dan issue pengganti baris permintaan yang kurang stok.
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001400 PROGRAM-ID. PGT-ADD.
001500 ENVIRONMENT DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 CONFIGURATION SECTION.
001800*-----------------------
001900 INPUT-OUTPUT SECTION.
002000     FILE-CONTROL.
002100     COPY BRGSEL.
002200     COPY PGTSEL.
002300 DATA DIVISION.
002400 FILE SECTION.
002500     COPY BRGFD.
002600     COPY PGTFD.
002700
002800 WORKING-STORAGE SECTION.
002900 77 FS                     PIC XX.
003000 77 PG-FS                  PIC XX.
003100 77 WS-BRG-ADA-SW          PIC X VALUE 'N'.
003200     88 WS-BRG-ADA         VALUE 'Y'.
003300 77 WS-PG-ADA-SW           PIC X VALUE 'N'.
003400     88 WS-PG-ADA          VALUE 'Y'.
003500 77 WS-EOF-SW              PIC X VALUE 'N'.
003600     88 WS-EOF             VALUE 'Y'.
003700 77 WS-KODE-CEK            PIC X(5).
003800 77 WS-KODE-ASAL           PIC X(5).
003900 77 WS-KODE-GANTI          PIC X(5).
004000 77 WS-URUT-PG             PIC 9(2).
004100 77 WS-FAKTOR-BARU         PIC 9(3)V9(3).
004200 77 WS-JML-PG              PIC 9(2) VALUE ZERO.
004300 01 WS-FAKTOR-TAMPIL       PIC ZZ9.999.
004400
004500 PROCEDURE DIVISION.
004600*-----------------------------------------------------------------
004700 0000-MAINLINE.
004800     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
004900     PERFORM 2000-TERIMA-DATA THRU 2000-EXIT.
005000     CLOSE PENGGANTI-MST.
005100     GO TO 9999-EXIT.
005200
005300*-----------------------------------------------------------------
005400 1000-BUKA-FILE.
005500     OPEN I-O PENGGANTI-MST.
005600     IF PG-FS = '35'
005700         OPEN OUTPUT PENGGANTI-MST
005800         CLOSE PENGGANTI-MST
005900         OPEN I-O PENGGANTI-MST
006000     END-IF.
006100 1000-EXIT.
006200     EXIT.
006300
006400*-----------------------------------------------------------------
006500* Daftar pengganti yang sudah ada ditampilkan dulu supaya urutan
006600* preferensi tidak tertimpa tanpa sengaja. Faktor nol menghapus
006700* baris urutan itu.
006800*-----------------------------------------------------------------
006900 2000-TERIMA-DATA.
007000     DISPLAY 'Kode barang asal (TIPE+NOMOR) : ' WITH NO ADVANCING.
007100     ACCEPT WS-KODE-ASAL.
007200     MOVE WS-KODE-ASAL TO WS-KODE-CEK.
007300     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
007400     IF NOT WS-BRG-ADA
007500         DISPLAY 'Kode tidak ada di barang.dat, dibatalkan'
007600         GO TO 2000-EXIT
007700     END-IF.
007800     PERFORM 2100-DAFTAR THRU 2100-EXIT.
007900     DISPLAY 'Urutan preferensi (1-99)      : ' WITH NO ADVANCING.
008000     ACCEPT WS-URUT-PG.
008100     IF WS-URUT-PG = ZERO
008200         DISPLAY 'Urutan nol tidak sah, dibatalkan'
008300         GO TO 2000-EXIT
008400     END-IF.
008500     MOVE WS-KODE-ASAL TO PG-KODE-BRG.
008600     MOVE WS-URUT-PG TO PG-URUT.
008700     MOVE 'N' TO WS-PG-ADA-SW.
008800     READ PENGGANTI-MST
008900         INVALID KEY CONTINUE
009000         NOT INVALID KEY MOVE 'Y' TO WS-PG-ADA-SW
009100     END-READ.
009200     DISPLAY 'Faktor per satuan asal (0=hapus) : '
009300         WITH NO ADVANCING.
009400     ACCEPT WS-FAKTOR-BARU.
009500     IF WS-FAKTOR-BARU = ZERO
009600         PERFORM 2200-HAPUS THRU 2200-EXIT
009700         GO TO 2000-EXIT
009800     END-IF.
009900     DISPLAY 'Kode barang pengganti         : ' WITH NO ADVANCING.
010000     ACCEPT WS-KODE-GANTI.
010100     IF WS-KODE-GANTI = WS-KODE-ASAL
010200         DISPLAY 'Pengganti sama dengan barang asal, dibatalkan'
010300         GO TO 2000-EXIT
010400     END-IF.
010500     MOVE WS-KODE-GANTI TO WS-KODE-CEK.
010600     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
010700     IF NOT WS-BRG-ADA
010800         DISPLAY 'Kode pengganti tidak ada di barang.dat,'
010900             ' dibatalkan'
011000         GO TO 2000-EXIT
011100     END-IF.
011200     MOVE WS-KODE-ASAL TO PG-KODE-BRG.
011300     MOVE WS-URUT-PG TO PG-URUT.
011400     MOVE WS-KODE-GANTI TO PG-KODE-GANTI.
011500     MOVE WS-FAKTOR-BARU TO PG-FAKTOR.
011600     IF WS-PG-ADA
011700         REWRITE PENGGANTI-RECORD
011800             INVALID KEY
011900                 DISPLAY 'Gagal ubah pengganti, status ' PG-FS
012000             NOT INVALID KEY
012100                 DISPLAY 'Pengganti diubah'
012200         END-REWRITE
012300     ELSE
012400         WRITE PENGGANTI-RECORD
012500             INVALID KEY
012600                 DISPLAY 'Gagal tulis pengganti, status ' PG-FS
012700             NOT INVALID KEY
012800                 DISPLAY 'Pengganti ditambahkan'
012900         END-WRITE
013000     END-IF.
013100 2000-EXIT.
013200     EXIT.
013300
013400*-----------------------------------------------------------------
013500 2100-DAFTAR.
013600     MOVE ZERO TO WS-JML-PG.
013700     MOVE WS-KODE-ASAL TO PG-KODE-BRG.
013800     MOVE ZERO TO PG-URUT.
013900     MOVE 'N' TO WS-EOF-SW.
014000     START PENGGANTI-MST KEY NOT < PG-KUNCI
014100         INVALID KEY MOVE 'Y' TO WS-EOF-SW
014200     END-START.
014300     PERFORM 2150-SATU-PENGGANTI THRU 2150-EXIT
014400         UNTIL WS-EOF.
014500     IF WS-JML-PG = ZERO
014600         DISPLAY 'Belum ada pengganti untuk ' WS-KODE-ASAL
014700     END-IF.
014800 2100-EXIT.
014900     EXIT.
015000
015100 2150-SATU-PENGGANTI.
015200     READ PENGGANTI-MST NEXT RECORD
015300         AT END MOVE 'Y' TO WS-EOF-SW
015400     END-READ.
015500     IF WS-EOF
015600         GO TO 2150-EXIT
015700     END-IF.
015800     IF PG-KODE-BRG NOT = WS-KODE-ASAL
015900         MOVE 'Y' TO WS-EOF-SW
016000         GO TO 2150-EXIT
016100     END-IF.
016200     ADD 1 TO WS-JML-PG.
016300     MOVE PG-FAKTOR TO WS-FAKTOR-TAMPIL.
016400     DISPLAY '  ' PG-URUT '  ' PG-KODE-GANTI '  faktor '
016500         WS-FAKTOR-TAMPIL.
016600 2150-EXIT.
016700     EXIT.
016800
016900*-----------------------------------------------------------------
017000 2200-HAPUS.
017100     IF NOT WS-PG-ADA
017200         DISPLAY 'Urutan ' WS-URUT-PG ' belum ada, tidak ada'
017300             ' yang dihapus'
017400         GO TO 2200-EXIT
017500     END-IF.
017600     DELETE PENGGANTI-MST
017700         INVALID KEY
017800             DISPLAY 'Gagal hapus pengganti, status ' PG-FS
017900         NOT INVALID KEY
018000             DISPLAY 'Pengganti urutan ' WS-URUT-PG ' dihapus'
018100     END-DELETE.
018200 2200-EXIT.
018300     EXIT.
018400
018500*-----------------------------------------------------------------
018600 7000-CEK-BARANG.
018700     MOVE 'N' TO WS-BRG-ADA-SW.
018800     OPEN INPUT INFO-BRG.
018900     IF FS NOT = '00'
019000         CLOSE INFO-BRG
019100         GO TO 7000-EXIT
019200     END-IF.
019300     MOVE WS-KODE-CEK TO KODE-BRG.
019400     READ INFO-BRG
019500         INVALID KEY MOVE 'N' TO WS-BRG-ADA-SW
019600         NOT INVALID KEY MOVE 'Y' TO WS-BRG-ADA-SW
019700     END-READ.
019800     CLOSE INFO-BRG.
019900 7000-EXIT.
020000     EXIT.
020100
020200*-----------------------------------------------------------------
020300 9999-EXIT.
020400     STOP RUN.
