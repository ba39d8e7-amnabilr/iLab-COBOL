000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Register bahan berbahaya (B3): tandai KODE-BRG dengan
000500*           kelas bahaya UN, nomor lembar data keselamatan (SDS)
000600*           dan batas simpan per gudang di bahaya.dat (hanya
000700*           supervisor level 2, sign-on BRG-MENU), lalu cetak
000800*           register stok B3 triwulanan per gudang dari saldo
000900*           stok.dat ke B3REG-*.RPT untuk petugas K3 kampus dan
001000*           pemeriksaan lingkungan hidup. Putaway BIN-LOC menolak
001100*           barang B3 yang kelasnya tidak diizinkan di bin itu.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 PROGRAM-ID. BHY-MNT.
001700 ENVIRONMENT DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 CONFIGURATION SECTION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY BRGSEL.
002400     COPY STKSEL.
002500     COPY GDGSEL.
002600     COPY BHYSEL.
002700     SELECT SORT-WORK ASSIGN TO 'BHYMNT.TMP'.
002800     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002900     ORGANIZATION IS LINE SEQUENTIAL
003000     FILE STATUS IS RS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY BRGFD.
003400     COPY STKFD.
003500     COPY GDGFD.
003600     COPY BHYFD.
003700 SD SORT-WORK.
003800 01 SORT-RECORD.
003900     02 SR-GUDANG          PIC 9(02).
004000     02 SR-KODE-BRG        PIC X(05).
004100     02 SR-KELAS           PIC X(02).
004200     02 SR-SDS-REF         PIC X(20).
004300     02 SR-SALDO           PIC 9(05).
004400     02 SR-MAKS            PIC 9(05).
004500 FD REPORT-OUT.
004600 01 REPORT-LINE            PIC X(100).
004700
004800 WORKING-STORAGE SECTION.
004900 77 WS-RPT-NAMA            PIC X(30).
005000 77 WS-TGL-RUN             PIC 9(8).
005100 77 WS-JAM-RUN             PIC 9(8).
005200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BHY-MNT'.
005300 77 WS-CAT-JML             PIC 9(7).
005400 77 FS                     PIC XX.
005500 77 STK-FS                 PIC XX.
005600 77 GD-FS                  PIC XX.
005700 77 BHY-FS                 PIC XX.
005800 77 RS                     PIC XX.
005900 77 WS-EOF-SW              PIC X VALUE 'N'.
006000     88 WS-EOF             VALUE 'Y'.
006100 77 WS-STK-EOF-SW          PIC X VALUE 'N'.
006200     88 WS-STK-EOF         VALUE 'Y'.
006300 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
006400     88 WS-RETURN-EOF      VALUE 'Y'.
006500 77 WS-BRG-BUKA-SW         PIC X VALUE 'N'.
006600     88 WS-BRG-BUKA        VALUE 'Y'.
006700 77 WS-GDG-BUKA-SW         PIC X VALUE 'N'.
006800     88 WS-GDG-BUKA        VALUE 'Y'.
006900 77 WS-OPERATOR            PIC X(8).
007000 77 WS-OPR-LEVEL           PIC 9(1).
007100 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
007200 77 WS-JML-GUDANG          PIC 9(5) VALUE ZERO.
007300 77 WS-JML-LEBIH           PIC 9(5) VALUE ZERO.
007400 77 WS-SUB-BARIS           PIC 9(5) VALUE ZERO.
007500 77 WS-SUB-LEBIH           PIC 9(5) VALUE ZERO.
007600 01 WS-PILIHAN             PIC X.
007700     88 WS-PILIH-KELAS     VALUE 'K'.
007800     88 WS-PILIH-REGISTER  VALUE 'R'.
007900     88 WS-PILIH-SELESAI   VALUE 'S'.
008000 01 WS-KELAS-BARU          PIC X(2).
008100 01 WS-SDS-BARU            PIC X(20).
008200 01 WS-MAKS-BARU           PIC 9(5).
008300 01 WS-GDG-PILIH           PIC 9(2).
008400 01 WS-GDG-BERJALAN        PIC 9(2) VALUE ZERO.
008500 01 WS-BULAN               PIC 9(2).
008600 01 WS-TRIWULAN            PIC 9(1).
008700 01 WS-JUDUL.
008800     02 FILLER             PIC X(44)
008900         VALUE 'REGISTER STOK BAHAN BERBAHAYA (B3) TRIWULAN '.
009000     02 WS-J-TRIWULAN      PIC 9(01).
009100     02 FILLER             PIC X(07) VALUE ' TAHUN '.
009200     02 WS-J-TAHUN         PIC 9(04).
009300     02 FILLER             PIC X(08) VALUE '  TGL : '.
009400     02 WS-J-TGL           PIC 9(08).
009500 01 WS-JUDUL-GDG.
009600     02 FILLER             PIC X(09) VALUE 'GUDANG : '.
009700     02 WS-JG-GUDANG       PIC 9(02).
009800     02 FILLER             PIC X(01) VALUE SPACES.
009900     02 WS-JG-NAMA         PIC X(20).
010000     02 FILLER             PIC X(01) VALUE SPACES.
010100     02 WS-JG-LOKASI       PIC X(20).
010200 01 WS-HEADER.
010300     02 FILLER             PIC X(06) VALUE 'KODE'.
010400     02 FILLER             PIC X(23) VALUE 'NAMA BARANG'.
010500     02 FILLER             PIC X(06) VALUE 'KELAS'.
010600     02 FILLER             PIC X(21) VALUE 'NOMOR SDS'.
010700     02 FILLER             PIC X(06) VALUE ' SALDO'.
010800     02 FILLER             PIC X(08) VALUE '   BATAS'.
010900     02 FILLER             PIC X(12) VALUE '  KETERANGAN'.
011000 01 WS-DETAIL.
011100     02 WS-D-KODE          PIC X(05).
011200     02 FILLER             PIC X(01) VALUE SPACES.
011300     02 WS-D-NAMA          PIC X(22).
011400     02 FILLER             PIC X(01) VALUE SPACES.
011500     02 WS-D-KELAS         PIC X(02).
011600     02 FILLER             PIC X(04) VALUE SPACES.
011700     02 WS-D-SDS           PIC X(20).
011800     02 FILLER             PIC X(01) VALUE SPACES.
011900     02 WS-D-SALDO         PIC ZZZZ9.
012000     02 FILLER             PIC X(03) VALUE SPACES.
012100     02 WS-D-MAKS          PIC ZZZZ9.
012200     02 FILLER             PIC X(02) VALUE SPACES.
012300     02 WS-D-KET           PIC X(14).
012400 01 WS-SUBTOTAL.
012500     02 FILLER             PIC X(19) VALUE '  JUMLAH BARANG B3 '.
012600     02 WS-S-BARIS         PIC ZZZZ9.
012700     02 FILLER             PIC X(19) VALUE ', MELEBIHI BATAS : '.
012800     02 WS-S-LEBIH         PIC ZZZZ9.
012900 01 WS-TOTAL-LINE.
013000     02 FILLER             PIC X(19) VALUE 'TOTAL BARIS B3    '.
013100     02 WS-T-BARIS         PIC ZZZZ9.
013200     02 FILLER             PIC X(19) VALUE ', MELEBIHI BATAS : '.
013300     02 WS-T-LEBIH         PIC ZZZZ9.
013400     02 FILLER             PIC X(12) VALUE ', GUDANG : '.
013500     02 WS-T-GUDANG        PIC ZZZZ9.
013600 01 WS-TTD.
013700     02 FILLER             PIC X(40)
013800         VALUE 'PETUGAS K3 KAMPUS : ....................'.
013900     02 FILLER             PIC X(05) VALUE SPACES.
014000     02 FILLER             PIC X(40)
014100         VALUE 'KEPALA GUDANG     : ....................'.
014200
014300 PROCEDURE DIVISION.
014400*-----------------------------------------------------------------
014500 0000-MAINLINE.
014600     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
014700     PERFORM 1000-MENU THRU 1000-EXIT
014800         UNTIL WS-PILIH-SELESAI.
014900     GO TO 9999-EXIT.
015000
015100*-----------------------------------------------------------------
015200 1000-MENU.
015300     DISPLAY 'BAHAN BERBAHAYA (K=KELAS BAHAYA BARANG,'
015400         ' R=REGISTER TRIWULAN, S=SELESAI) : ' WITH NO ADVANCING.
015500     ACCEPT WS-PILIHAN.
015600     EVALUATE TRUE
015700         WHEN WS-PILIH-KELAS
015800             PERFORM 2000-KELAS-BAHAYA THRU 2000-EXIT
015900         WHEN WS-PILIH-REGISTER
016000             PERFORM 3000-REGISTER THRU 3000-EXIT
016100         WHEN WS-PILIH-SELESAI
016200             CONTINUE
016300         WHEN OTHER
016400             DISPLAY 'PILIHAN TIDAK DIKENAL'
016500     END-EVALUATE.
016600 1000-EXIT.
016700     EXIT.
016800
016900*-----------------------------------------------------------------
017000* Kelas bahaya per KODE-BRG: kelas kosong menghapus tanda B3.
017100* Kelas UN berawal angka 1-9 (sub-kelas di posisi kedua), nomor
017200* SDS wajib diisi supaya lembar data bisa dicari di lemari K3.
017300*-----------------------------------------------------------------
017400 2000-KELAS-BAHAYA.
017500     IF WS-OPR-LEVEL < 2
017600         DISPLAY 'PENANDAAN BAHAN BERBAHAYA HANYA UNTUK'
017700             ' SUPERVISOR YANG SIGN-ON LEWAT BRG-MENU'
017900         GO TO 2000-EXIT
018000     END-IF.
018100     DISPLAY 'KODE BARANG              : ' WITH NO ADVANCING.
018200     ACCEPT BHY-KODE-BRG.
018300     OPEN INPUT INFO-BRG.
018400     IF FS NOT = '00'
018500         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
018600         CLOSE INFO-BRG
018700         GO TO 2000-EXIT
018800     END-IF.
018900     MOVE BHY-KODE-BRG TO KODE-BRG.
019000     READ INFO-BRG
019100         INVALID KEY
019200             DISPLAY 'KODE BARANG TIDAK DITEMUKAN'
019300             CLOSE INFO-BRG
019400             GO TO 2000-EXIT
019500     END-READ.
019600     CLOSE INFO-BRG.
019700     DISPLAY NAMA-BRG.
019800     OPEN I-O BAHAYA-MST.
019900     IF BHY-FS = '35'
020000         OPEN OUTPUT BAHAYA-MST
020100         CLOSE BAHAYA-MST
020200         OPEN I-O BAHAYA-MST
020300     END-IF.
020400     IF BHY-FS NOT = '00'
020500         DISPLAY 'bahaya.dat TIDAK DAPAT DIBUKA, STATUS ' BHY-FS
020600         GO TO 2000-EXIT
020700     END-IF.
020800     READ BAHAYA-MST
020900         INVALID KEY
021000             MOVE SPACES TO BHY-KELAS
021100         NOT INVALID KEY
021200             DISPLAY 'KELAS ' BHY-KELAS ' SDS ' BHY-SDS-REF
021300                 ' BATAS ' BHY-MAKS-SIMPAN
021400     END-READ.
021500     DISPLAY 'KELAS BAHAYA UN (KOSONG=BUKAN B3) : '
021600         WITH NO ADVANCING.
021700     MOVE SPACES TO WS-KELAS-BARU.
021800     ACCEPT WS-KELAS-BARU.
021900     IF WS-KELAS-BARU = SPACES
022000         IF BHY-KELAS = SPACES
022100             DISPLAY 'BARANG MEMANG BUKAN BAHAN BERBAHAYA'
022200         ELSE
022300             DELETE BAHAYA-MST
022400             DISPLAY 'TANDA BAHAN BERBAHAYA DIHAPUS'
022500         END-IF
022600         CLOSE BAHAYA-MST
022700         GO TO 2000-EXIT
022800     END-IF.
022900     IF WS-KELAS-BARU(1:1) < '1' OR WS-KELAS-BARU(1:1) > '9'
023000         DISPLAY 'KELAS BAHAYA HARUS BERAWAL ANGKA 1-9'
023100         CLOSE BAHAYA-MST
023200         GO TO 2000-EXIT
023300     END-IF.
023400     DISPLAY 'NOMOR LEMBAR DATA (SDS)  : ' WITH NO ADVANCING.
023500     MOVE SPACES TO WS-SDS-BARU.
023600     ACCEPT WS-SDS-BARU.
023700     IF WS-SDS-BARU = SPACES
023800         DISPLAY 'NOMOR SDS WAJIB DIISI, DIBATALKAN'
023900         CLOSE BAHAYA-MST
024000         GO TO 2000-EXIT
024100     END-IF.
024200     DISPLAY 'BATAS SIMPAN PER GUDANG (0=TANPA BATAS) : '
024300         WITH NO ADVANCING.
024400     ACCEPT WS-MAKS-BARU.
024500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
024600     IF BHY-KELAS = SPACES
024700         MOVE WS-KELAS-BARU TO BHY-KELAS
024800         MOVE WS-SDS-BARU TO BHY-SDS-REF
024900         MOVE WS-MAKS-BARU TO BHY-MAKS-SIMPAN
025000         MOVE WS-TGL-RUN TO BHY-TGL-UBAH
025100         MOVE WS-OPERATOR TO BHY-PENGUBAH
025200         WRITE BAHAYA-RECORD
025300             INVALID KEY
025400                 DISPLAY 'GAGAL SIMPAN, STATUS ' BHY-FS
025500             NOT INVALID KEY
025600                 DISPLAY 'BARANG DITANDAI SEBAGAI BAHAN BERBAHAYA'
025700         END-WRITE
025800     ELSE
025900         MOVE WS-KELAS-BARU TO BHY-KELAS
026000         MOVE WS-SDS-BARU TO BHY-SDS-REF
026100         MOVE WS-MAKS-BARU TO BHY-MAKS-SIMPAN
026200         MOVE WS-TGL-RUN TO BHY-TGL-UBAH
026300         MOVE WS-OPERATOR TO BHY-PENGUBAH
026400         REWRITE BAHAYA-RECORD
026500             INVALID KEY
026600                 DISPLAY 'GAGAL SIMPAN, STATUS ' BHY-FS
026700             NOT INVALID KEY
026800                 DISPLAY 'DATA BAHAN BERBAHAYA DIUBAH'
026900         END-REWRITE
027000     END-IF.
027100     CLOSE BAHAYA-MST.
027200 2000-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------------
027600* Register triwulan: tiap barang di bahaya.dat dengan saldo
027700* stok.dat di atas nol, urut gudang lalu kode, dengan subtotal
027800* per gudang dan tanda saldo yang melebihi batas simpan.
027900* Triwulan diambil dari tanggal cetak.
028000*-----------------------------------------------------------------
028100 3000-REGISTER.
028200     DISPLAY 'NOMOR GUDANG (00=SEMUA)  : ' WITH NO ADVANCING.
028300     ACCEPT WS-GDG-PILIH.
028400     MOVE ZERO TO WS-JML-BARIS.
028500     MOVE ZERO TO WS-JML-GUDANG.
028600     MOVE ZERO TO WS-JML-LEBIH.
028700     MOVE ZERO TO WS-GDG-BERJALAN.
028800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
028900     ACCEPT WS-JAM-RUN FROM TIME.
029000     MOVE WS-TGL-RUN(5:2) TO WS-BULAN.
029100     COMPUTE WS-TRIWULAN = (WS-BULAN + 2) / 3.
029200     MOVE SPACES TO WS-RPT-NAMA.
029300     STRING 'B3REG-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
029400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
029500     OPEN OUTPUT REPORT-OUT.
029600     MOVE WS-TRIWULAN TO WS-J-TRIWULAN.
029700     MOVE WS-TGL-RUN(1:4) TO WS-J-TAHUN.
029800     MOVE WS-TGL-RUN TO WS-J-TGL.
029900     MOVE WS-JUDUL TO REPORT-LINE.
030000     WRITE REPORT-LINE.
030100     SORT SORT-WORK
030200         ON ASCENDING KEY SR-GUDANG SR-KODE-BRG
030300         INPUT PROCEDURE IS 3100-LEPAS-B3 THRU 3100-EXIT
030400         OUTPUT PROCEDURE IS 3200-CETAK THRU 3200-EXIT.
030500     CLOSE REPORT-OUT.
030600     IF WS-JML-BARIS = ZERO
030700         DISPLAY 'TIDAK ADA STOK BAHAN BERBAHAYA UNTUK DIDAFTAR'
030800         GO TO 3000-EXIT
030900     END-IF.
031000     MOVE WS-JML-BARIS TO WS-CAT-JML.
031100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
031200         WS-CAT-JML.
031300     DISPLAY 'REGISTER B3 ' WS-JML-BARIS ' BARIS, ' WS-JML-LEBIH
031400         ' MELEBIHI BATAS DI ' WS-RPT-NAMA.
031500 3000-EXIT.
031600     EXIT.
031700
031800 3100-LEPAS-B3.
031900     OPEN INPUT BAHAYA-MST.
032000     IF BHY-FS NOT = '00'
032100         DISPLAY 'bahaya.dat TIDAK DAPAT DIBUKA, STATUS ' BHY-FS
032200         CLOSE BAHAYA-MST
032300         GO TO 3100-EXIT
032400     END-IF.
032500     OPEN INPUT STOK-LEDGER.
032600     IF STK-FS NOT = '00'
032700         DISPLAY 'stok.dat TIDAK DAPAT DIBUKA, STATUS ' STK-FS
032800         CLOSE STOK-LEDGER
032900         CLOSE BAHAYA-MST
033000         GO TO 3100-EXIT
033100     END-IF.
033200     MOVE 'N' TO WS-EOF-SW.
033300     PERFORM 3150-LEPAS-BARANG THRU 3150-EXIT
033400         UNTIL WS-EOF.
033500     CLOSE STOK-LEDGER.
033600     CLOSE BAHAYA-MST.
033700 3100-EXIT.
033800     EXIT.
033900
034000 3150-LEPAS-BARANG.
034100     READ BAHAYA-MST NEXT RECORD
034200         AT END MOVE 'Y' TO WS-EOF-SW
034300     END-READ.
034400     IF WS-EOF
034500         GO TO 3150-EXIT
034600     END-IF.
034700     MOVE 'N' TO WS-STK-EOF-SW.
034800     MOVE BHY-KODE-BRG TO STK-KODE-BRG.
034900     MOVE ZERO TO STK-GUDANG.
035000     START STOK-LEDGER KEY NOT < STK-KUNCI
035100         INVALID KEY MOVE 'Y' TO WS-STK-EOF-SW
035200     END-START.
035300     PERFORM 3160-LEPAS-SALDO THRU 3160-EXIT
035400         UNTIL WS-STK-EOF.
035500 3150-EXIT.
035600     EXIT.
035700
035800 3160-LEPAS-SALDO.
035900     READ STOK-LEDGER NEXT RECORD
036000         AT END MOVE 'Y' TO WS-STK-EOF-SW
036100     END-READ.
036200     IF WS-STK-EOF
036300         GO TO 3160-EXIT
036400     END-IF.
036500     IF STK-KODE-BRG NOT = BHY-KODE-BRG
036600         MOVE 'Y' TO WS-STK-EOF-SW
036700         GO TO 3160-EXIT
036800     END-IF.
036900     IF STK-SALDO = ZERO
037000         GO TO 3160-EXIT
037100     END-IF.
037200     IF WS-GDG-PILIH NOT = ZERO AND STK-GUDANG NOT = WS-GDG-PILIH
037300         GO TO 3160-EXIT
037400     END-IF.
037500     MOVE STK-GUDANG TO SR-GUDANG.
037600     MOVE BHY-KODE-BRG TO SR-KODE-BRG.
037700     MOVE BHY-KELAS TO SR-KELAS.
037800     MOVE BHY-SDS-REF TO SR-SDS-REF.
037900     MOVE STK-SALDO TO SR-SALDO.
038000     MOVE BHY-MAKS-SIMPAN TO SR-MAKS.
038100     RELEASE SORT-RECORD.
038200 3160-EXIT.
038300     EXIT.
038400
038500 3200-CETAK.
038600     OPEN INPUT INFO-BRG.
038700     MOVE 'N' TO WS-BRG-BUKA-SW.
038800     IF FS = '00'
038900         MOVE 'Y' TO WS-BRG-BUKA-SW
039000     END-IF.
039100     OPEN INPUT GUDANG-MST.
039200     MOVE 'N' TO WS-GDG-BUKA-SW.
039300     IF GD-FS = '00'
039400         MOVE 'Y' TO WS-GDG-BUKA-SW
039500     END-IF.
039600     MOVE 'N' TO WS-RETURN-EOF-SW.
039700     PERFORM 3250-CETAK-SATU THRU 3250-EXIT
039800         UNTIL WS-RETURN-EOF.
039900     IF WS-JML-BARIS > ZERO
040000         PERFORM 3300-SUBTOTAL THRU 3300-EXIT
040100         MOVE SPACES TO REPORT-LINE
040200         WRITE REPORT-LINE
040300         MOVE WS-JML-BARIS TO WS-T-BARIS
040400         MOVE WS-JML-LEBIH TO WS-T-LEBIH
040500         MOVE WS-JML-GUDANG TO WS-T-GUDANG
040600         MOVE WS-TOTAL-LINE TO REPORT-LINE
040700         WRITE REPORT-LINE
040800         MOVE SPACES TO REPORT-LINE
040900         WRITE REPORT-LINE
041000         WRITE REPORT-LINE
041100         MOVE WS-TTD TO REPORT-LINE
041200         WRITE REPORT-LINE
041300     END-IF.
041400     CLOSE INFO-BRG.
041500     CLOSE GUDANG-MST.
041600 3200-EXIT.
041700     EXIT.
041800
041900 3250-CETAK-SATU.
042000     RETURN SORT-WORK
042100         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
042200     END-RETURN.
042300     IF WS-RETURN-EOF
042400         GO TO 3250-EXIT
042500     END-IF.
042600     IF SR-GUDANG NOT = WS-GDG-BERJALAN OR WS-JML-BARIS = ZERO
042700         IF WS-JML-BARIS > ZERO
042800             PERFORM 3300-SUBTOTAL THRU 3300-EXIT
042900         END-IF
043000         MOVE SR-GUDANG TO WS-GDG-BERJALAN
043100         MOVE ZERO TO WS-SUB-BARIS
043200         MOVE ZERO TO WS-SUB-LEBIH
043300         ADD 1 TO WS-JML-GUDANG
043400         MOVE SR-GUDANG TO WS-JG-GUDANG
043500         MOVE SPACES TO WS-JG-NAMA
043600         MOVE SPACES TO WS-JG-LOKASI
043700         IF WS-GDG-BUKA
043800             MOVE SR-GUDANG TO GD-KODE
043900             READ GUDANG-MST
044000                 INVALID KEY CONTINUE
044100                 NOT INVALID KEY
044200                     MOVE GD-NAMA TO WS-JG-NAMA
044300                     MOVE GD-LOKASI TO WS-JG-LOKASI
044400             END-READ
044500         END-IF
044600         MOVE SPACES TO REPORT-LINE
044700         WRITE REPORT-LINE
044800         MOVE WS-JUDUL-GDG TO REPORT-LINE
044900         WRITE REPORT-LINE
045000         MOVE WS-HEADER TO REPORT-LINE
045100         WRITE REPORT-LINE
045200     END-IF.
045300     MOVE SR-KODE-BRG TO WS-D-KODE.
045400     MOVE SPACES TO WS-D-NAMA.
045500     IF WS-BRG-BUKA
045600         MOVE SR-KODE-BRG TO KODE-BRG
045700         READ INFO-BRG
045800             INVALID KEY CONTINUE
045900             NOT INVALID KEY MOVE NAMA-BRG TO WS-D-NAMA
046000         END-READ
046100     END-IF.
046200     MOVE SR-KELAS TO WS-D-KELAS.
046300     MOVE SR-SDS-REF TO WS-D-SDS.
046400     MOVE SR-SALDO TO WS-D-SALDO.
046500     MOVE SR-MAKS TO WS-D-MAKS.
046600     MOVE SPACES TO WS-D-KET.
046700     IF SR-MAKS > ZERO AND SR-SALDO > SR-MAKS
046800         MOVE 'MELEBIHI BATAS' TO WS-D-KET
046900         ADD 1 TO WS-SUB-LEBIH
047000         ADD 1 TO WS-JML-LEBIH
047100     END-IF.
047200     MOVE WS-DETAIL TO REPORT-LINE.
047300     WRITE REPORT-LINE.
047400     ADD 1 TO WS-JML-BARIS.
047500     ADD 1 TO WS-SUB-BARIS.
047600 3250-EXIT.
047700     EXIT.
047800
047900 3300-SUBTOTAL.
048000     MOVE WS-SUB-BARIS TO WS-S-BARIS.
048100     MOVE WS-SUB-LEBIH TO WS-S-LEBIH.
048200     MOVE WS-SUBTOTAL TO REPORT-LINE.
048300     WRITE REPORT-LINE.
048400 3300-EXIT.
048500     EXIT.
048600
048700*-----------------------------------------------------------------
048800 9999-EXIT.
048900     STOP RUN.
