000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram bersama hitungan tanggal: selisih hari
000500*           kalender yang sebenarnya (bukan 30 hari per bulan)
000600*           dan selisih hari kerja antara dua tanggal, serta
000700*           tanggal N hari kerja sesudah satu tanggal. Hari kerja
000800*           adalah Senin-Jumat yang tidak terdaftar libur (L) di
000900*           harilibur.dat, ditambah Sabtu/Minggu yang terdaftar
001000*           sebagai hari kerja pengganti (K). Master dimuat sekali
001100*           per run ke tabel; perawatannya lewat KAL-LIBUR.
001200*           Fungsi (LK-FUNGSI):
001300*             H  LK-HARI = hari kalender TGL-1 s/d TGL-2
001400*             S  seperti H, ditambah LK-HARI-KERJA = hari kerja
001500*                sesudah TGL-1 sampai dengan TGL-2 (negatif bila
001600*                TGL-2 lebih awal)
001700*             T  LK-TGL-2 = hari kerja ke-N (LK-HARI-KERJA)
001800*                sesudah TGL-1, N negatif mundur; N = 0 menggeser
001900*                TGL-1 yang bukan hari kerja ke hari kerja
002000*                berikutnya
002100*             L  LK-HARI-KERJA = 1 bila TGL-1 hari kerja, 0 bila
002200*                bukan; LK-HARI = hari dalam minggu (1 = Senin
002300*                s/d 7 = Minggu); LK-KETERANGAN = keterangan
002400*                harilibur.dat bila tanggalnya terdaftar libur
002500*           Tanggal yang tidak sah mengembalikan nol dan
002600*           keterangan 'TANGGAL TIDAK SAH'.
002700* Tectonics: cobc -I copybooks
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003100 PROGRAM-ID. TGL-KERJA.
003200 ENVIRONMENT DIVISION.
003300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003400 CONFIGURATION SECTION.
003500*-----------------------
003600 INPUT-OUTPUT SECTION.
003700     FILE-CONTROL.
003800     COPY HLBSEL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100     COPY HLBFD.
004200
004300 WORKING-STORAGE SECTION.
004400 77 HL-FS                  PIC XX.
004500 77 WS-EOF-SW              PIC X VALUE 'N'.
004600     88 WS-EOF             VALUE 'Y'.
004700 77 WS-MUAT-SW             PIC X VALUE 'N'.
004800     88 WS-SUDAH-MUAT      VALUE 'Y'.
004900 77 WS-SAH-SW              PIC X.
005000     88 WS-TGL-SAH         VALUE 'Y'.
005100 77 WS-KERJA-SW            PIC X.
005200     88 WS-HARI-KERJA      VALUE 'Y'.
005300 77 WS-ISI-LIBUR           PIC 9(3) VALUE ZERO.
005400 77 WS-IDX                 PIC 9(3).
005500 77 WS-TGL-CEK             PIC 9(8).
005600 77 WS-JDN-CEK             PIC 9(7).
005700 77 WS-JDN-1               PIC 9(7).
005800 77 WS-JDN-2               PIC 9(7).
005900 77 WS-JDN-AWAL            PIC 9(7).
006000 77 WS-JDN-AKHIR           PIC 9(7).
006100 77 WS-JDN-JALAN           PIC 9(7).
006200 77 WS-HARI-MGG            PIC 9(1).
006300 77 WS-BAGI                PIC 9(7).
006400 77 WS-CACAH               PIC S9(7).
006500 77 WS-TARGET              PIC 9(7).
006600 77 WS-LANGKAH             PIC S9(1).
006700 77 WS-KET-HARI            PIC X(30).
006800 77 WS-MAKS-HARI           PIC 9(2).
006900 77 WS-KABISAT             PIC 9(3).
007000 77 WS-A                   PIC 9(7).
007100 77 WS-B                   PIC 9(7).
007200 77 WS-C                   PIC 9(7).
007300 77 WS-D                   PIC 9(7).
007400 77 WS-E                   PIC 9(7).
007500 77 WS-M                   PIC 9(7).
007600 77 WS-Y                   PIC 9(7).
007700 77 WS-T                   PIC 9(9).
007800 01 WS-TGL-PECAH.
007900     02 WS-TP-TAHUN        PIC 9(4).
008000     02 WS-TP-BULAN        PIC 99.
008100     02 WS-TP-HARI         PIC 99.
008200 01 WS-PANJANG-BULAN       PIC X(24)
008300     VALUE '312831303130313130313031'.
008400 01 WS-PANJANG-TABEL REDEFINES WS-PANJANG-BULAN.
008500     02 WS-PB-HARI         PIC 99 OCCURS 12 TIMES.
008600* Satu slot lebih dari batas muat supaya pencarian yang berhenti
008700* di ujung tabel tidak membaca di luar area.
008800 01 WS-TABEL-LIBUR.
008900     02 WS-TL-ENTRI OCCURS 501 TIMES.
009000         03 WS-TL-JDN      PIC 9(7).
009100         03 WS-TL-JENIS    PIC X(1).
009200         03 WS-TL-KET      PIC X(30).
009300
009400 LINKAGE SECTION.
009500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
009600 01 LK-FUNGSI              PIC X(01).
009700 01 LK-TGL-1               PIC 9(08).
009800 01 LK-TGL-2               PIC 9(08).
009900 01 LK-HARI                PIC S9(07).
010000 01 LK-HARI-KERJA          PIC S9(07).
010100 01 LK-KETERANGAN          PIC X(30).
010200
010300 PROCEDURE DIVISION USING LK-FUNGSI, LK-TGL-1, LK-TGL-2,
010400     LK-HARI, LK-HARI-KERJA, LK-KETERANGAN.
010500*-----------------------------------------------------------------
010600 0000-MAINLINE.
010700     IF NOT WS-SUDAH-MUAT
010800         PERFORM 1000-MUAT-LIBUR THRU 1000-EXIT
010900     END-IF.
011000     MOVE SPACES TO LK-KETERANGAN.
011100     MOVE LK-TGL-1 TO WS-TGL-CEK.
011200     PERFORM 2000-TGL-KE-JDN THRU 2000-EXIT.
011300     IF NOT WS-TGL-SAH
011400         GO TO 0900-TIDAK-SAH
011500     END-IF.
011600     MOVE WS-JDN-CEK TO WS-JDN-1.
011700     EVALUATE LK-FUNGSI
011800         WHEN 'H'
011900         WHEN 'S'
012000             MOVE LK-TGL-2 TO WS-TGL-CEK
012100             PERFORM 2000-TGL-KE-JDN THRU 2000-EXIT
012200             IF NOT WS-TGL-SAH
012300                 GO TO 0900-TIDAK-SAH
012400             END-IF
012500             MOVE WS-JDN-CEK TO WS-JDN-2
012600             COMPUTE LK-HARI = WS-JDN-2 - WS-JDN-1
012700             MOVE ZERO TO LK-HARI-KERJA
012800             IF LK-FUNGSI = 'S'
012900                 PERFORM 4000-HITUNG-KERJA THRU 4000-EXIT
013000             END-IF
013100         WHEN 'T'
013200             PERFORM 5000-TAMBAH-KERJA THRU 5000-EXIT
013300         WHEN 'L'
013400             MOVE WS-JDN-1 TO WS-JDN-CEK
013500             PERFORM 3000-CEK-HARI THRU 3000-EXIT
013600             IF WS-HARI-KERJA
013700                 MOVE 1 TO LK-HARI-KERJA
013800             ELSE
013900                 MOVE ZERO TO LK-HARI-KERJA
014000             END-IF
014100             COMPUTE LK-HARI = WS-HARI-MGG + 1
014200             MOVE WS-KET-HARI TO LK-KETERANGAN
014300         WHEN OTHER
014400             DISPLAY 'TGL-KERJA: FUNGSI TIDAK DIKENAL ' LK-FUNGSI
014500     END-EVALUATE.
014600     GO TO 9999-EXIT.
014700
014800 0900-TIDAK-SAH.
014900     MOVE ZERO TO LK-HARI.
015000     MOVE ZERO TO LK-HARI-KERJA.
015100     IF LK-FUNGSI = 'T'
015200         MOVE ZERO TO LK-TGL-2
015300     END-IF.
015400     MOVE 'TANGGAL TIDAK SAH' TO LK-KETERANGAN.
015500     GO TO 9999-EXIT.
015600
015700*-----------------------------------------------------------------
015800* harilibur.dat dimuat sekali per run, urut tanggal (kunci
015900* utama). Master yang belum ada berarti hanya Sabtu/Minggu yang
016000* bukan hari kerja.
016100*-----------------------------------------------------------------
016200 1000-MUAT-LIBUR.
016300     MOVE 'Y' TO WS-MUAT-SW.
016400     MOVE ZERO TO WS-ISI-LIBUR.
016500     OPEN INPUT HARI-LIBUR.
016600     IF HL-FS NOT = '00'
016700         CLOSE HARI-LIBUR
016800         GO TO 1000-EXIT
016900     END-IF.
017000     MOVE 'N' TO WS-EOF-SW.
017100     PERFORM 1100-SATU-LIBUR THRU 1100-EXIT
017200         UNTIL WS-EOF.
017300     CLOSE HARI-LIBUR.
017400 1000-EXIT.
017500     EXIT.
017600
017700 1100-SATU-LIBUR.
017800     READ HARI-LIBUR NEXT RECORD
017900         AT END MOVE 'Y' TO WS-EOF-SW
018000     END-READ.
018100     IF WS-EOF
018200         GO TO 1100-EXIT
018300     END-IF.
018400     IF WS-ISI-LIBUR >= 500
018500         DISPLAY 'TGL-KERJA: harilibur.dat LEBIH DARI 500 BARIS,'
018600             ' SISANYA DIABAIKAN'
018700         MOVE 'Y' TO WS-EOF-SW
018800         GO TO 1100-EXIT
018900     END-IF.
019000     MOVE HL-TANGGAL TO WS-TGL-CEK.
019100     PERFORM 2000-TGL-KE-JDN THRU 2000-EXIT.
019200     IF NOT WS-TGL-SAH
019300         GO TO 1100-EXIT
019400     END-IF.
019500     ADD 1 TO WS-ISI-LIBUR.
019600     MOVE WS-JDN-CEK TO WS-TL-JDN(WS-ISI-LIBUR).
019700     MOVE HL-JENIS TO WS-TL-JENIS(WS-ISI-LIBUR).
019800     MOVE HL-KETERANGAN TO WS-TL-KET(WS-ISI-LIBUR).
019900 1100-EXIT.
020000     EXIT.
020100
020200*-----------------------------------------------------------------
020300* Tanggal YYYYMMDD ke nomor hari Julian (hitungan bulat) supaya
020400* selisih dua tanggal adalah selisih hari yang sebenarnya,
020500* termasuk tahun kabisat.
020600*-----------------------------------------------------------------
020700 2000-TGL-KE-JDN.
020800     MOVE 'N' TO WS-SAH-SW.
020900     MOVE ZERO TO WS-JDN-CEK.
021000     MOVE WS-TGL-CEK TO WS-TGL-PECAH.
021100     IF WS-TP-TAHUN < 1900 OR WS-TP-BULAN < 1
021200             OR WS-TP-BULAN > 12 OR WS-TP-HARI < 1
021300         GO TO 2000-EXIT
021400     END-IF.
021500     MOVE WS-PB-HARI(WS-TP-BULAN) TO WS-MAKS-HARI.
021600     IF WS-TP-BULAN = 2
021700         DIVIDE WS-TP-TAHUN BY 4 GIVING WS-BAGI
021800             REMAINDER WS-KABISAT
021900         IF WS-KABISAT = ZERO
022000             MOVE 29 TO WS-MAKS-HARI
022100             DIVIDE WS-TP-TAHUN BY 100 GIVING WS-BAGI
022200                 REMAINDER WS-KABISAT
022300             IF WS-KABISAT = ZERO
022400                 DIVIDE WS-TP-TAHUN BY 400 GIVING WS-BAGI
022500                     REMAINDER WS-KABISAT
022600                 IF WS-KABISAT NOT = ZERO
022700                     MOVE 28 TO WS-MAKS-HARI
022800                 END-IF
022900             END-IF
023000         END-IF
023100     END-IF.
023200     IF WS-TP-HARI > WS-MAKS-HARI
023300         GO TO 2000-EXIT
023400     END-IF.
023500     COMPUTE WS-A = (14 - WS-TP-BULAN) / 12.
023600     COMPUTE WS-Y = WS-TP-TAHUN + 4800 - WS-A.
023700     COMPUTE WS-M = WS-TP-BULAN + 12 * WS-A - 3.
023800     COMPUTE WS-JDN-CEK = WS-TP-HARI + 365 * WS-Y - 32045.
023900     COMPUTE WS-BAGI = (153 * WS-M + 2) / 5.
024000     ADD WS-BAGI TO WS-JDN-CEK.
024100     COMPUTE WS-BAGI = WS-Y / 4.
024200     ADD WS-BAGI TO WS-JDN-CEK.
024300     COMPUTE WS-BAGI = WS-Y / 100.
024400     SUBTRACT WS-BAGI FROM WS-JDN-CEK.
024500     COMPUTE WS-BAGI = WS-Y / 400.
024600     ADD WS-BAGI TO WS-JDN-CEK.
024700     MOVE 'Y' TO WS-SAH-SW.
024800 2000-EXIT.
024900     EXIT.
025000
025100*-----------------------------------------------------------------
025200* Nomor hari Julian kembali ke YYYYMMDD di WS-TGL-CEK.
025300*-----------------------------------------------------------------
025400 2100-JDN-KE-TGL.
025500     COMPUTE WS-A = WS-JDN-CEK + 32044.
025600     COMPUTE WS-B = (4 * WS-A + 3) / 146097.
025700     COMPUTE WS-T = 146097 * WS-B / 4.
025800     COMPUTE WS-C = WS-A - WS-T.
025900     COMPUTE WS-D = (4 * WS-C + 3) / 1461.
026000     COMPUTE WS-T = 1461 * WS-D / 4.
026100     COMPUTE WS-E = WS-C - WS-T.
026200     COMPUTE WS-M = (5 * WS-E + 2) / 153.
026300     COMPUTE WS-T = (153 * WS-M + 2) / 5.
026400     COMPUTE WS-TP-HARI = WS-E - WS-T + 1.
026500     COMPUTE WS-BAGI = WS-M / 10.
026600     COMPUTE WS-TP-BULAN = WS-M + 3 - 12 * WS-BAGI.
026700     COMPUTE WS-TP-TAHUN = 100 * WS-B + WS-D - 4800 + WS-BAGI.
026800     MOVE WS-TGL-PECAH TO WS-TGL-CEK.
026900 2100-EXIT.
027000     EXIT.
027100
027200*-----------------------------------------------------------------
027300* Hari kerja atau bukan untuk WS-JDN-CEK: nomor Julian mod 7
027400* memberi 0 = Senin s/d 6 = Minggu; baris harilibur.dat di
027500* tanggal itu menimpa aturan akhir pekan.
027600*-----------------------------------------------------------------
027700 3000-CEK-HARI.
027800     DIVIDE WS-JDN-CEK BY 7 GIVING WS-BAGI
027900         REMAINDER WS-HARI-MGG.
028000     IF WS-HARI-MGG < 5
028100         MOVE 'Y' TO WS-KERJA-SW
028200     ELSE
028300         MOVE 'N' TO WS-KERJA-SW
028400     END-IF.
028500     MOVE SPACES TO WS-KET-HARI.
028600     MOVE 1 TO WS-IDX.
028700     PERFORM 3100-CARI-LIBUR THRU 3100-EXIT
028800         UNTIL WS-IDX > WS-ISI-LIBUR
028900         OR WS-TL-JDN(WS-IDX) >= WS-JDN-CEK.
029000     IF WS-IDX > WS-ISI-LIBUR
029100         GO TO 3000-EXIT
029200     END-IF.
029300     IF WS-TL-JDN(WS-IDX) NOT = WS-JDN-CEK
029400         GO TO 3000-EXIT
029500     END-IF.
029600     IF WS-TL-JENIS(WS-IDX) = 'K'
029700         MOVE 'Y' TO WS-KERJA-SW
029800     ELSE
029900         MOVE 'N' TO WS-KERJA-SW
030000         MOVE WS-TL-KET(WS-IDX) TO WS-KET-HARI
030100     END-IF.
030200 3000-EXIT.
030300     EXIT.
030400
030500 3100-CARI-LIBUR.
030600     ADD 1 TO WS-IDX.
030700 3100-EXIT.
030800     EXIT.
030900
031000*-----------------------------------------------------------------
031100* Hari kerja sesudah tanggal yang lebih awal sampai dengan yang
031200* lebih akhir; bertanda negatif bila TGL-2 sebelum TGL-1.
031300*-----------------------------------------------------------------
031400 4000-HITUNG-KERJA.
031500     MOVE ZERO TO WS-CACAH.
031600     IF WS-JDN-2 >= WS-JDN-1
031700         MOVE WS-JDN-1 TO WS-JDN-AWAL
031800         MOVE WS-JDN-2 TO WS-JDN-AKHIR
031900     ELSE
032000         MOVE WS-JDN-2 TO WS-JDN-AWAL
032100         MOVE WS-JDN-1 TO WS-JDN-AKHIR
032200     END-IF.
032300     ADD 1 TO WS-JDN-AWAL.
032400     PERFORM 4100-SATU-HARI THRU 4100-EXIT
032500         VARYING WS-JDN-JALAN FROM WS-JDN-AWAL BY 1
032600         UNTIL WS-JDN-JALAN > WS-JDN-AKHIR.
032700     IF WS-JDN-2 < WS-JDN-1
032800         COMPUTE LK-HARI-KERJA = 0 - WS-CACAH
032900     ELSE
033000         MOVE WS-CACAH TO LK-HARI-KERJA
033100     END-IF.
033200 4000-EXIT.
033300     EXIT.
033400
033500 4100-SATU-HARI.
033600     MOVE WS-JDN-JALAN TO WS-JDN-CEK.
033700     PERFORM 3000-CEK-HARI THRU 3000-EXIT.
033800     IF WS-HARI-KERJA
033900         ADD 1 TO WS-CACAH
034000     END-IF.
034100 4100-EXIT.
034200     EXIT.
034300
034400*-----------------------------------------------------------------
034500* Maju (atau mundur) satu hari sampai N hari kerja terlewati;
034600* N = 0 cukup menggeser ke hari kerja terdekat berikutnya.
034700*-----------------------------------------------------------------
034800 5000-TAMBAH-KERJA.
034900     MOVE WS-JDN-1 TO WS-JDN-JALAN.
035000     MOVE ZERO TO WS-CACAH.
035100     IF LK-HARI-KERJA < ZERO
035200         MOVE -1 TO WS-LANGKAH
035300         COMPUTE WS-TARGET = 0 - LK-HARI-KERJA
035400     ELSE
035500         MOVE 1 TO WS-LANGKAH
035600         MOVE LK-HARI-KERJA TO WS-TARGET
035700     END-IF.
035800     IF WS-TARGET = ZERO
035900         MOVE WS-JDN-JALAN TO WS-JDN-CEK
036000         PERFORM 3000-CEK-HARI THRU 3000-EXIT
036100         PERFORM 5200-GESER-KERJA THRU 5200-EXIT
036200             UNTIL WS-HARI-KERJA
036300     ELSE
036400         PERFORM 5100-LANGKAH-KERJA THRU 5100-EXIT
036500             UNTIL WS-CACAH = WS-TARGET
036600     END-IF.
036700     MOVE WS-JDN-JALAN TO WS-JDN-CEK.
036800     PERFORM 2100-JDN-KE-TGL THRU 2100-EXIT.
036900     MOVE WS-TGL-CEK TO LK-TGL-2.
037000     COMPUTE LK-HARI = WS-JDN-JALAN - WS-JDN-1.
037100 5000-EXIT.
037200     EXIT.
037300
037400 5100-LANGKAH-KERJA.
037500     ADD WS-LANGKAH TO WS-JDN-JALAN.
037600     MOVE WS-JDN-JALAN TO WS-JDN-CEK.
037700     PERFORM 3000-CEK-HARI THRU 3000-EXIT.
037800     IF WS-HARI-KERJA
037900         ADD 1 TO WS-CACAH
038000     END-IF.
038100 5100-EXIT.
038200     EXIT.
038300
038400 5200-GESER-KERJA.
038500     ADD 1 TO WS-JDN-JALAN.
038600     MOVE WS-JDN-JALAN TO WS-JDN-CEK.
038700     PERFORM 3000-CEK-HARI THRU 3000-EXIT.
038800 5200-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------------
039200 9999-EXIT.
039300     GOBACK.
