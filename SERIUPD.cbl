000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram mutasi nomor seri barang berseri (daftar
000500*           brgseri.dat). Satu panggilan = satu unit. LK-AKSI C
000600*           hanya menjawab apakah LK-KODE berseri (LK-HASIL Y/N).
000700*           Aksi M terima dari supplier, K keluar ke departemen
000800*           LK-REF, T kirim transfer nomor LK-REF, U terima
000900*           transfer LK-REF di gudang LK-GUDANG, R retur ke
001000*           supplier dengan nota debet LK-REF, D kembali dari
001010*           departemen LK-REF ke gudang LK-GUDANG (retur
001020*           pemakaian STK-REQ). LK-MODE P hanya
001100*           memeriksa apakah unit boleh bergerak (pemanggil
001200*           mengumpulkan seri sebelum saldo diubah), LK-MODE B
001300*           memeriksa lalu membukukan ke serial.dat dan riwayat
001400*           serijrnl.dat. LK-HASIL N berarti ditolak, alasannya di
001500*           LK-PESAN.
001510*           Pembukuan (LK-MODE B) ditolak selama tanda jendela
001520*           batch malam batchwin.ctl terpasang (BTC-WIN); aksi C
001530*           dan LK-MODE P tetap boleh.
001600* Tectonics: cobc -I copybooks
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 PROGRAM-ID. SERI-UPD.
002100 ENVIRONMENT DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 CONFIGURATION SECTION.
002400*-----------------------
002500 INPUT-OUTPUT SECTION.
002600     FILE-CONTROL.
002700     COPY BSRSEL.
002800     COPY SERSEL.
002900     COPY SJRSEL.
003000     COPY POSEL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY BSRFD.
003400     COPY SERFD.
003500     COPY SJRFD.
003600     COPY POFD.
003700
003800 WORKING-STORAGE SECTION.
003900 77 BSR-FS                 PIC XX.
003910* Parameter BTC-WIN (jendela batch malam).
003920 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003930 77 WS-BW-PROGRAM          PIC X(13) VALUE 'SERI-UPD'.
003940 77 WS-BW-HASIL            PIC X(1).
003950 77 WS-BW-PEMEGANG         PIC X(13).
004000 77 SN-FS                  PIC XX.
004100 77 SJ-FS                  PIC XX.
004200 77 PO-FS                  PIC XX.
004300 77 WS-SN-ADA-SW           PIC X VALUE 'N'.
004400     88 WS-SN-ADA          VALUE 'Y'.
004500 77 WS-TGL-MUTASI          PIC 9(8).
004600 77 WS-OPR-ID              PIC X(8).
004700 77 WS-OPR-LEVEL           PIC 9(1).
004800
004900 LINKAGE SECTION.
005000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005100 01 LK-AKSI                PIC X(01).
005200 01 LK-MODE                PIC X(01).
005300 01 LK-KODE                PIC X(05).
005400 01 LK-SERI                PIC X(20).
005500 01 LK-GUDANG              PIC 9(02).
005600 01 LK-REF                 PIC X(10).
005700 01 LK-NO-PO               PIC 9(05).
005800 01 LK-HASIL               PIC X(01).
005900 01 LK-PESAN               PIC X(40).
006000
006100 PROCEDURE DIVISION USING LK-AKSI, LK-MODE, LK-KODE, LK-SERI,
006200     LK-GUDANG, LK-REF, LK-NO-PO, LK-HASIL, LK-PESAN.
006300*-----------------------------------------------------------------
006400 0000-MAINLINE.
006500     MOVE 'Y' TO LK-HASIL.
006600     MOVE SPACES TO LK-PESAN.
006700     IF LK-AKSI = 'C'
006800         PERFORM 1000-CEK-BERSERI THRU 1000-EXIT
006900         GO TO 9999-EXIT
007000     END-IF.
007009     IF LK-MODE = 'B'
007018         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
007027             WS-BW-HASIL, WS-BW-PEMEGANG
007036         IF WS-BW-HASIL = 'Y'
007045             MOVE 'N' TO LK-HASIL
007054             STRING 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN'
007063                 DELIMITED BY SIZE INTO LK-PESAN
007072             GO TO 9999-EXIT
007081         END-IF
007090     END-IF.
007100     IF LK-SERI = SPACES
007200         MOVE 'N' TO LK-HASIL
007300         MOVE 'NOMOR SERI KOSONG' TO LK-PESAN
007400         GO TO 9999-EXIT
007500     END-IF.
007600     OPEN I-O SERI-FILE.
007700     IF SN-FS = '35'
007800         OPEN OUTPUT SERI-FILE
007900         CLOSE SERI-FILE
008000         OPEN I-O SERI-FILE
008100     END-IF.
008200     IF SN-FS NOT = '00'
008300         MOVE 'N' TO LK-HASIL
008400         STRING 'serial.dat TIDAK DAPAT DIBUKA, STATUS ' SN-FS
008500             DELIMITED BY SIZE INTO LK-PESAN
008600         CLOSE SERI-FILE
008700         GO TO 9999-EXIT
008800     END-IF.
008900     MOVE LK-KODE TO SN-KODE-BRG.
009000     MOVE LK-SERI TO SN-SERI.
009100     MOVE 'N' TO WS-SN-ADA-SW.
009200     READ SERI-FILE
009300         INVALID KEY CONTINUE
009400         NOT INVALID KEY MOVE 'Y' TO WS-SN-ADA-SW
009500     END-READ.
009600     EVALUATE LK-AKSI
009700         WHEN 'M'
009800             PERFORM 2100-CEK-TERIMA THRU 2100-EXIT
009900         WHEN 'K'
010000         WHEN 'T'
010100         WHEN 'R'
010200             PERFORM 2200-CEK-DI-GUDANG THRU 2200-EXIT
010300         WHEN 'U'
010400             PERFORM 2300-CEK-TRANSIT THRU 2300-EXIT
010410         WHEN 'D'
010420             PERFORM 2400-CEK-DI-DEPT THRU 2400-EXIT
010500         WHEN OTHER
010600             MOVE 'N' TO LK-HASIL
010700             MOVE 'AKSI SERI TIDAK DIKENAL' TO LK-PESAN
010800     END-EVALUATE.
010900     IF LK-HASIL = 'Y' AND LK-MODE = 'B'
011000         PERFORM 3000-BUKUKAN THRU 3000-EXIT
011100     END-IF.
011200     CLOSE SERI-FILE.
011300 9999-EXIT.
011400     GOBACK.
011500
011600*-----------------------------------------------------------------
011700* Barang berseri kalau KODE-BRG-nya terdaftar di brgseri.dat;
011800* file yang belum ada berarti belum ada barang berseri.
011900*-----------------------------------------------------------------
012000 1000-CEK-BERSERI.
012100     MOVE 'N' TO LK-HASIL.
012200     OPEN INPUT BRG-SERI-MST.
012300     IF BSR-FS = '00'
012400         MOVE LK-KODE TO BSR-KODE-BRG
012500         READ BRG-SERI-MST
012600             INVALID KEY CONTINUE
012700             NOT INVALID KEY MOVE 'Y' TO LK-HASIL
012800         END-READ
012900     END-IF.
013000     CLOSE BRG-SERI-MST.
013100 1000-EXIT.
013200     EXIT.
013300
013400*-----------------------------------------------------------------
013500* Terima dari supplier: nomor seri belum pernah ada, kecuali unit
013600* yang dulu diretur (R) dan kini dikirim kembali oleh supplier.
013700*-----------------------------------------------------------------
013800 2100-CEK-TERIMA.
013900     IF WS-SN-ADA AND SN-STATUS NOT = 'R'
014000         MOVE 'N' TO LK-HASIL
014100         STRING 'SERI SUDAH TERDAFTAR, STATUS ' SN-STATUS
014200             ' GUDANG ' SN-GUDANG DELIMITED BY SIZE INTO LK-PESAN
014300     END-IF.
014400 2100-EXIT.
014500     EXIT.
014600
014700*-----------------------------------------------------------------
014800* Keluar, kirim transfer dan retur: unit harus ada (G) di gudang
014900* yang sama dengan mutasinya.
015000*-----------------------------------------------------------------
015100 2200-CEK-DI-GUDANG.
015200     IF NOT WS-SN-ADA
015300         MOVE 'N' TO LK-HASIL
015400         MOVE 'NOMOR SERI TIDAK TERDAFTAR DI serial.dat'
015500             TO LK-PESAN
015600         GO TO 2200-EXIT
015700     END-IF.
015800     IF SN-STATUS NOT = 'G'
015900         MOVE 'N' TO LK-HASIL
016000         STRING 'UNIT TIDAK DI GUDANG, STATUS ' SN-STATUS ' '
016100             SN-REF DELIMITED BY SIZE INTO LK-PESAN
016200         GO TO 2200-EXIT
016300     END-IF.
016400     IF SN-GUDANG NOT = LK-GUDANG
016500         MOVE 'N' TO LK-HASIL
016600         STRING 'UNIT TERCATAT DI GUDANG ' SN-GUDANG
016700             DELIMITED BY SIZE INTO LK-PESAN
016800     END-IF.
016900 2200-EXIT.
017000     EXIT.
017100
017200*-----------------------------------------------------------------
017300* Terima transfer: unit harus sedang dalam perjalanan (T) pada
017400* nomor transfer yang sama.
017500*-----------------------------------------------------------------
017600 2300-CEK-TRANSIT.
017700     IF NOT WS-SN-ADA
017800         MOVE 'N' TO LK-HASIL
017900         MOVE 'NOMOR SERI TIDAK TERDAFTAR DI serial.dat'
018000             TO LK-PESAN
018100         GO TO 2300-EXIT
018200     END-IF.
018300     IF SN-STATUS NOT = 'T' OR SN-REF NOT = LK-REF
018400         MOVE 'N' TO LK-HASIL
018500         MOVE 'UNIT BUKAN MUATAN TRANSFER INI' TO LK-PESAN
018600     END-IF.
018700 2300-EXIT.
018800     EXIT.
018804
018808*-----------------------------------------------------------------
018812* Kembali dari departemen: unit harus tercatat keluar (K) ke
018816* departemen yang sama dengan yang mengembalikannya.
018820*-----------------------------------------------------------------
018824 2400-CEK-DI-DEPT.
018828     IF NOT WS-SN-ADA
018832         MOVE 'N' TO LK-HASIL
018836         MOVE 'NOMOR SERI TIDAK TERDAFTAR DI serial.dat'
018840             TO LK-PESAN
018844         GO TO 2400-EXIT
018848     END-IF.
018852     IF SN-STATUS NOT = 'K' OR SN-REF NOT = LK-REF
018856         MOVE 'N' TO LK-HASIL
018860         STRING 'UNIT TIDAK DI DEPARTEMEN INI, STATUS '
018864             SN-STATUS ' ' SN-REF DELIMITED BY SIZE
018868             INTO LK-PESAN
018872     END-IF.
018876 2400-EXIT.
018880     EXIT.
018900
019000*-----------------------------------------------------------------
019100* Bukukan posisi baru unit ke serial.dat, lalu satu baris riwayat
019200* ke serijrnl.dat.
019300*-----------------------------------------------------------------
019400 3000-BUKUKAN.
019500     ACCEPT WS-TGL-MUTASI FROM DATE YYYYMMDD.
019600     EVALUATE LK-AKSI
019700         WHEN 'M'
019800             MOVE 'G' TO SN-STATUS
019900             MOVE LK-GUDANG TO SN-GUDANG
020000             MOVE LK-REF TO SN-REF
020100             MOVE WS-TGL-MUTASI TO SN-TGL-TERIMA
020200             MOVE LK-NO-PO TO SN-NO-PO
020300             MOVE SPACES TO SN-SUPPLIER
020400             IF LK-NO-PO > ZERO
020500                 PERFORM 3200-CARI-SUPPLIER THRU 3200-EXIT
020600             END-IF
020700         WHEN 'K'
020800             MOVE 'K' TO SN-STATUS
020900             MOVE LK-REF TO SN-REF
021000         WHEN 'T'
021100             MOVE 'T' TO SN-STATUS
021200             MOVE LK-REF TO SN-REF
021300         WHEN 'U'
021400             MOVE 'G' TO SN-STATUS
021500             MOVE LK-GUDANG TO SN-GUDANG
021600             MOVE SPACES TO SN-REF
021610         WHEN 'D'
021620             MOVE 'G' TO SN-STATUS
021630             MOVE LK-GUDANG TO SN-GUDANG
021640             MOVE SPACES TO SN-REF
021700         WHEN 'R'
021800             MOVE 'R' TO SN-STATUS
021900             MOVE LK-REF TO SN-REF
022000     END-EVALUATE.
022100     MOVE WS-TGL-MUTASI TO SN-TGL-MUTASI.
022200     IF WS-SN-ADA
022300         REWRITE SERI-RECORD
022400             INVALID KEY
022500                 MOVE 'N' TO LK-HASIL
022600                 STRING 'GAGAL SIMPAN serial.dat, STATUS ' SN-FS
022700                     DELIMITED BY SIZE INTO LK-PESAN
022800                 GO TO 3000-EXIT
022900         END-REWRITE
023000     ELSE
023100         WRITE SERI-RECORD
023200             INVALID KEY
023300                 MOVE 'N' TO LK-HASIL
023400                 STRING 'GAGAL TULIS serial.dat, STATUS ' SN-FS
023500                     DELIMITED BY SIZE INTO LK-PESAN
023600                 GO TO 3000-EXIT
023700         END-WRITE
023800     END-IF.
023900     PERFORM 3100-CATAT-RIWAYAT THRU 3100-EXIT.
024000 3000-EXIT.
024100     EXIT.
024200
024300 3100-CATAT-RIWAYAT.
024400     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
024500     OPEN EXTEND SERI-JURNAL.
024600     IF SJ-FS = '05' OR SJ-FS = '35'
024700         OPEN OUTPUT SERI-JURNAL
024800     END-IF.
024900     MOVE SPACES TO SERI-JURNAL-LINE.
025000     MOVE LK-KODE TO SJ-KODE-BRG.
025100     MOVE LK-SERI TO SJ-SERI.
025200     MOVE WS-TGL-MUTASI TO SJ-TANGGAL.
025300     MOVE LK-AKSI TO SJ-JENIS.
025400     MOVE SN-GUDANG TO SJ-GUDANG.
025500     MOVE LK-REF TO SJ-REF.
025600     MOVE SN-NO-PO TO SJ-NO-PO.
025700     MOVE WS-OPR-ID TO SJ-OPERATOR.
025800     WRITE SERI-JURNAL-LINE.
025900     CLOSE SERI-JURNAL.
026000 3100-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------------
026400* Supplier kiriman diambil dari baris pertama PO asalnya.
026500*-----------------------------------------------------------------
026600 3200-CARI-SUPPLIER.
026700     OPEN INPUT PO-FILE.
026800     IF PO-FS NOT = '00'
026900         CLOSE PO-FILE
027000         GO TO 3200-EXIT
027100     END-IF.
027200     MOVE LK-NO-PO TO PO-NO.
027300     MOVE ZERO TO PO-URUT.
027400     START PO-FILE KEY NOT < PO-KUNCI
027500         INVALID KEY
027600             CLOSE PO-FILE
027700             GO TO 3200-EXIT
027800     END-START.
027900     READ PO-FILE NEXT RECORD
028000         AT END CONTINUE
028100         NOT AT END
028200             IF PO-NO = LK-NO-PO
028300                 MOVE PO-SUPPLIER TO SN-SUPPLIER
028400             END-IF
028500     END-READ.
028600     CLOSE PO-FILE.
028700 3200-EXIT.
028800     EXIT.
