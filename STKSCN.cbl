000900*           stokjrnl.dat, kode yang tidak dikenal dicetak ke
001000*           daftar pengecualian SCANERR.RPT, jadi menerima satu
001100*           truk barang cukup scan-selesai tanpa pengetikan ulang.
001110*           Barang berseri (brgseri.dat) discan per unit dengan
001120*           nomor seri di kolom 8-27 baris scan; seri dibukukan
001130*           lewat SERI-UPD (terima mencatat nomor PO run ini),
001140*           seri kosong/tidak sah dan scan karton barang berseri
001150*           masuk daftar pengecualian.
001160*           Run masuk mencatat satu bukti terima bernomor
001170*           (TRM-DOK, terima.dat) dengan nomor surat jalan
001180*           supplier: per barang dan jalur satuan/karton, termasuk
001190*           yang ditahan QC; nota terimanya dicetak di akhir run.
001193*           Tiap baris SCANERR.RPT juga dicatat ke antrian
001196*           pengecualian bersama excq.dat lewat EXC-ADD.
001197*           Posting ditolak selama tanda jendela batch malam
001198*           batchwin.ctl terpasang (BTC-WIN).
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
003880     02 FILLER             PIC X(01).
003882     02 CK-BARIS           PIC 9(07).
003900 FD SCAN-FILE.
004000 01 SCAN-RECORD             PIC X(30).
004100 FD EXCEPTION-OUT.
004200 01 EXCEPTION-LINE          PIC X(60).
004300
004404 77 WS-TGL-RUN             PIC 9(8).
004406 77 WS-JAM-RUN             PIC 9(8).
004408 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-SCN'.
004409 77 WS-EXC-KUNCI           PIC X(20).
004410 77 WS-CAT-JML             PIC 9(7).
004500 77 FS                     PIC XX.
004600 77 STK-FS                 PIC XX.
006014 77 WS-JML-TAHAN           PIC 9(7) VALUE ZERO.
006016 77 WS-JAWAB-QC            PIC X.
006018 77 WS-PRD-BOLEH-SW        PIC X.
006019* Parameter BTC-WIN (jendela batch malam).
006020 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
006021 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-SCN'.
006022 77 WS-BW-HASIL            PIC X(1).
006023 77 WS-BW-PEMEGANG         PIC X(13).
006024 77 SR-FS                  PIC XX.
006025 77 WS-REG-CACAH           PIC 9(7) VALUE ZERO.
006026 77 WS-REG-SIDIK           PIC 9(9) VALUE ZERO.
006027 77 WS-REG-KETEMU-SW       PIC X VALUE 'N'.
006028     88 WS-REG-KETEMU      VALUE 'Y'.
006030 77 WS-REG-EOF-SW          PIC X VALUE 'N'.
006032     88 WS-REG-EOF         VALUE 'Y'.
006300     88 WS-SCN-MASUK       VALUE 'M'.
006400     88 WS-SCN-KELUAR      VALUE 'K'.
006500 01 WS-KODE-SCAN           PIC X(5).
006505 77 WS-KARTON-SW           PIC X VALUE 'N'.
006510     88 WS-KARTON          VALUE 'Y'.
006515 77 WS-BERSERI-SW          PIC X VALUE 'N'.
006520     88 WS-BERSERI         VALUE 'Y'.
006525 77 WS-NO-PO-SCN           PIC 9(5) VALUE ZERO.
006530 77 WS-JML-SERI            PIC 9(7) VALUE ZERO.
006535 01 WS-SERI-SCAN           PIC X(20).
006540 01 WS-SN-AKSI             PIC X.
006545 01 WS-SN-MODE             PIC X.
006550 01 WS-SN-REF              PIC X(10).
006555 01 WS-SN-HASIL            PIC X.
006560 01 WS-SN-PESAN            PIC X(40).
006564 77 WS-SJ-SCN              PIC X(15) VALUE SPACES.
006568 77 WS-NO-TRM              PIC 9(7) VALUE ZERO.
006572 77 WS-TRM-AKSI            PIC X.
006576 77 WS-URUT-TRM            PIC 9(2) VALUE ZERO.
006580 77 WS-SUP-TRM             PIC X(13) VALUE SPACES.
006584 77 WS-JML-TRM             PIC 9(7).
006588 77 WS-QC-TRM              PIC 9(7).
006592 77 WS-JALUR-TRM           PIC X.
006600 01 WS-EX-DETAIL.
006700     02 WS-E-KODE          PIC X(05).
006800     02 FILLER             PIC X(03) VALUE SPACES.
007420         PERFORM 1500-CEK-REGISTRY THRU 1500-EXIT
007430     END-IF.
007500     PERFORM 2000-BUKA-FILE THRU 2000-EXIT.
007510     IF WS-FILE-BUKA AND WS-SCN-MASUK
007520         MOVE 'B' TO WS-TRM-AKSI
007530         PERFORM 3500-BUKTI-TERIMA THRU 3500-EXIT
007540     END-IF.
007600     PERFORM 3000-PROSES-SCAN THRU 3000-EXIT
007700         UNTIL WS-EOF.
007800     PERFORM 4000-AKHIR THRU 4000-EXIT.
008260         MOVE 'Y' TO WS-EOF-SW
008270         GO TO 1000-EXIT
008280     END-IF.
008282     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
008284         WS-BW-HASIL, WS-BW-PEMEGANG.
008286     IF WS-BW-HASIL = 'Y'
008288         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
008290             ' POSTING SCAN DITOLAK'
008292         MOVE 'Y' TO WS-EOF-SW
008294         GO TO 1000-EXIT
008296     END-IF.
008300     DISPLAY 'NAMA FILE SCAN            : ' WITH NO ADVANCING.
008400     ACCEPT WS-SCAN-NAMA.
008500     DISPLAY 'NOMOR GUDANG              : ' WITH NO ADVANCING.
009360                 WITH NO ADVANCING
009370             ACCEPT WS-TGL-KDLRSA-SCN
009380         END-IF
009382         DISPLAY 'NOMOR PO (0=TANPA)        : ' WITH NO ADVANCING
009384         ACCEPT WS-NO-PO-SCN
009386         DISPLAY 'NO SURAT JALAN SUPPLIER   : ' WITH NO ADVANCING
009388         ACCEPT WS-SJ-SCN
009390     END-IF.
009400     OPEN INPUT GUDANG-MST.
009500     IF GD-FS NOT = '00'
015000 3000-PROSES-SCAN.
015100     ADD 1 TO WS-JML-SCAN.
015110     MOVE 1 TO WS-QTY-SCAN.
015115     MOVE 'N' TO WS-KARTON-SW.
015120     IF SCAN-RECORD(1:1) = 'K'
015130             AND SCAN-RECORD(2:1) IS ALPHABETIC
015140             AND SCAN-RECORD(2:1) NOT = SPACE
015150         MOVE SCAN-RECORD(2:5) TO WS-KODE-SCAN
015155         MOVE SCAN-RECORD(7:1) TO WS-CD-CHAR
015157         MOVE 'Y' TO WS-KARTON-SW
015160         PERFORM 3050-KONVERSI-KARTON THRU 3050-EXIT
015170     ELSE
015200         MOVE SCAN-RECORD(1:5) TO WS-KODE-SCAN
015710         PERFORM 3400-TULIS-EXCEPTION THRU 3400-EXIT
015720         GO TO 3000-BACA
015730     END-IF.
015740     PERFORM 3150-CEK-SERI THRU 3150-EXIT.
015750     IF WS-SN-HASIL = 'N'
015760         MOVE WS-SN-PESAN TO WS-E-ALASAN
015770         PERFORM 3400-TULIS-EXCEPTION THRU 3400-EXIT
015780         GO TO 3000-BACA
015790     END-IF.
015800     PERFORM 3200-POSTING THRU 3200-EXIT.
015950 3000-BACA.
015960     PERFORM 2700-SIMPAN-CHECKPOINT THRU 2700-EXIT.
017200     END-READ.
017300 3100-EXIT.
017400     EXIT.
017402
017404*-----------------------------------------------------------------
017406* Barang berseri: satu scan satu unit, nomor seri di kolom 8-27
017408* baris scan. Unit diperiksa SERI-UPD sebelum saldo disentuh;
017410* scan karton tidak menyebut seri tiap unit, jadi ditolak.
017412*-----------------------------------------------------------------
017414 3150-CEK-SERI.
017416     MOVE 'N' TO WS-BERSERI-SW.
017418     MOVE 'C' TO WS-SN-AKSI.
017420     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-SCAN,
017422         WS-SERI-SCAN, WS-GUDANG-SCN, WS-SN-REF, WS-NO-PO-SCN,
017424         WS-SN-HASIL, WS-SN-PESAN.
017426     IF WS-SN-HASIL = 'N'
017428         MOVE 'Y' TO WS-SN-HASIL
017430         GO TO 3150-EXIT
017432     END-IF.
017434     MOVE 'Y' TO WS-BERSERI-SW.
017436     IF WS-KARTON
017438         MOVE 'N' TO WS-SN-HASIL
017440         MOVE 'BARANG BERSERI, SCAN PER UNIT BUKAN KARTON'
017442             TO WS-SN-PESAN
017444         GO TO 3150-EXIT
017446     END-IF.
017448     MOVE SCAN-RECORD(8:20) TO WS-SERI-SCAN.
017450     MOVE WS-JENIS-SCN TO WS-SN-AKSI.
017452     MOVE 'P' TO WS-SN-MODE.
017454     MOVE SPACES TO WS-SN-REF.
017456     IF WS-SCN-KELUAR
017458         MOVE 'SCAN' TO WS-SN-REF
017460     END-IF.
017462     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-SCAN,
017464         WS-SERI-SCAN, WS-GUDANG-SCN, WS-SN-REF, WS-NO-PO-SCN,
017466         WS-SN-HASIL, WS-SN-PESAN.
017468 3150-EXIT.
017470     EXIT.
017500
017600 3200-POSTING.
017610     IF WS-SCN-MASUK AND WS-QC-TAHAN
017640             PERFORM 3250-CATAT-LOT THRU 3250-EXIT
017650         END-IF
017660         ADD 1 TO WS-JML-TAHAN
017662         IF WS-BERSERI
017664             PERFORM 3350-CATAT-SERI THRU 3350-EXIT
017666         END-IF
017667         MOVE WS-QTY-SCAN TO WS-QC-TRM
017668         PERFORM 3450-BARIS-TERIMA THRU 3450-EXIT
017670         GO TO 3200-EXIT
017680     END-IF.
017700     MOVE WS-KODE-SCAN TO STK-KODE-BRG.
021060         PERFORM 3250-CATAT-LOT THRU 3250-EXIT
021070     END-IF.
021100     ADD 1 TO WS-JML-POSTED.
021110     IF WS-BERSERI
021120         PERFORM 3350-CATAT-SERI THRU 3350-EXIT
021130     END-IF.
021140     IF WS-SCN-MASUK
021150         MOVE ZERO TO WS-QC-TRM
021160         PERFORM 3450-BARIS-TERIMA THRU 3450-EXIT
021170     END-IF.
021200 3200-EXIT.
021300     EXIT.
021400
022210     IF WS-SCN-MASUK
022220         MOVE HARGA-BRG TO JR-HARGA
022230     END-IF.
022240     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
022300     WRITE STOK-JURNAL-LINE.
022350     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
022400 3300-EXIT.
022500     EXIT.
022505
022510*-----------------------------------------------------------------
022515* Saldo sudah dibukukan: posisi unit dicatat ke serial.dat.
022520*-----------------------------------------------------------------
022525 3350-CATAT-SERI.
022530     MOVE 'B' TO WS-SN-MODE.
022535     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-SCAN,
022540         WS-SERI-SCAN, WS-GUDANG-SCN, WS-SN-REF, WS-NO-PO-SCN,
022545         WS-SN-HASIL, WS-SN-PESAN.
022550     IF WS-SN-HASIL = 'N'
022555         DISPLAY 'SERI ' WS-SERI-SCAN ' GAGAL DICATAT: '
022560             WS-SN-PESAN
022565     ELSE
022570         ADD 1 TO WS-JML-SERI
022575     END-IF.
022580 3350-EXIT.
022585     EXIT.
022600
022700 3400-TULIS-EXCEPTION.
022800     MOVE WS-KODE-SCAN TO WS-E-KODE.
022900     MOVE WS-EX-DETAIL TO EXCEPTION-LINE.
023000     WRITE EXCEPTION-LINE.
023100     ADD 1 TO WS-JML-TOLAK.
023110     MOVE WS-KODE-SCAN TO WS-EXC-KUNCI.
023120     CALL 'EXC-ADD' USING WS-CAT-PROGRAM, WS-EXC-KUNCI,
023130         WS-E-ALASAN.
023200 3400-EXIT.
023300     EXIT.
023302
023304*-----------------------------------------------------------------
023308* Satuan/karton masuk (termasuk yang ditahan QC) dicatat ke baris
023312* bukti terima run ini; jalur K untuk scan karton.
023316*-----------------------------------------------------------------
023320 3450-BARIS-TERIMA.
023324     MOVE WS-QTY-SCAN TO WS-JML-TRM.
023328     IF WS-KARTON
023332         MOVE 'K' TO WS-JALUR-TRM
023336     ELSE
023340         MOVE 'S' TO WS-JALUR-TRM
023344     END-IF.
023348     MOVE 'L' TO WS-TRM-AKSI.
023352     PERFORM 3500-BUKTI-TERIMA THRU 3500-EXIT.
023356 3450-EXIT.
023360     EXIT.
023364
023368 3500-BUKTI-TERIMA.
023372     CALL 'TRM-DOK' USING WS-TRM-AKSI, WS-NO-TRM, WS-SJ-SCN,
023376         WS-NO-PO-SCN, WS-URUT-TRM, WS-SUP-TRM, WS-KODE-SCAN,
023380         WS-GUDANG-SCN, WS-JML-TRM, WS-QC-TRM, WS-JALUR-TRM.
023384 3500-EXIT.
023388     EXIT.
023400
023500*-----------------------------------------------------------------
023600 4000-AKHIR.
024210         END-IF
024211         PERFORM 1800-CATAT-REGISTRY THRU 1800-EXIT
024212         PERFORM 4200-HAPUS-CHECKPOINT THRU 4200-EXIT
024222         IF WS-SCN-MASUK
024232             MOVE 'T' TO WS-TRM-AKSI
024242             PERFORM 3500-BUKTI-TERIMA THRU 3500-EXIT
024252         END-IF
024300     END-IF.
024400     DISPLAY 'SCAN DIBACA   : ' WS-JML-SCAN.
024410     IF WS-NO-LOT-SCN NOT = SPACES AND WS-JML-POSTED > ZERO
024510     IF WS-QC-TAHAN
024520         DISPLAY 'DITAHAN QC    : ' WS-JML-TAHAN
024530     END-IF.
024540     IF WS-JML-SERI > ZERO
024550         DISPLAY 'UNIT BERSERI  : ' WS-JML-SERI
024560     END-IF.
024600     DISPLAY 'DITOLAK       : ' WS-JML-TOLAK
024700         ' (LIHAT ' WS-RPT-NAMA ')'.
024800 4000-EXIT.
