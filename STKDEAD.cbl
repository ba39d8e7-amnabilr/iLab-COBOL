000800*           nilai tertanam (harga rata-rata STK-COST atau
000900*           HARGA-BRG), berikut total nilai per pita -- daftar
001000*           yang diminta panitia anggaran sebelum menyetujui
001100*           pembelian tahun depan. Umur bulan adalah hari
001200*           kalender sebenarnya (TGL-KERJA) x 12 / 365.
001210*           Gerakan keluar bulan yang sudah ditutup (RKP-BTS)
001220*           diambil dari tanggal keluar terakhir di rekap
001230*           stokrkp.dat -- termasuk tahun yang jurnalnya sudah
001240*           dipindah STK-YREND -- dan jurnal hanya disisir untuk
001250*           bulan sesudahnya.
001260*           Total nilai tertanam juga dicetak per kampus pemilik
001270*           gudang (GD-KAMPUS).
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
002400     COPY BRGSEL.
002500     COPY STKSEL.
002600     COPY JRNSEL.
002610     COPY RKPSEL.
002700     COPY BIASEL.
002800     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002900     ORGANIZATION IS LINE SEQUENTIAL
003300     COPY BRGFD.
003400     COPY STKFD.
003500     COPY JRNFD.
003510     COPY RKPFD.
003600     COPY BIAFD.
003700 FD REPORT-OUT.
003800 01 REPORT-LINE            PIC X(80).
004600 77 FS                     PIC XX.
004700 77 STK-FS                 PIC XX.
004800 77 JR-FS                  PIC XX.
004810 77 RKP-FS                 PIC XX.
004900 77 BIA-FS                 PIC XX.
005000 77 RS                     PIC XX.
005100 77 WS-EOF-SW              PIC X VALUE 'N'.
005200     88 WS-EOF             VALUE 'Y'.
005300 77 WS-JR-EOF-SW           PIC X VALUE 'N'.
005400     88 WS-JR-EOF          VALUE 'Y'.
005410 77 WS-RKP-EOF-SW          PIC X VALUE 'N'.
005420     88 WS-RKP-EOF         VALUE 'Y'.
005500 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
005508 77 WS-IDX-KMP             PIC 9(2).
005516 77 WS-POSISI-KMP          PIC 9(2).
005517* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
005518 77 WS-TK-FUNGSI           PIC X(1).
005519 77 WS-TK-TGL-2            PIC 9(8).
005520 77 WS-TK-HARI             PIC S9(7).
005521 77 WS-TK-KERJA            PIC S9(7).
005522 77 WS-TK-KET              PIC X(30).
005524 01 WS-GUDANG-KAMPUS.
005532     02 WS-GK-KAMPUS       PIC 9(01) OCCURS 99 TIMES.
005540 01 WS-KAMPUS-TABEL.
005548     02 WS-KT-NAMA         PIC X(20) OCCURS 9 TIMES.
005556* Slot 1 = kampus 0 (belum ditetapkan), slot 2-10 = kampus 1-9.
005564 01 WS-SUB-KAMPUS.
005572     02 WS-SK-ENTRI OCCURS 10 TIMES.
005580         03 WS-SK-ADA      PIC X.
005588         03 WS-SK-NILAI    PIC 9(13)V9(3).
005600 01 WS-TGL-TERAKHIR        PIC 9(8).
005610 01 WS-BULAN-MULAI         PIC 9(6).
005620 01 WS-BULAN-TUTUP         PIC 9(6).
005900 01 WS-UMUR-BULAN          PIC 9(5).
006000 01 WS-HARGA-PAKAI         PIC 9(7)V9(3).
006100 01 WS-NILAI               PIC 9(12)V9(3).
006300 01 WS-TOTAL-12            PIC 9(13)V9(3) VALUE ZERO.
006400 01 WS-TOTAL-18            PIC 9(13)V9(3) VALUE ZERO.
006500 01 WS-PITA                PIC X(3).
007000 01 WS-JUDUL.
007100     02 FILLER             PIC X(31)
007200         VALUE 'LAPORAN STOK LAMBAT/MATI, TGL: '.
010200 0000-MAINLINE.
010300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
010400     ACCEPT WS-JAM-RUN FROM TIME.
010800     OPEN INPUT STOK-LEDGER.
010900     IF STK-FS NOT = '00'
011000         DISPLAY 'stok.dat TIDAK DAPAT DIBUKA, STATUS ' STK-FS
011100         GO TO 9999-EXIT
011200     END-IF.
011210     CALL 'RKP-BTS' USING WS-BULAN-MULAI, WS-BULAN-TUTUP.
011220     IF WS-BULAN-TUTUP NOT = ZERO
011230         OPEN INPUT STOK-REKAP
011240         IF RKP-FS NOT = '00'
011250             CLOSE STOK-REKAP
011260             MOVE ZERO TO WS-BULAN-TUTUP
011270         END-IF
011280     END-IF.
011283     CALL 'GDG-KMP' USING WS-GUDANG-KAMPUS.
011286     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
011289     PERFORM 4000-KOSONGKAN-KAMPUS THRU 4000-EXIT
011292         VARYING WS-IDX-KMP FROM 1 BY 1
011295         UNTIL WS-IDX-KMP > 10.
011300     MOVE SPACES TO WS-RPT-NAMA.
011400     STRING 'STOKMATI-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
011500         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
012400     PERFORM 1000-SATU-SALDO THRU 1000-EXIT
012500         UNTIL WS-EOF.
012600     CLOSE STOK-LEDGER.
012610     IF WS-BULAN-TUTUP NOT = ZERO
012620         CLOSE STOK-REKAP
012630     END-IF.
012700     MOVE SPACES TO REPORT-LINE.
012800     WRITE REPORT-LINE.
012900     MOVE 'TOTAL PITA  6 BULAN : ' TO WS-S-LABEL.
013800     MOVE WS-TOTAL-18 TO WS-S-NILAI.
013900     MOVE WS-SUB-LINE TO REPORT-LINE.
014000     WRITE REPORT-LINE.
014010     MOVE SPACES TO REPORT-LINE.
014020     WRITE REPORT-LINE.
014030     PERFORM 4200-CETAK-KAMPUS THRU 4200-EXIT
014040         VARYING WS-IDX-KMP FROM 1 BY 1
014050         UNTIL WS-IDX-KMP > 10.
014100     CLOSE REPORT-OUT.
014200     MOVE WS-JML-BARIS TO WS-CAT-JML.
014300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
016100     IF WS-TGL-TERAKHIR = ZERO
016200         MOVE 99999 TO WS-UMUR-BULAN
016300     ELSE
016310         MOVE 'H' TO WS-TK-FUNGSI
016320         CALL 'TGL-KERJA' USING WS-TK-FUNGSI, WS-TGL-TERAKHIR,
016330             WS-TGL-RUN, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET
016340         IF WS-TK-HARI < ZERO
016350             MOVE ZERO TO WS-UMUR-BULAN
016360         ELSE
016370             COMPUTE WS-UMUR-BULAN = WS-TK-HARI * 12 / 365
016380         END-IF
016900     END-IF.
017000     IF WS-UMUR-BULAN < 6
017100         GO TO 1000-EXIT
018200             MOVE '6+' TO WS-PITA
018300             ADD WS-NILAI TO WS-TOTAL-6
018400     END-EVALUATE.
018410     PERFORM 4100-AKUMULASI-KAMPUS THRU 4100-EXIT.
018500     MOVE STK-KODE-BRG TO WS-D-KODE.
018600     MOVE STK-GUDANG TO WS-D-GUDANG.
018700     MOVE STK-SALDO TO WS-D-SALDO.
020400*-----------------------------------------------------------------
020500 2000-CARI-KELUAR-AKHIR.
020600     MOVE ZERO TO WS-TGL-TERAKHIR.
020610     IF WS-BULAN-TUTUP NOT = ZERO
020620         PERFORM 2200-REKAP-KELUAR THRU 2200-EXIT
020630     END-IF.
020700     OPEN INPUT STOK-JURNAL.
020800     IF JR-FS NOT = '00'
020900         CLOSE STOK-JURNAL
022300     IF WS-JR-EOF
022400         GO TO 2100-EXIT
022500     END-IF.
022510     IF WS-BULAN-TUTUP NOT = ZERO
022520             AND JR-TANGGAL(1:6) NOT > WS-BULAN-TUTUP
022530         GO TO 2100-EXIT
022540     END-IF.
022600     IF JR-KODE-BRG = STK-KODE-BRG
022700             AND JR-GUDANG = STK-GUDANG
022800             AND JR-ARAH = 'K'
023200 2100-EXIT.
023300     EXIT.
023400
023402*-----------------------------------------------------------------
023404* Rekap barang ini dibaca urut bulan sampai bulan tutup; tanggal
023406* keluar terakhir gudang yang sama diambil yang paling muda.
023408*-----------------------------------------------------------------
023410 2200-REKAP-KELUAR.
023412     MOVE STK-KODE-BRG TO RKP-KODE-BRG.
023414     MOVE ZERO TO RKP-BULAN.
023416     MOVE ZERO TO RKP-GUDANG.
023418     START STOK-REKAP KEY NOT < RKP-KUNCI
023420         INVALID KEY GO TO 2200-EXIT
023422     END-START.
023424     MOVE 'N' TO WS-RKP-EOF-SW.
023426     PERFORM 2250-SATU-REKAP THRU 2250-EXIT
023428         UNTIL WS-RKP-EOF.
023430 2200-EXIT.
023432     EXIT.
023434
023436 2250-SATU-REKAP.
023438     READ STOK-REKAP NEXT RECORD
023440         AT END MOVE 'Y' TO WS-RKP-EOF-SW
023442     END-READ.
023444     IF WS-RKP-EOF
023446         GO TO 2250-EXIT
023448     END-IF.
023450     IF RKP-KODE-BRG NOT = STK-KODE-BRG
023452             OR RKP-BULAN > WS-BULAN-TUTUP
023454         MOVE 'Y' TO WS-RKP-EOF-SW
023456         GO TO 2250-EXIT
023458     END-IF.
023460     IF RKP-GUDANG = STK-GUDANG
023462             AND RKP-TGL-KELUAR-AKHIR > WS-TGL-TERAKHIR
023464         MOVE RKP-TGL-KELUAR-AKHIR TO WS-TGL-TERAKHIR
023466     END-IF.
023468 2250-EXIT.
023470     EXIT.
023472
023500*-----------------------------------------------------------------
023600 3000-NILAI-SALDO.
023700     MOVE ZERO TO WS-HARGA-PAKAI.
025900     COMPUTE WS-NILAI = STK-SALDO * WS-HARGA-PAKAI.
026000 3000-EXIT.
026100     EXIT.
026102
026104*-----------------------------------------------------------------
026106* Subtotal nilai tertanam per kampus pemilik gudang; gudang tanpa
026108* kampus masuk slot kampus 0.
026110*-----------------------------------------------------------------
026112 4000-KOSONGKAN-KAMPUS.
026114     MOVE 'N' TO WS-SK-ADA(WS-IDX-KMP).
026116     MOVE ZERO TO WS-SK-NILAI(WS-IDX-KMP).
026118 4000-EXIT.
026120     EXIT.
026122
026124 4100-AKUMULASI-KAMPUS.
026126     MOVE 1 TO WS-POSISI-KMP.
026128     IF STK-GUDANG >= 1
026130         COMPUTE WS-POSISI-KMP =
026132             WS-GK-KAMPUS(STK-GUDANG) + 1
026134     END-IF.
026136     MOVE 'Y' TO WS-SK-ADA(WS-POSISI-KMP).
026138     ADD WS-NILAI TO WS-SK-NILAI(WS-POSISI-KMP).
026140 4100-EXIT.
026142     EXIT.
026144
026146 4200-CETAK-KAMPUS.
026148     IF WS-SK-ADA(WS-IDX-KMP) NOT = 'Y'
026150         GO TO 4200-EXIT
026152     END-IF.
026154     MOVE SPACES TO WS-S-LABEL.
026156     IF WS-IDX-KMP = 1
026158         MOVE 'KMP BELUM DITETAPKAN:' TO WS-S-LABEL
026160     ELSE
026162         STRING 'KMP ' WS-KT-NAMA(WS-IDX-KMP - 1)(1:16) ':'
026164             DELIMITED BY SIZE INTO WS-S-LABEL
026166     END-IF.
026168     MOVE WS-SK-NILAI(WS-IDX-KMP) TO WS-S-NILAI.
026170     MOVE WS-SUB-LINE TO REPORT-LINE.
026172     WRITE REPORT-LINE.
026174 4200-EXIT.
026176     EXIT.
026200
026300*-----------------------------------------------------------------
026400 9999-EXIT.
