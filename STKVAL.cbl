000500*           gudang dari stok.dat dikalikan HARGA-BRG barang.dat
000600*           (dan harga termasuk PPN dari PPN-BRG), dengan subtotal
000700*           per gudang dan per TIPE-BARANG serta total keseluruhan,
000800*           ke STOKVAL.RPT. Subtotal per kampus pemilik gudang
000810*           (GD-KAMPUS) dicetak sesudah subtotal gudang.
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
004700 77 WS-JML-TIPE            PIC 9(2) VALUE ZERO.
004710 77 WS-POSISI-GDG          PIC 9(2) VALUE ZERO.
004720 77 WS-POSISI-TIPE         PIC 9(2) VALUE ZERO.
004730 77 WS-IDX-KMP             PIC 9(2).
004740 77 WS-POSISI-KMP          PIC 9(2).
004750 01 WS-HARGA-PAKAI         PIC 9(7)V9(3).
004800 01 WS-NILAI               PIC 9(12)V9(3).
004900 01 WS-NILAI-PPN           PIC 9(12)V9(3).
005900         03 WS-ST-TIPE     PIC A.
006000         03 WS-ST-NILAI    PIC 9(13)V9(3).
006100         03 WS-ST-PPN      PIC 9(13)V9(3).
006109 01 WS-GUDANG-KAMPUS.
006118     02 WS-GK-KAMPUS       PIC 9(01) OCCURS 99 TIMES.
006127 01 WS-KAMPUS-TABEL.
006136     02 WS-KT-NAMA         PIC X(20) OCCURS 9 TIMES.
006145* Slot 1 = kampus 0 (belum ditetapkan), slot 2-10 = kampus 1-9.
006154 01 WS-SUB-KAMPUS.
006163     02 WS-SK-ENTRI OCCURS 10 TIMES.
006172         03 WS-SK-ADA      PIC X.
006181         03 WS-SK-NILAI    PIC 9(13)V9(3).
006190         03 WS-SK-PPN      PIC 9(13)V9(3).
006200 01 WS-JUDUL.
006300     02 FILLER             PIC X(20) VALUE SPACES.
006400     02 FILLER             PIC X(35)
012160             ' HARGA-BRG'
012170         CLOSE BIAYA-MST
012180     END-IF.
012183     CALL 'GDG-KMP' USING WS-GUDANG-KAMPUS.
012186     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
012189     PERFORM 1100-KOSONGKAN-KAMPUS THRU 1100-EXIT
012192         VARYING WS-IDX-KMP FROM 1 BY 1
012195         UNTIL WS-IDX-KMP > 10.
012199     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
012200     ACCEPT WS-JAM-RUN FROM TIME.
012201     MOVE SPACES TO WS-RPT-NAMA.
013100     END-READ.
013200 1000-EXIT.
013300     EXIT.
013310
013320 1100-KOSONGKAN-KAMPUS.
013330     MOVE 'N' TO WS-SK-ADA(WS-IDX-KMP).
013340     MOVE ZERO TO WS-SK-NILAI(WS-IDX-KMP).
013350     MOVE ZERO TO WS-SK-PPN(WS-IDX-KMP).
013360 1100-EXIT.
013370     EXIT.
013400
013500*-----------------------------------------------------------------
013600 2000-PROSES.
014200         ADD WS-NILAI TO WS-TOTAL-NILAI
014300         ADD WS-NILAI-PPN TO WS-TOTAL-PPN
014400         PERFORM 2200-AKUMULASI-GUDANG THRU 2200-EXIT
014410         PERFORM 2500-AKUMULASI-KAMPUS THRU 2500-EXIT
014500         PERFORM 2300-AKUMULASI-TIPE THRU 2300-EXIT
014600         PERFORM 2400-TULIS-DETAIL THRU 2400-EXIT
014700     ELSE
021900     ADD 1 TO WS-JML-BARIS.
022000 2400-EXIT.
022100     EXIT.
022105
022110*-----------------------------------------------------------------
022115* Kampus pemilik diambil dari tabel GDG-KMP; gudang tanpa kampus
022120* (atau belum terdaftar) masuk slot kampus 0.
022125*-----------------------------------------------------------------
022130 2500-AKUMULASI-KAMPUS.
022135     MOVE 1 TO WS-POSISI-KMP.
022140     IF STK-GUDANG >= 1
022145         COMPUTE WS-POSISI-KMP =
022150             WS-GK-KAMPUS(STK-GUDANG) + 1
022155     END-IF.
022160     MOVE 'Y' TO WS-SK-ADA(WS-POSISI-KMP).
022165     ADD WS-NILAI TO WS-SK-NILAI(WS-POSISI-KMP).
022170     ADD WS-NILAI-PPN TO WS-SK-PPN(WS-POSISI-KMP).
022175 2500-EXIT.
022180     EXIT.
022200
022300*-----------------------------------------------------------------
022400* Cetak subtotal per gudang (dengan nama dari gudang.dat) dan per
023200         UNTIL WS-IDX > WS-JML-GDG.
023300     MOVE SPACES TO REPORT-LINE.
023400     WRITE REPORT-LINE.
023410     PERFORM 3300-SUB-KAMPUS THRU 3300-EXIT
023420         VARYING WS-IDX-KMP FROM 1 BY 1
023430         UNTIL WS-IDX-KMP > 10.
023440     MOVE SPACES TO REPORT-LINE.
023450     WRITE REPORT-LINE.
023500     PERFORM 3200-SUB-TIPE THRU 3200-EXIT
023600         VARYING WS-IDX-TIPE FROM 1 BY 1
023700         UNTIL WS-IDX-TIPE > WS-JML-TIPE.
028100     WRITE REPORT-LINE.
028200 3200-EXIT.
028300     EXIT.
028305
028310 3300-SUB-KAMPUS.
028315     IF WS-SK-ADA(WS-IDX-KMP) NOT = 'Y'
028320         GO TO 3300-EXIT
028325     END-IF.
028330     MOVE 'KAMPUS  : ' TO WS-S-LABEL.
028335     IF WS-IDX-KMP = 1
028340         MOVE 'BELUM DITETAPKAN' TO WS-S-NAMA
028345     ELSE
028350         MOVE WS-KT-NAMA(WS-IDX-KMP - 1) TO WS-S-NAMA
028355     END-IF.
028360     MOVE WS-SK-NILAI(WS-IDX-KMP) TO WS-S-NILAI.
028365     MOVE WS-SK-PPN(WS-IDX-KMP) TO WS-S-PPN.
028370     MOVE WS-SUB-LINE TO REPORT-LINE.
028375     WRITE REPORT-LINE.
028380 3300-EXIT.
028385     EXIT.
028400
028500*-----------------------------------------------------------------
028600 4000-AKHIR.
