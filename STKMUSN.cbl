000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Pemusnahan lot kadaluarsa atau rusak dengan berita
000500*           acara bernomor (musnctl.dat). Petugas gudang
000600*           mengusulkan satu berita acara: alasan, dua saksi dan
000700*           lot-lot lotbrg.dat yang dimusnahkan berikut jumlah dan
000800*           nilainya. Supervisor level 2 (bukan pengusulnya)
000900*           memutus: setuju mengurangi LOT-JUMLAH dan saldo
001000*           stok.dat, menulis jurnal jenis D (pemusnahan) yang
001100*           dibukukan GL-EXT tersendiri, dan mencetak berita acara
001200*           BAPM-nnnnn-yyyymmdd-hhmmss.RPT untuk ditandatangani
001300*           saksi; tolak membatalkan usulan tanpa menyentuh stok.
001310*           Posting ditolak selama tanda jendela batch malam
001320*           batchwin.ctl terpasang (BTC-WIN).
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. STK-MUSNAH.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY BRGSEL.
002600     COPY STKSEL.
002700     COPY JRNSEL.
002800     COPY LOTSEL.
002900     COPY BIASEL.
003000     COPY MSNSEL.
003100     SELECT MUSNAH-CTL ASSIGN TO 'musnctl.dat'
003200     ORGANIZATION IS LINE SEQUENTIAL
003300     FILE STATUS IS MC-FS.
003400     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS RS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900     COPY BRGFD.
004000     COPY STKFD.
004100     COPY JRNFD.
004200     COPY LOTFD.
004300     COPY BIAFD.
004400     COPY MSNFD.
004500 FD MUSNAH-CTL.
004600 01 MUSNAH-CTL-RECORD.
004700     02 MC-NO-TERAKHIR     PIC 9(05).
004800 FD REPORT-OUT.
004900 01 REPORT-LINE            PIC X(80).
005000
005100 WORKING-STORAGE SECTION.
005200 77 WS-RPT-NAMA            PIC X(40).
005300 77 WS-TGL-RUN             PIC 9(8).
005400 77 WS-JAM-RUN             PIC 9(8).
005500 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-MUSNAH'.
005600 77 WS-CAT-JML             PIC 9(7).
005700 77 FS                     PIC XX.
005800 77 STK-FS                 PIC XX.
005900 77 JR-FS                  PIC XX.
006000 77 LOT-FS                 PIC XX.
006100 77 BIA-FS                 PIC XX.
006200 77 MS-FS                  PIC XX.
006300 77 MC-FS                  PIC XX.
006400 77 RS                     PIC XX.
006500 77 WS-EOF-SW              PIC X VALUE 'N'.
006600     88 WS-EOF             VALUE 'Y'.
006700 77 WS-LAGI-SW             PIC X VALUE 'Y'.
006800     88 WS-LAGI            VALUE 'Y'.
006900 77 WS-LOT-ADA-SW          PIC X VALUE 'N'.
007000     88 WS-LOT-ADA         VALUE 'Y'.
007100 77 WS-STK-ADA-SW          PIC X VALUE 'N'.
007200     88 WS-STK-ADA         VALUE 'Y'.
007300 77 WS-BA-ADA-SW           PIC X VALUE 'N'.
007400     88 WS-BA-ADA          VALUE 'Y'.
007500 77 WS-OPERATOR            PIC X(8).
007600 77 WS-OPR-LEVEL           PIC 9(1).
007700 77 WS-PRD-BOLEH-SW        PIC X.
007710* Parameter BTC-WIN (jendela batch malam).
007720 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
007730 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-MUSNAH'.
007740 77 WS-BW-HASIL            PIC X(1).
007750 77 WS-BW-PEMEGANG         PIC X(13).
007800 77 WS-JAWAB               PIC X.
007900 77 WS-NO-BA               PIC 9(5).
008000 77 WS-URUT                PIC 9(2) VALUE ZERO.
008100 77 WS-JML-BARIS           PIC 9(3) VALUE ZERO.
008200 77 WS-JML-BUKU            PIC 9(3) VALUE ZERO.
008300 01 WS-PILIHAN             PIC X.
008400     88 WS-PILIH-USUL      VALUE 'U'.
008500     88 WS-PILIH-PUTUS     VALUE 'P'.
008600     88 WS-PILIH-CETAK     VALUE 'C'.
008700     88 WS-PILIH-SELESAI   VALUE 'S'.
008800 01 WS-ALASAN              PIC X.
008900     88 WS-ALASAN-OK       VALUE 'K' 'R'.
009000 01 WS-KETERANGAN          PIC X(30).
009100 01 WS-SAKSI-1             PIC X(20).
009200 01 WS-SAKSI-2             PIC X(20).
009300 01 WS-PENGUSUL            PIC X(8).
009400 01 WS-TOT-NILAI           PIC 9(11)V9(3).
009500 01 WS-BA-HEADER.
009600     02 WS-BH-ALASAN       PIC X(01).
009700     02 WS-BH-KETERANGAN   PIC X(30).
009800     02 WS-BH-SAKSI-1      PIC X(20).
009900     02 WS-BH-SAKSI-2      PIC X(20).
010000     02 WS-BH-TGL-USUL     PIC 9(08).
010100     02 WS-BH-PENGUSUL     PIC X(08).
010200     02 WS-BH-PENYETUJU    PIC X(08).
010300     02 WS-BH-TGL-PUTUS    PIC 9(08).
010400 01 WS-JUDUL-1.
010500     02 FILLER             PIC X(15) VALUE SPACES.
010600     02 FILLER             PIC X(39)
010700         VALUE 'BERITA ACARA PEMUSNAHAN BARANG   NO. : '.
010800     02 WS-J1-NO           PIC 9(05).
010900 01 WS-JUDUL-2.
011000     02 FILLER             PIC X(16) VALUE 'TANGGAL USUL  : '.
011100     02 WS-J2-TGL-USUL     PIC 9(08).
011200     02 FILLER             PIC X(18) VALUE '   TGL PUTUSAN : '.
011300     02 WS-J2-TGL-PUTUS    PIC 9(08).
011400 01 WS-JUDUL-3.
011500     02 FILLER             PIC X(16) VALUE 'ALASAN        : '.
011600     02 WS-J3-ALASAN       PIC X(12).
011700     02 FILLER             PIC X(01) VALUE SPACES.
011800     02 WS-J3-KETERANGAN   PIC X(30).
011900 01 WS-HEADER.
012000     02 FILLER             PIC X(05) VALUE 'URUT'.
012100     02 FILLER             PIC X(07) VALUE 'KODE'.
012200     02 FILLER             PIC X(05) VALUE 'GDG'.
012300     02 FILLER             PIC X(08) VALUE 'LOT'.
012400     02 FILLER             PIC X(08) VALUE '  JUMLAH'.
012500     02 FILLER             PIC X(15) VALUE '   HARGA SATUAN'.
012600     02 FILLER             PIC X(17) VALUE '            NILAI'.
012700     02 FILLER             PIC X(03) VALUE ' ST'.
012800 01 WS-DETAIL.
012900     02 FILLER             PIC X(01) VALUE SPACES.
013000     02 WS-D-URUT          PIC 9(02).
013100     02 FILLER             PIC X(02) VALUE SPACES.
013200     02 WS-D-KODE          PIC X(05).
013300     02 FILLER             PIC X(02) VALUE SPACES.
013400     02 WS-D-GUDANG        PIC 9(02).
013500     02 FILLER             PIC X(03) VALUE SPACES.
013600     02 WS-D-LOT           PIC X(06).
013700     02 FILLER             PIC X(02) VALUE SPACES.
013800     02 WS-D-JUMLAH        PIC ZZZZ9.
013900     02 FILLER             PIC X(02) VALUE SPACES.
014000     02 WS-D-HARGA         PIC Z(6)9.999.
014100     02 FILLER             PIC X(02) VALUE SPACES.
014200     02 WS-D-NILAI         PIC Z(10)9.999.
014300     02 FILLER             PIC X(02) VALUE SPACES.
014400     02 WS-D-STATUS        PIC X(01).
014500 01 WS-TOTAL-LINE.
014600     02 FILLER             PIC X(25) VALUE SPACES.
014700     02 FILLER             PIC X(23)
014750         VALUE 'TOTAL NILAI DIMUSNAHKAN'.
014800     02 FILLER             PIC X(01) VALUE SPACES.
014900     02 WS-T-NILAI         PIC Z(12)9.999.
015000 01 WS-TTD-LINE.
015100     02 WS-TTD-PERAN       PIC X(14).
015200     02 FILLER             PIC X(03) VALUE ' : '.
015300     02 WS-TTD-NAMA        PIC X(20).
015400     02 FILLER             PIC X(04) VALUE SPACES.
015500     02 FILLER             PIC X(24)
015600         VALUE '(______________________)'.
015700
015800 PROCEDURE DIVISION.
015900*-----------------------------------------------------------------
016000 0000-MAINLINE.
016100     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
016200     OPEN I-O MUSNAH-FILE.
016300     IF MS-FS = '35'
016400         OPEN OUTPUT MUSNAH-FILE
016500         CLOSE MUSNAH-FILE
016600         OPEN I-O MUSNAH-FILE
016700     END-IF.
016800     IF MS-FS NOT = '00'
016900         DISPLAY 'GAGAL MEMBUKA musnah.dat, STATUS ' MS-FS
017000         GO TO 9999-EXIT
017100     END-IF.
017200     PERFORM 1000-MENU THRU 1000-EXIT
017300         UNTIL WS-PILIH-SELESAI.
017400     CLOSE MUSNAH-FILE.
017500     GO TO 9999-EXIT.
017600
017700*-----------------------------------------------------------------
017800 1000-MENU.
017900     DISPLAY 'PEMUSNAHAN (U=USUL BERITA ACARA, P=PUTUS,'
018000         ' C=CETAK ULANG, S=SELESAI) : ' WITH NO ADVANCING.
018100     ACCEPT WS-PILIHAN.
018200     EVALUATE TRUE
018300         WHEN WS-PILIH-USUL
018400             PERFORM 2000-USUL THRU 2000-EXIT
018500         WHEN WS-PILIH-PUTUS
018600             PERFORM 3000-PUTUS THRU 3000-EXIT
018700         WHEN WS-PILIH-CETAK
018800             PERFORM 4000-CETAK-ULANG THRU 4000-EXIT
018900         WHEN WS-PILIH-SELESAI
019000             CONTINUE
019100         WHEN OTHER
019200             DISPLAY 'PILIHAN TIDAK DIKENAL'
019300     END-EVALUATE.
019400 1000-EXIT.
019500     EXIT.
019600
019700*-----------------------------------------------------------------
019800* Usulan: kepala berita acara (alasan, keterangan, dua saksi)
019900* sekali, lalu lot-lot yang dimusnahkan. Lot kadaluarsa harus
020000* sudah lewat LOT-TGL-KDLRSA; jumlah tidak boleh melebihi sisa
020100* lot. Stok belum disentuh sampai disetujui.
020200*-----------------------------------------------------------------
020300 2000-USUL.
020400     DISPLAY 'ALASAN (K=KADALUARSA, R=RUSAK) : '
020450         WITH NO ADVANCING.
020500     ACCEPT WS-ALASAN.
020600     IF NOT WS-ALASAN-OK
020700         DISPLAY 'ALASAN TIDAK DIKENAL, USULAN DIBATALKAN'
020800         GO TO 2000-EXIT
020900     END-IF.
021000     DISPLAY 'KETERANGAN             : ' WITH NO ADVANCING.
021100     ACCEPT WS-KETERANGAN.
021200     DISPLAY 'NAMA SAKSI 1           : ' WITH NO ADVANCING.
021300     ACCEPT WS-SAKSI-1.
021400     DISPLAY 'NAMA SAKSI 2           : ' WITH NO ADVANCING.
021500     ACCEPT WS-SAKSI-2.
021600     IF WS-SAKSI-1 = SPACES OR WS-SAKSI-2 = SPACES
021700         DISPLAY 'BERITA ACARA WAJIB DUA SAKSI, USULAN DIBATALKAN'
021800         GO TO 2000-EXIT
021900     END-IF.
022000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
022100     PERFORM 2100-AMBIL-NO-BA THRU 2100-EXIT.
022200     DISPLAY 'NOMOR BERITA ACARA : ' WS-NO-BA.
022300     MOVE ZERO TO WS-URUT.
022400     MOVE 'Y' TO WS-LAGI-SW.
022500     PERFORM 2200-TERIMA-LOT THRU 2200-EXIT
022600         UNTIL NOT WS-LAGI.
022700     IF WS-URUT = ZERO
022800         DISPLAY 'BERITA ACARA ' WS-NO-BA ' TANPA BARIS'
022900     ELSE
023000         DISPLAY 'BERITA ACARA ' WS-NO-BA ' DIUSULKAN, ' WS-URUT
023100             ' LOT, MENUNGGU PUTUSAN SUPERVISOR'
023200     END-IF.
023300 2000-EXIT.
023400     EXIT.
023500
023600*-----------------------------------------------------------------
023700* Nomor berita acara dari musnctl.dat, pola yang sama dengan
023800* poctl.dat pada entri PO.
023900*-----------------------------------------------------------------
024000 2100-AMBIL-NO-BA.
024100     OPEN INPUT MUSNAH-CTL.
024200     IF MC-FS = '00'
024300         READ MUSNAH-CTL
024400             AT END MOVE ZERO TO MC-NO-TERAKHIR
024500         END-READ
024600         CLOSE MUSNAH-CTL
024700     ELSE
024800         MOVE ZERO TO MC-NO-TERAKHIR
024900     END-IF.
025000     ADD 1 TO MC-NO-TERAKHIR.
025100     MOVE MC-NO-TERAKHIR TO WS-NO-BA.
025200     OPEN OUTPUT MUSNAH-CTL.
025300     WRITE MUSNAH-CTL-RECORD.
025400     CLOSE MUSNAH-CTL.
025500 2100-EXIT.
025600     EXIT.
025700
025800 2200-TERIMA-LOT.
025900     DISPLAY 'KODE BARANG            : ' WITH NO ADVANCING.
026000     ACCEPT LOT-KODE-BRG.
026100     DISPLAY 'GUDANG                 : ' WITH NO ADVANCING.
026200     ACCEPT LOT-GUDANG.
026300     DISPLAY 'NOMOR LOT              : ' WITH NO ADVANCING.
026400     ACCEPT LOT-NO.
026500     PERFORM 2300-BACA-LOT THRU 2300-EXIT.
026600     IF NOT WS-LOT-ADA
026700         DISPLAY 'LOT TIDAK ADA DI lotbrg.dat, BARIS DITOLAK'
026800         GO TO 2200-LAGI
026900     END-IF.
027000     DISPLAY 'SISA LOT ' LOT-JUMLAH ' KADALUARSA ' LOT-TGL-KDLRSA.
027100     IF WS-ALASAN = 'K'
027200         IF LOT-TGL-KDLRSA = ZERO OR LOT-TGL-KDLRSA > WS-TGL-RUN
027300             DISPLAY 'LOT BELUM KADALUARSA, PAKAI ALASAN RUSAK'
027400             GO TO 2200-LAGI
027500         END-IF
027600     END-IF.
027700     DISPLAY 'JUMLAH DIMUSNAHKAN     : ' WITH NO ADVANCING.
027800     ACCEPT MS-JUMLAH.
027900     IF MS-JUMLAH = ZERO OR MS-JUMLAH > LOT-JUMLAH
028000         DISPLAY 'JUMLAH NOL ATAU MELEBIHI SISA LOT,'
028050             ' BARIS DITOLAK'
028100         GO TO 2200-LAGI
028200     END-IF.
028300     PERFORM 2400-HARGA-SATUAN THRU 2400-EXIT.
028400     ADD 1 TO WS-URUT.
028500     MOVE WS-NO-BA TO MS-NO.
028600     MOVE WS-URUT TO MS-URUT.
028700     MOVE LOT-KODE-BRG TO MS-KODE-BRG.
028800     MOVE LOT-GUDANG TO MS-GUDANG.
028900     MOVE LOT-NO TO MS-LOT.
029000     COMPUTE MS-NILAI ROUNDED = MS-JUMLAH * MS-HARGA.
029100     MOVE WS-ALASAN TO MS-ALASAN.
029200     MOVE WS-KETERANGAN TO MS-KETERANGAN.
029300     MOVE WS-SAKSI-1 TO MS-SAKSI-1.
029400     MOVE WS-SAKSI-2 TO MS-SAKSI-2.
029500     MOVE WS-TGL-RUN TO MS-TGL-USUL.
029600     MOVE WS-OPERATOR TO MS-PENGUSUL.
029700     MOVE 'U' TO MS-STATUS.
029800     MOVE SPACES TO MS-PENYETUJU.
029900     MOVE ZERO TO MS-TGL-PUTUS.
030000     WRITE MUSNAH-RECORD
030100         INVALID KEY
030200             DISPLAY 'GAGAL TULIS BARIS BERITA ACARA, STATUS '
030250                 MS-FS
030300             SUBTRACT 1 FROM WS-URUT
030400             GO TO 2200-LAGI
030500     END-WRITE.
030600     DISPLAY 'NILAI DIMUSNAHKAN : ' MS-NILAI.
030700 2200-LAGI.
030800     IF WS-URUT = 99
030900         MOVE 'N' TO WS-LAGI-SW
031000         GO TO 2200-EXIT
031100     END-IF.
031200     DISPLAY 'LOT BERIKUTNYA (Y/N) ? ' WITH NO ADVANCING.
031300     ACCEPT WS-LAGI-SW.
031400 2200-EXIT.
031500     EXIT.
031600
031700 2300-BACA-LOT.
031800     MOVE 'N' TO WS-LOT-ADA-SW.
031900     OPEN INPUT LOT-FILE.
032000     IF LOT-FS NOT = '00'
032100         CLOSE LOT-FILE
032200         GO TO 2300-EXIT
032300     END-IF.
032400     READ LOT-FILE
032500         INVALID KEY CONTINUE
032600         NOT INVALID KEY MOVE 'Y' TO WS-LOT-ADA-SW
032700     END-READ.
032800     CLOSE LOT-FILE.
032900 2300-EXIT.
033000     EXIT.
033100
033200*-----------------------------------------------------------------
033300* Nilai satuan: harga rata-rata bergerak biaya.dat (STK-COST),
033400* kalau barangnya belum pernah dihitung HARGA-BRG barang.dat.
033500*-----------------------------------------------------------------
033600 2400-HARGA-SATUAN.
033700     MOVE ZERO TO MS-HARGA.
033800     OPEN INPUT BIAYA-MST.
033900     IF BIA-FS = '00'
034000         MOVE LOT-KODE-BRG TO BIA-KODE-BRG
034100         READ BIAYA-MST
034200             INVALID KEY CONTINUE
034300             NOT INVALID KEY MOVE BIA-HARGA-RATA TO MS-HARGA
034400         END-READ
034500     END-IF.
034600     CLOSE BIAYA-MST.
034700     IF MS-HARGA > ZERO
034800         GO TO 2400-EXIT
034900     END-IF.
035000     OPEN INPUT INFO-BRG.
035100     IF FS = '00'
035200         MOVE LOT-KODE-BRG TO KODE-BRG
035300         READ INFO-BRG
035400             INVALID KEY CONTINUE
035500             NOT INVALID KEY MOVE HARGA-BRG TO MS-HARGA
035600         END-READ
035700     END-IF.
035800     CLOSE INFO-BRG.
035900 2400-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------------
036300* Putusan supervisor atas satu berita acara yang masih U. Setuju
036400* membukukan tiap lot (lot, saldo, jurnal D) lalu mencetak
036500* berita acara; lot yang sisanya sudah tidak cukup dibiarkan U
036600* dan dilaporkan. Pengusul tidak boleh memutus usulannya sendiri.
036700*-----------------------------------------------------------------
036800 3000-PUTUS.
036900     IF WS-OPR-LEVEL < 2
037000         DISPLAY 'PUTUSAN PEMUSNAHAN HANYA UNTUK SUPERVISOR'
037100             ' YANG SIGN-ON LEWAT BRG-MENU'
037200         GO TO 3000-EXIT
037300     END-IF.
037400     DISPLAY 'NOMOR BERITA ACARA     : ' WITH NO ADVANCING.
037500     ACCEPT WS-NO-BA.
037600     PERFORM 3100-TAMPIL-USULAN THRU 3100-EXIT.
037700     IF WS-JML-BARIS = ZERO
037800         DISPLAY 'TIDAK ADA BARIS USULAN PADA BERITA ACARA '
037900             WS-NO-BA
038000         GO TO 3000-EXIT
038100     END-IF.
038200     IF WS-PENGUSUL = WS-OPERATOR
038300         DISPLAY 'USULAN SENDIRI TIDAK BOLEH DIPUTUS SENDIRI'
038400         GO TO 3000-EXIT
038500     END-IF.
038600     DISPLAY WS-JML-BARIS ' LOT, TOTAL NILAI ' WS-TOT-NILAI.
038700     DISPLAY 'SETUJU (Y), TOLAK (N), LEWATI (L) ? '
038800         WITH NO ADVANCING.
038900     ACCEPT WS-JAWAB.
039000     EVALUATE WS-JAWAB
039100         WHEN 'Y'
039200         WHEN 'y'
039300             PERFORM 3200-SETUJUI THRU 3200-EXIT
039400         WHEN 'N'
039500         WHEN 'n'
039600             MOVE 'T' TO WS-JAWAB
039700             PERFORM 3500-TANDAI-SEMUA THRU 3500-EXIT
039800             DISPLAY 'BERITA ACARA ' WS-NO-BA ' DITOLAK'
039900         WHEN OTHER
040000             CONTINUE
040100     END-EVALUATE.
040200 3000-EXIT.
040300     EXIT.
040400
040500 3100-TAMPIL-USULAN.
040600     MOVE ZERO TO WS-JML-BARIS.
040700     MOVE ZERO TO WS-TOT-NILAI.
040800     MOVE SPACES TO WS-PENGUSUL.
040900     MOVE WS-NO-BA TO MS-NO.
041000     MOVE ZERO TO MS-URUT.
041100     MOVE 'N' TO WS-EOF-SW.
041200     START MUSNAH-FILE KEY NOT < MS-KUNCI
041300         INVALID KEY MOVE 'Y' TO WS-EOF-SW
041400     END-START.
041500     PERFORM 3150-TAMPIL-SATU THRU 3150-EXIT
041600         UNTIL WS-EOF.
041700 3100-EXIT.
041800     EXIT.
041900
042000 3150-TAMPIL-SATU.
042100     READ MUSNAH-FILE NEXT RECORD
042200         AT END MOVE 'Y' TO WS-EOF-SW
042300     END-READ.
042400     IF WS-EOF
042500         GO TO 3150-EXIT
042600     END-IF.
042700     IF MS-NO NOT = WS-NO-BA
042800         MOVE 'Y' TO WS-EOF-SW
042900         GO TO 3150-EXIT
043000     END-IF.
043100     IF MS-STATUS NOT = 'U'
043200         GO TO 3150-EXIT
043300     END-IF.
043400     IF WS-JML-BARIS = ZERO
043500         MOVE MS-PENGUSUL TO WS-PENGUSUL
043600         DISPLAY 'ALASAN ' MS-ALASAN ' ' MS-KETERANGAN
043700         DISPLAY 'SAKSI ' MS-SAKSI-1 ' / ' MS-SAKSI-2
043800             ' PENGUSUL ' MS-PENGUSUL
043900     END-IF.
044000     DISPLAY MS-URUT ' ' MS-KODE-BRG ' GDG ' MS-GUDANG ' LOT '
044100         MS-LOT ' JUMLAH ' MS-JUMLAH ' NILAI ' MS-NILAI.
044200     ADD 1 TO WS-JML-BARIS.
044300     ADD MS-NILAI TO WS-TOT-NILAI.
044400 3150-EXIT.
044500     EXIT.
044600
044700 3200-SETUJUI.
044800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
044900     CALL 'PRD-CHK' USING WS-TGL-RUN, WS-PRD-BOLEH-SW.
045000     IF WS-PRD-BOLEH-SW = 'N'
045100         DISPLAY 'PERIODE BULAN INI SUDAH DITUTUP FINANCE,'
045200             ' PEMUSNAHAN DITOLAK'
045300         GO TO 3200-EXIT
045400     END-IF.
045410     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
045420         WS-BW-HASIL, WS-BW-PEMEGANG.
045430     IF WS-BW-HASIL = 'Y'
045440         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
045450             ' PEMUSNAHAN DITOLAK'
045460         GO TO 3200-EXIT
045470     END-IF.
045500     OPEN I-O LOT-FILE.
045600     OPEN I-O STOK-LEDGER.
045700     IF LOT-FS NOT = '00' OR STK-FS NOT = '00'
045800         DISPLAY 'lotbrg.dat/stok.dat TIDAK DAPAT DIBUKA, STATUS '
045900             LOT-FS ' ' STK-FS
046000         CLOSE LOT-FILE
046100         CLOSE STOK-LEDGER
046200         GO TO 3200-EXIT
046300     END-IF.
046400     OPEN EXTEND STOK-JURNAL.
046500     IF JR-FS = '05' OR JR-FS = '35'
046600         OPEN OUTPUT STOK-JURNAL
046700     END-IF.
046800     MOVE ZERO TO WS-JML-BUKU.
046900     MOVE WS-NO-BA TO MS-NO.
047000     MOVE ZERO TO MS-URUT.
047100     MOVE 'N' TO WS-EOF-SW.
047200     START MUSNAH-FILE KEY NOT < MS-KUNCI
047300         INVALID KEY MOVE 'Y' TO WS-EOF-SW
047400     END-START.
047500     PERFORM 3300-BUKU-SATU THRU 3300-EXIT
047600         UNTIL WS-EOF.
047700     CLOSE STOK-JURNAL.
047800     CLOSE LOT-FILE.
047900     CLOSE STOK-LEDGER.
048000     DISPLAY 'BERITA ACARA ' WS-NO-BA ' DISETUJUI, ' WS-JML-BUKU
048100         ' LOT DIMUSNAHKAN'.
048200     IF WS-JML-BUKU > ZERO
048300         PERFORM 5000-CETAK-BA THRU 5000-EXIT
048400     END-IF.
048500 3200-EXIT.
048600     EXIT.
048700
048800*-----------------------------------------------------------------
048900* Satu lot: sisa lot dan saldo stok dibaca ulang (bisa sudah
049000* terpakai sejak diusulkan); kalau tidak cukup baris tetap U.
049100*-----------------------------------------------------------------
049200 3300-BUKU-SATU.
049300     READ MUSNAH-FILE NEXT RECORD
049400         AT END MOVE 'Y' TO WS-EOF-SW
049500     END-READ.
049600     IF WS-EOF
049700         GO TO 3300-EXIT
049800     END-IF.
049900     IF MS-NO NOT = WS-NO-BA
050000         MOVE 'Y' TO WS-EOF-SW
050100         GO TO 3300-EXIT
050200     END-IF.
050300     IF MS-STATUS NOT = 'U'
050400         GO TO 3300-EXIT
050500     END-IF.
050600     MOVE MS-KODE-BRG TO LOT-KODE-BRG.
050700     MOVE MS-GUDANG TO LOT-GUDANG.
050800     MOVE MS-LOT TO LOT-NO.
050900     MOVE 'N' TO WS-LOT-ADA-SW.
051000     READ LOT-FILE
051100         INVALID KEY CONTINUE
051200         NOT INVALID KEY MOVE 'Y' TO WS-LOT-ADA-SW
051300     END-READ.
051400     MOVE MS-KODE-BRG TO STK-KODE-BRG.
051500     MOVE MS-GUDANG TO STK-GUDANG.
051600     MOVE 'N' TO WS-STK-ADA-SW.
051700     READ STOK-LEDGER
051800         INVALID KEY CONTINUE
051900         NOT INVALID KEY MOVE 'Y' TO WS-STK-ADA-SW
052000     END-READ.
052100     IF NOT WS-LOT-ADA OR NOT WS-STK-ADA
052200         DISPLAY 'BARIS ' MS-URUT ' : LOT/SALDO TIDAK ADA,'
052300             ' TIDAK DIBUKUKAN'
052400         GO TO 3300-EXIT
052500     END-IF.
052600     IF MS-JUMLAH > LOT-JUMLAH OR MS-JUMLAH > STK-SALDO
052700         DISPLAY 'BARIS ' MS-URUT ' : SISA LOT ' LOT-JUMLAH
052800             ' SALDO ' STK-SALDO ' TIDAK CUKUP, TIDAK DIBUKUKAN'
052900         GO TO 3300-EXIT
053000     END-IF.
053100     SUBTRACT MS-JUMLAH FROM LOT-JUMLAH.
053200     REWRITE LOT-RECORD
053300         INVALID KEY
053400             DISPLAY 'GAGAL SIMPAN LOT, STATUS ' LOT-FS
053500             GO TO 3300-EXIT
053600     END-REWRITE.
053700     SUBTRACT MS-JUMLAH FROM STK-SALDO.
053800     REWRITE STOK-RECORD
053900         INVALID KEY
054000             DISPLAY 'GAGAL SIMPAN SALDO, STATUS ' STK-FS
054100             GO TO 3300-EXIT
054200     END-REWRITE.
054300     MOVE SPACES TO STOK-JURNAL-LINE.
054400     MOVE MS-KODE-BRG TO JR-KODE-BRG.
054500     MOVE MS-GUDANG TO JR-GUDANG.
054600     MOVE 'D' TO JR-JENIS.
054700     MOVE 'K' TO JR-ARAH.
054800     MOVE MS-JUMLAH TO JR-JUMLAH.
054900     MOVE STK-SALDO TO JR-SALDO.
055000     MOVE WS-TGL-RUN TO JR-TANGGAL.
055100     STRING 'BA' MS-NO DELIMITED BY SIZE INTO JR-REF.
055200     MOVE MS-HARGA TO JR-HARGA.
055210     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
055300     WRITE STOK-JURNAL-LINE.
055350     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
055400     MOVE 'S' TO MS-STATUS.
055500     MOVE WS-OPERATOR TO MS-PENYETUJU.
055600     MOVE WS-TGL-RUN TO MS-TGL-PUTUS.
055700     REWRITE MUSNAH-RECORD
055800         INVALID KEY
055900             DISPLAY 'GAGAL SIMPAN BARIS BERITA ACARA, STATUS '
056000                 MS-FS
056100     END-REWRITE.
056200     ADD 1 TO WS-JML-BUKU.
056300 3300-EXIT.
056400     EXIT.
056500
056600*-----------------------------------------------------------------
056700* Tandai semua baris U satu berita acara dengan status WS-JAWAB
056800* (dipakai untuk penolakan).
056900*-----------------------------------------------------------------
057000 3500-TANDAI-SEMUA.
057100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
057200     MOVE WS-NO-BA TO MS-NO.
057300     MOVE ZERO TO MS-URUT.
057400     MOVE 'N' TO WS-EOF-SW.
057500     START MUSNAH-FILE KEY NOT < MS-KUNCI
057600         INVALID KEY MOVE 'Y' TO WS-EOF-SW
057700     END-START.
057800     PERFORM 3550-TANDAI-SATU THRU 3550-EXIT
057900         UNTIL WS-EOF.
058000 3500-EXIT.
058100     EXIT.
058200
058300 3550-TANDAI-SATU.
058400     READ MUSNAH-FILE NEXT RECORD
058500         AT END MOVE 'Y' TO WS-EOF-SW
058600     END-READ.
058700     IF WS-EOF
058800         GO TO 3550-EXIT
058900     END-IF.
059000     IF MS-NO NOT = WS-NO-BA
059100         MOVE 'Y' TO WS-EOF-SW
059200         GO TO 3550-EXIT
059300     END-IF.
059400     IF MS-STATUS NOT = 'U'
059500         GO TO 3550-EXIT
059600     END-IF.
059700     MOVE WS-JAWAB TO MS-STATUS.
059800     MOVE WS-OPERATOR TO MS-PENYETUJU.
059900     MOVE WS-TGL-RUN TO MS-TGL-PUTUS.
060000     REWRITE MUSNAH-RECORD
060100         INVALID KEY
060200             DISPLAY 'GAGAL SIMPAN BARIS BERITA ACARA, STATUS '
060300                 MS-FS
060400     END-REWRITE.
060500 3550-EXIT.
060600     EXIT.
060700
060800*-----------------------------------------------------------------
060900 4000-CETAK-ULANG.
061000     DISPLAY 'NOMOR BERITA ACARA     : ' WITH NO ADVANCING.
061100     ACCEPT WS-NO-BA.
061200     PERFORM 5000-CETAK-BA THRU 5000-EXIT.
061300 4000-EXIT.
061400     EXIT.
061500
061600*-----------------------------------------------------------------
061700* Cetak berita acara: kepala (nomor, tanggal, alasan), baris lot
061800* yang sudah dimusnahkan (S) dengan nilainya, total, lalu kolom
061900* tanda tangan saksi, pengusul dan penyetuju.
062000*-----------------------------------------------------------------
062100 5000-CETAK-BA.
062200     MOVE 'N' TO WS-BA-ADA-SW.
062300     MOVE ZERO TO WS-TOT-NILAI.
062400     MOVE ZERO TO WS-JML-BARIS.
062500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
062600     ACCEPT WS-JAM-RUN FROM TIME.
062700     MOVE SPACES TO WS-RPT-NAMA.
062800     STRING 'BAPM-' WS-NO-BA '-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
062900         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
063000     MOVE WS-NO-BA TO MS-NO.
063100     MOVE ZERO TO MS-URUT.
063200     MOVE 'N' TO WS-EOF-SW.
063300     START MUSNAH-FILE KEY NOT < MS-KUNCI
063400         INVALID KEY MOVE 'Y' TO WS-EOF-SW
063500     END-START.
063600     PERFORM 5100-CETAK-SATU THRU 5100-EXIT
063700         UNTIL WS-EOF.
063800     IF NOT WS-BA-ADA
063900         DISPLAY 'BERITA ACARA ' WS-NO-BA
064000             ' BELUM ADA LOT YANG DIMUSNAHKAN'
064100         GO TO 5000-EXIT
064200     END-IF.
064300     MOVE SPACES TO REPORT-LINE.
064400     WRITE REPORT-LINE.
064500     MOVE WS-TOT-NILAI TO WS-T-NILAI.
064600     MOVE WS-TOTAL-LINE TO REPORT-LINE.
064700     WRITE REPORT-LINE.
064800     MOVE SPACES TO REPORT-LINE.
064900     WRITE REPORT-LINE.
065000     MOVE 'SAKSI 1' TO WS-TTD-PERAN.
065100     MOVE WS-BH-SAKSI-1 TO WS-TTD-NAMA.
065200     PERFORM 5300-TULIS-TTD THRU 5300-EXIT.
065300     MOVE 'SAKSI 2' TO WS-TTD-PERAN.
065400     MOVE WS-BH-SAKSI-2 TO WS-TTD-NAMA.
065500     PERFORM 5300-TULIS-TTD THRU 5300-EXIT.
065600     MOVE 'DIUSULKAN' TO WS-TTD-PERAN.
065700     MOVE WS-BH-PENGUSUL TO WS-TTD-NAMA.
065800     PERFORM 5300-TULIS-TTD THRU 5300-EXIT.
065900     MOVE 'DISETUJUI' TO WS-TTD-PERAN.
066000     MOVE WS-BH-PENYETUJU TO WS-TTD-NAMA.
066100     PERFORM 5300-TULIS-TTD THRU 5300-EXIT.
066200     CLOSE REPORT-OUT.
066300     MOVE WS-JML-BARIS TO WS-CAT-JML.
066400     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
066500         WS-CAT-JML.
066600     DISPLAY 'BERITA ACARA DICETAK DI ' WS-RPT-NAMA.
066700 5000-EXIT.
066800     EXIT.
066900
067000 5100-CETAK-SATU.
067100     READ MUSNAH-FILE NEXT RECORD
067200         AT END MOVE 'Y' TO WS-EOF-SW
067300     END-READ.
067400     IF WS-EOF
067500         GO TO 5100-EXIT
067600     END-IF.
067700     IF MS-NO NOT = WS-NO-BA
067800         MOVE 'Y' TO WS-EOF-SW
067900         GO TO 5100-EXIT
068000     END-IF.
068100     IF MS-STATUS NOT = 'S'
068200         GO TO 5100-EXIT
068300     END-IF.
068400     IF NOT WS-BA-ADA
068500         MOVE 'Y' TO WS-BA-ADA-SW
068600         PERFORM 5200-KEPALA-BA THRU 5200-EXIT
068700     END-IF.
068800     MOVE MS-URUT TO WS-D-URUT.
068900     MOVE MS-KODE-BRG TO WS-D-KODE.
069000     MOVE MS-GUDANG TO WS-D-GUDANG.
069100     MOVE MS-LOT TO WS-D-LOT.
069200     MOVE MS-JUMLAH TO WS-D-JUMLAH.
069300     MOVE MS-HARGA TO WS-D-HARGA.
069400     MOVE MS-NILAI TO WS-D-NILAI.
069500     MOVE MS-STATUS TO WS-D-STATUS.
069600     MOVE WS-DETAIL TO REPORT-LINE.
069700     WRITE REPORT-LINE.
069800     ADD MS-NILAI TO WS-TOT-NILAI.
069900     ADD 1 TO WS-JML-BARIS.
070000 5100-EXIT.
070100     EXIT.
070200
070300 5200-KEPALA-BA.
070400     MOVE MS-ALASAN TO WS-BH-ALASAN.
070500     MOVE MS-KETERANGAN TO WS-BH-KETERANGAN.
070600     MOVE MS-SAKSI-1 TO WS-BH-SAKSI-1.
070700     MOVE MS-SAKSI-2 TO WS-BH-SAKSI-2.
070800     MOVE MS-TGL-USUL TO WS-BH-TGL-USUL.
070900     MOVE MS-PENGUSUL TO WS-BH-PENGUSUL.
071000     MOVE MS-PENYETUJU TO WS-BH-PENYETUJU.
071100     MOVE MS-TGL-PUTUS TO WS-BH-TGL-PUTUS.
071200     OPEN OUTPUT REPORT-OUT.
071300     MOVE WS-NO-BA TO WS-J1-NO.
071400     MOVE WS-JUDUL-1 TO REPORT-LINE.
071500     WRITE REPORT-LINE.
071600     MOVE SPACES TO REPORT-LINE.
071700     WRITE REPORT-LINE.
071800     MOVE WS-BH-TGL-USUL TO WS-J2-TGL-USUL.
071900     MOVE WS-BH-TGL-PUTUS TO WS-J2-TGL-PUTUS.
072000     MOVE WS-JUDUL-2 TO REPORT-LINE.
072100     WRITE REPORT-LINE.
072200     IF WS-BH-ALASAN = 'K'
072300         MOVE 'KADALUARSA' TO WS-J3-ALASAN
072400     ELSE
072500         MOVE 'RUSAK' TO WS-J3-ALASAN
072600     END-IF.
072700     MOVE WS-BH-KETERANGAN TO WS-J3-KETERANGAN.
072800     MOVE WS-JUDUL-3 TO REPORT-LINE.
072900     WRITE REPORT-LINE.
073000     MOVE SPACES TO REPORT-LINE.
073100     WRITE REPORT-LINE.
073200     MOVE WS-HEADER TO REPORT-LINE.
073300     WRITE REPORT-LINE.
073400 5200-EXIT.
073500     EXIT.
073600
073700 5300-TULIS-TTD.
073800     MOVE SPACES TO REPORT-LINE.
073900     WRITE REPORT-LINE.
074000     MOVE WS-TTD-LINE TO REPORT-LINE.
074100     WRITE REPORT-LINE.
074200 5300-EXIT.
074300     EXIT.
074400
074500*-----------------------------------------------------------------
074600 9999-EXIT.
074700     STOP RUN.
