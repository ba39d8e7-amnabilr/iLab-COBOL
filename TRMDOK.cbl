000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram bersama bukti penerimaan barang: setiap
000500*           jalur penerimaan (entri barang, STK-SCN satuan dan
000600*           karton, titipan STK-KON) mencatat kirimannya ke
000700*           terima.dat lewat sini. LK-AKSI B membuka bukti baru
000800*           bernomor dari trmctl.dat dengan nomor surat jalan
000900*           supplier, PO, tanggal, jam dan operator penerima
001000*           (nomornya kembali di LK-NO-TRM; supplier diambil dari
001100*           PO kalau LK-SUPPLIER kosong). L mencatat satu baris:
001200*           jumlah datang dan bagian yang ditahan QC per barang/
001300*           gudang/jalur; baris PO diambil dari LK-URUT-PO atau
001400*           dicari dari nama barang seperti cocok PO entri barang.
001500*           Pemanggilan L berulang untuk barang yang sama (scan
001600*           per satuan) dijumlahkan ke baris yang sudah ada. T
001700*           menutup bukti dan mencetak nota terima BPB-*.RPT untuk
001800*           ditandatangani pengemudi (RPT-CAT).
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. TRM-DOK.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000     COPY TRMSEL.
003100     COPY POSEL.
003200     COPY BRGSEL.
003300     SELECT TERIMA-CTL ASSIGN TO 'trmctl.dat'
003400     ORGANIZATION IS LINE SEQUENTIAL
003500     FILE STATUS IS TC-FS.
003600     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003700     ORGANIZATION IS LINE SEQUENTIAL
003800     FILE STATUS IS RS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100     COPY TRMFD.
004200     COPY POFD.
004300     COPY BRGFD.
004400 FD TERIMA-CTL.
004500 01 TERIMA-CTL-RECORD.
004600     02 TC-NO-TERAKHIR     PIC 9(07).
004700 FD REPORT-OUT.
004800 01 REPORT-LINE            PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 77 WS-RPT-NAMA            PIC X(30).
005200 77 WS-TGL-RUN             PIC 9(8).
005300 77 WS-JAM-RUN             PIC 9(8).
005400 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'TRM-DOK'.
005500 77 WS-CAT-JML             PIC 9(7).
005600 77 TM-FS                  PIC XX.
005700 77 PO-FS                  PIC XX.
005800 77 FS                     PIC XX.
005900 77 TC-FS                  PIC XX.
006000 77 RS                     PIC XX.
006100 77 WS-EOF-SW              PIC X VALUE 'N'.
006200     88 WS-EOF             VALUE 'Y'.
006300 77 WS-BARIS-ADA-SW        PIC X VALUE 'N'.
006400     88 WS-BARIS-ADA       VALUE 'Y'.
006500 77 WS-PO-KETEMU-SW        PIC X VALUE 'N'.
006600     88 WS-PO-KETEMU       VALUE 'Y'.
006700 77 WS-NO-AKTIF            PIC 9(7) VALUE ZERO.
006800 77 WS-BARIS-AKHIR         PIC 9(3) VALUE ZERO.
006900 77 WS-TGL-AKTIF           PIC 9(8).
007000 77 WS-JAM-AKTIF           PIC 9(8).
007100 77 WS-OPR-AKTIF           PIC X(8).
007200 77 WS-SJ-AKTIF            PIC X(15).
007300 77 WS-PO-AKTIF            PIC 9(5).
007400 77 WS-SUP-AKTIF           PIC X(13).
007500 77 WS-URUT-BARIS          PIC 9(2).
007600 77 WS-KODE-CACHE          PIC X(5) VALUE SPACES.
007700 77 WS-URUT-CACHE          PIC 9(2) VALUE ZERO.
007800 77 WS-NAMA-CARI           PIC X(22).
007900 77 WS-TOT-TERIMA          PIC 9(9).
008000 77 WS-TOT-QC              PIC 9(9).
008100 77 WS-BRG-BUKA-SW         PIC X VALUE 'N'.
008200     88 WS-BRG-BUKA        VALUE 'Y'.
008300 01 WS-NOTA-DETAIL.
008400     02 WS-ND-BARIS        PIC ZZ9.
008500     02 FILLER             PIC X(02) VALUE SPACES.
008600     02 WS-ND-KODE         PIC X(05).
008700     02 FILLER             PIC X(01) VALUE SPACES.
008800     02 WS-ND-NAMA         PIC X(22).
008900     02 FILLER             PIC X(01) VALUE SPACES.
009000     02 WS-ND-GUDANG       PIC Z9.
009100     02 FILLER             PIC X(02) VALUE SPACES.
009200     02 WS-ND-URUT-PO      PIC Z9.
009300     02 FILLER             PIC X(02) VALUE SPACES.
009400     02 WS-ND-TERIMA       PIC Z(6)9.
009500     02 FILLER             PIC X(02) VALUE SPACES.
009600     02 WS-ND-QC           PIC Z(6)9.
009700     02 FILLER             PIC X(03) VALUE SPACES.
009800     02 WS-ND-JALUR        PIC X(01).
009900 01 WS-NOTA-HEADER.
010000     02 FILLER             PIC X(05) VALUE 'BRS'.
010100     02 FILLER             PIC X(06) VALUE 'KODE'.
010200     02 FILLER             PIC X(23) VALUE 'NAMA BARANG'.
010300     02 FILLER             PIC X(04) VALUE 'GD'.
010400     02 FILLER             PIC X(04) VALUE 'PO#'.
010500     02 FILLER             PIC X(07) VALUE ' DATANG'.
010600     02 FILLER             PIC X(09) VALUE ' TAHAN QC'.
010700     02 FILLER             PIC X(04) VALUE ' JLR'.
010800 01 WS-NOTA-TOTAL.
010900     02 FILLER             PIC X(40) VALUE 'JUMLAH'.
011000     02 WS-NT-TERIMA       PIC Z(8)9.
011100     02 WS-NT-QC           PIC Z(8)9.
011200
011300 LINKAGE SECTION.
011400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
011500 01 LK-AKSI                PIC X(01).
011600 01 LK-NO-TRM              PIC 9(07).
011700 01 LK-SURAT-JALAN         PIC X(15).
011800 01 LK-NO-PO               PIC 9(05).
011900 01 LK-URUT-PO             PIC 9(02).
012000 01 LK-SUPPLIER            PIC X(13).
012100 01 LK-KODE                PIC X(05).
012200 01 LK-GUDANG              PIC 9(02).
012300 01 LK-JUMLAH              PIC 9(07).
012400 01 LK-JML-QC              PIC 9(07).
012500 01 LK-JALUR               PIC X(01).
012600
012700 PROCEDURE DIVISION USING LK-AKSI, LK-NO-TRM, LK-SURAT-JALAN,
012800     LK-NO-PO, LK-URUT-PO, LK-SUPPLIER, LK-KODE, LK-GUDANG,
012900     LK-JUMLAH, LK-JML-QC, LK-JALUR.
013000*-----------------------------------------------------------------
013100 0000-MAINLINE.
013200     EVALUATE LK-AKSI
013300         WHEN 'B'
013400             PERFORM 1000-BUKA-BUKTI THRU 1000-EXIT
013500         WHEN 'L'
013600             PERFORM 2000-CATAT-BARIS THRU 2000-EXIT
013700         WHEN 'T'
013800             PERFORM 3000-TUTUP-BUKTI THRU 3000-EXIT
013900         WHEN OTHER
014000             DISPLAY 'TRM-DOK: AKSI TIDAK DIKENAL ' LK-AKSI
014100     END-EVALUATE.
014200     GO TO 9999-EXIT.
014300
014400*-----------------------------------------------------------------
014500* Bukti baru: nomor berikutnya dari trmctl.dat (pola poctl.dat
014600* PO-ENTRY), lalu data kepala bukti disimpan untuk baris-baris
014700* yang menyusul sampai bukti ditutup.
014800*-----------------------------------------------------------------
014900 1000-BUKA-BUKTI.
015000     OPEN INPUT TERIMA-CTL.
015100     IF TC-FS = '00'
015200         READ TERIMA-CTL
015300             AT END MOVE ZERO TO TC-NO-TERAKHIR
015400         END-READ
015500         CLOSE TERIMA-CTL
015600     ELSE
015700         MOVE ZERO TO TC-NO-TERAKHIR
015800     END-IF.
015900     ADD 1 TO TC-NO-TERAKHIR.
016000     OPEN OUTPUT TERIMA-CTL.
016100     WRITE TERIMA-CTL-RECORD.
016200     CLOSE TERIMA-CTL.
016300     MOVE TC-NO-TERAKHIR TO WS-NO-AKTIF.
016400     MOVE TC-NO-TERAKHIR TO LK-NO-TRM.
016500     MOVE ZERO TO WS-BARIS-AKHIR.
016600     MOVE SPACES TO WS-KODE-CACHE.
016700     ACCEPT WS-TGL-AKTIF FROM DATE YYYYMMDD.
016800     CALL 'JRN-CAP' USING WS-JAM-AKTIF, WS-OPR-AKTIF.
016900     MOVE LK-SURAT-JALAN TO WS-SJ-AKTIF.
017000     MOVE LK-NO-PO TO WS-PO-AKTIF.
017100     IF LK-SUPPLIER = SPACES AND LK-NO-PO NOT = ZERO
017200         PERFORM 1100-SUPPLIER-PO THRU 1100-EXIT
017300     END-IF.
017400     MOVE LK-SUPPLIER TO WS-SUP-AKTIF.
017500 1000-EXIT.
017600     EXIT.
017700
017800 1100-SUPPLIER-PO.
017900     OPEN INPUT PO-FILE.
018000     IF PO-FS NOT = '00'
018100         CLOSE PO-FILE
018200         GO TO 1100-EXIT
018300     END-IF.
018400     MOVE LK-NO-PO TO PO-NO.
018500     MOVE ZERO TO PO-URUT.
018600     START PO-FILE KEY NOT < PO-KUNCI
018700         INVALID KEY
018800             CLOSE PO-FILE
018900             GO TO 1100-EXIT
019000     END-START.
019100     READ PO-FILE NEXT RECORD
019200         AT END CONTINUE
019300         NOT AT END
019400             IF PO-NO = LK-NO-PO
019500                 MOVE PO-SUPPLIER TO LK-SUPPLIER
019600             END-IF
019700     END-READ.
019800     CLOSE PO-FILE.
019900 1100-EXIT.
020000     EXIT.
020100
020200*-----------------------------------------------------------------
020300* Satu baris kiriman. Barang, gudang, jalur dan baris PO yang
020400* sama dalam satu bukti dijumlahkan ke baris yang sudah ada.
020500*-----------------------------------------------------------------
020600 2000-CATAT-BARIS.
020700     IF WS-NO-AKTIF = ZERO
020800         DISPLAY 'TRM-DOK: BELUM ADA BUKTI TERBUKA, BARIS '
020900             LK-KODE ' TIDAK DICATAT'
021000         GO TO 2000-EXIT
021100     END-IF.
021200     MOVE LK-URUT-PO TO WS-URUT-BARIS.
021300     IF WS-URUT-BARIS = ZERO AND WS-PO-AKTIF NOT = ZERO
021400         PERFORM 2100-CARI-BARIS-PO THRU 2100-EXIT
021500     END-IF.
021600     OPEN I-O TERIMA-FILE.
021700     IF TM-FS = '35'
021800         OPEN OUTPUT TERIMA-FILE
021900         CLOSE TERIMA-FILE
022000         OPEN I-O TERIMA-FILE
022100     END-IF.
022200     IF TM-FS NOT = '00'
022300         DISPLAY 'terima.dat TIDAK DAPAT DIBUKA, STATUS ' TM-FS
022400         GO TO 2000-EXIT
022500     END-IF.
022600     MOVE 'N' TO WS-BARIS-ADA-SW.
022700     MOVE WS-NO-AKTIF TO TM-NO.
022800     MOVE ZERO TO TM-BARIS.
022900     MOVE 'N' TO WS-EOF-SW.
023000     START TERIMA-FILE KEY > TM-KUNCI
023100         INVALID KEY MOVE 'Y' TO WS-EOF-SW
023200     END-START.
023300     PERFORM 2200-BANDING-BARIS THRU 2200-EXIT
023400         UNTIL WS-EOF OR WS-BARIS-ADA.
023500     IF WS-BARIS-ADA
023600         ADD LK-JUMLAH TO TM-JML-TERIMA
023700         ADD LK-JML-QC TO TM-JML-QC
023800         REWRITE TERIMA-RECORD
023900             INVALID KEY
024000                 DISPLAY 'GAGAL SIMPAN BARIS TERIMA, STATUS '
024100                     TM-FS
024200         END-REWRITE
024300     ELSE
024400         PERFORM 2300-TULIS-BARIS THRU 2300-EXIT
024500     END-IF.
024600     CLOSE TERIMA-FILE.
024700 2000-EXIT.
024800     EXIT.
024900
025000*-----------------------------------------------------------------
025100* Baris PO dicari dari nama barang, seperti 1850-BACA-BARIS-PO
025200* entri barang: baris draft (D) dan menunggu PO-APRV (M) dilewati.
025300* Hasil terakhir disimpan: scan satuan berulang tidak membaca
025400* ulang barang.dat dan po.dat.
025500*-----------------------------------------------------------------
025600 2100-CARI-BARIS-PO.
025700     IF LK-KODE = WS-KODE-CACHE
025800         MOVE WS-URUT-CACHE TO WS-URUT-BARIS
025900         GO TO 2100-EXIT
026000     END-IF.
026100     MOVE SPACES TO WS-NAMA-CARI.
026200     OPEN INPUT INFO-BRG.
026300     IF FS = '00'
026400         MOVE LK-KODE TO KODE-BRG
026500         READ INFO-BRG
026600             INVALID KEY CONTINUE
026700             NOT INVALID KEY MOVE NAMA-BRG TO WS-NAMA-CARI
026800         END-READ
026900     END-IF.
027000     CLOSE INFO-BRG.
027100     MOVE LK-KODE TO WS-KODE-CACHE.
027200     MOVE ZERO TO WS-URUT-CACHE.
027300     IF WS-NAMA-CARI = SPACES
027400         GO TO 2100-EXIT
027500     END-IF.
027600     OPEN INPUT PO-FILE.
027700     IF PO-FS NOT = '00'
027800         CLOSE PO-FILE
027900         GO TO 2100-EXIT
028000     END-IF.
028100     MOVE WS-PO-AKTIF TO PO-NO.
028200     MOVE ZERO TO PO-URUT.
028300     MOVE 'N' TO WS-EOF-SW.
028400     MOVE 'N' TO WS-PO-KETEMU-SW.
028500     START PO-FILE KEY > PO-KUNCI
028600         INVALID KEY MOVE 'Y' TO WS-EOF-SW
028700     END-START.
028800     PERFORM 2150-BACA-PO THRU 2150-EXIT
028900         UNTIL WS-EOF OR WS-PO-KETEMU.
029000     CLOSE PO-FILE.
029100     MOVE WS-URUT-CACHE TO WS-URUT-BARIS.
029200 2100-EXIT.
029300     EXIT.
029400
029500 2150-BACA-PO.
029600     READ PO-FILE NEXT RECORD
029700         AT END MOVE 'Y' TO WS-EOF-SW
029800     END-READ.
029900     IF WS-EOF OR PO-NO NOT = WS-PO-AKTIF
030000         MOVE 'Y' TO WS-EOF-SW
030100         GO TO 2150-EXIT
030200     END-IF.
030300     IF PO-NAMA-BRG NOT = WS-NAMA-CARI OR PO-STATUS = 'D'
030400             OR PO-STATUS = 'M'
030500         GO TO 2150-EXIT
030600     END-IF.
030700     MOVE 'Y' TO WS-PO-KETEMU-SW.
030800     MOVE PO-URUT TO WS-URUT-CACHE.
030900 2150-EXIT.
031000     EXIT.
031100
031200 2200-BANDING-BARIS.
031300     READ TERIMA-FILE NEXT RECORD
031400         AT END MOVE 'Y' TO WS-EOF-SW
031500     END-READ.
031600     IF WS-EOF OR TM-NO NOT = WS-NO-AKTIF
031700         MOVE 'Y' TO WS-EOF-SW
031800         GO TO 2200-EXIT
031900     END-IF.
032000     IF TM-KODE-BRG = LK-KODE AND TM-GUDANG = LK-GUDANG
032100             AND TM-JALUR = LK-JALUR
032200             AND TM-URUT-PO = WS-URUT-BARIS
032300         MOVE 'Y' TO WS-BARIS-ADA-SW
032400     END-IF.
032500 2200-EXIT.
032600     EXIT.
032700
032800 2300-TULIS-BARIS.
032900     IF WS-BARIS-AKHIR = 999
033000         DISPLAY 'BUKTI TERIMA ' WS-NO-AKTIF ' PENUH, BARIS '
033100             LK-KODE ' TIDAK DICATAT'
033200         GO TO 2300-EXIT
033300     END-IF.
033400     ADD 1 TO WS-BARIS-AKHIR.
033500     MOVE SPACES TO TERIMA-RECORD.
033600     MOVE WS-NO-AKTIF TO TM-NO.
033700     MOVE WS-BARIS-AKHIR TO TM-BARIS.
033800     MOVE WS-PO-AKTIF TO TM-NO-PO.
033900     MOVE WS-URUT-BARIS TO TM-URUT-PO.
034000     MOVE WS-TGL-AKTIF TO TM-TANGGAL.
034100     MOVE WS-JAM-AKTIF TO TM-JAM.
034200     MOVE WS-SJ-AKTIF TO TM-SURAT-JALAN.
034300     MOVE WS-SUP-AKTIF TO TM-SUPPLIER.
034400     MOVE LK-KODE TO TM-KODE-BRG.
034500     MOVE LK-GUDANG TO TM-GUDANG.
034600     MOVE LK-JALUR TO TM-JALUR.
034700     MOVE LK-JUMLAH TO TM-JML-TERIMA.
034800     MOVE LK-JML-QC TO TM-JML-QC.
034900     MOVE WS-OPR-AKTIF TO TM-OPERATOR.
035000     WRITE TERIMA-RECORD
035100         INVALID KEY
035200             DISPLAY 'GAGAL TULIS BARIS TERIMA, STATUS ' TM-FS
035300     END-WRITE.
035400 2300-EXIT.
035500     EXIT.
035600
035700*-----------------------------------------------------------------
035800* Tutup bukti: nota terima dicetak dari baris terima.dat bukti
035900* ini, dengan ruang tanda tangan pengemudi dan penerima.
036000*-----------------------------------------------------------------
036100 3000-TUTUP-BUKTI.
036200     IF WS-NO-AKTIF = ZERO
036300         GO TO 3000-EXIT
036400     END-IF.
036500     MOVE WS-NO-AKTIF TO LK-NO-TRM.
036600     IF WS-BARIS-AKHIR = ZERO
036700         DISPLAY 'BUKTI TERIMA ' WS-NO-AKTIF
036800             ' TANPA BARIS, NOTA TIDAK DICETAK'
036900         MOVE ZERO TO WS-NO-AKTIF
037000         GO TO 3000-EXIT
037100     END-IF.
037200     OPEN INPUT TERIMA-FILE.
037300     IF TM-FS NOT = '00'
037400         DISPLAY 'terima.dat TIDAK DAPAT DIBUKA, STATUS ' TM-FS
037500         CLOSE TERIMA-FILE
037600         MOVE ZERO TO WS-NO-AKTIF
037700         GO TO 3000-EXIT
037800     END-IF.
037900     MOVE 'N' TO WS-BRG-BUKA-SW.
038000     OPEN INPUT INFO-BRG.
038100     IF FS = '00'
038200         MOVE 'Y' TO WS-BRG-BUKA-SW
038300     END-IF.
038400     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
038500     ACCEPT WS-JAM-RUN FROM TIME.
038600     MOVE SPACES TO WS-RPT-NAMA.
038700     STRING 'BPB-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
038800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
038900     OPEN OUTPUT REPORT-OUT.
039000     PERFORM 3100-KEPALA-NOTA THRU 3100-EXIT.
039100     MOVE ZERO TO WS-TOT-TERIMA.
039200     MOVE ZERO TO WS-TOT-QC.
039300     MOVE WS-NO-AKTIF TO TM-NO.
039400     MOVE ZERO TO TM-BARIS.
039500     MOVE 'N' TO WS-EOF-SW.
039600     START TERIMA-FILE KEY > TM-KUNCI
039700         INVALID KEY MOVE 'Y' TO WS-EOF-SW
039800     END-START.
039900     PERFORM 3200-BARIS-NOTA THRU 3200-EXIT
040000         UNTIL WS-EOF.
040100     PERFORM 3300-KAKI-NOTA THRU 3300-EXIT.
040200     CLOSE REPORT-OUT.
040300     CLOSE INFO-BRG.
040400     CLOSE TERIMA-FILE.
040500     MOVE WS-BARIS-AKHIR TO WS-CAT-JML.
040600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
040700         WS-CAT-JML.
040800     DISPLAY 'BUKTI TERIMA ' WS-NO-AKTIF ', ' WS-BARIS-AKHIR
040900         ' BARIS, NOTA DI ' WS-RPT-NAMA.
041000     MOVE ZERO TO WS-NO-AKTIF.
041100 3000-EXIT.
041200     EXIT.
041300
041400 3100-KEPALA-NOTA.
041500     MOVE SPACES TO REPORT-LINE.
041600     STRING 'BUKTI PENERIMAAN BARANG    NO. ' WS-NO-AKTIF
041700         DELIMITED BY SIZE INTO REPORT-LINE.
041800     WRITE REPORT-LINE.
041900     MOVE SPACES TO REPORT-LINE.
042000     STRING 'TANGGAL     : ' WS-TGL-AKTIF '  JAM '
042100         WS-JAM-AKTIF(1:6) DELIMITED BY SIZE INTO REPORT-LINE.
042200     WRITE REPORT-LINE.
042300     MOVE SPACES TO REPORT-LINE.
042400     STRING 'SUPPLIER    : ' WS-SUP-AKTIF
042500         DELIMITED BY SIZE INTO REPORT-LINE.
042600     WRITE REPORT-LINE.
042700     MOVE SPACES TO REPORT-LINE.
042800     STRING 'SURAT JALAN : ' WS-SJ-AKTIF
042900         DELIMITED BY SIZE INTO REPORT-LINE.
043000     WRITE REPORT-LINE.
043100     MOVE SPACES TO REPORT-LINE.
043200     IF WS-PO-AKTIF = ZERO
043300         MOVE 'NOMOR PO    : TANPA PO' TO REPORT-LINE
043400     ELSE
043500         STRING 'NOMOR PO    : ' WS-PO-AKTIF
043600             DELIMITED BY SIZE INTO REPORT-LINE
043700     END-IF.
043800     WRITE REPORT-LINE.
043900     MOVE SPACES TO REPORT-LINE.
044000     STRING 'DITERIMA    : ' WS-OPR-AKTIF
044100         DELIMITED BY SIZE INTO REPORT-LINE.
044200     WRITE REPORT-LINE.
044300     MOVE SPACES TO REPORT-LINE.
044400     WRITE REPORT-LINE.
044500     MOVE WS-NOTA-HEADER TO REPORT-LINE.
044600     WRITE REPORT-LINE.
044700 3100-EXIT.
044800     EXIT.
044900
045000 3200-BARIS-NOTA.
045100     READ TERIMA-FILE NEXT RECORD
045200         AT END MOVE 'Y' TO WS-EOF-SW
045300     END-READ.
045400     IF WS-EOF OR TM-NO NOT = WS-NO-AKTIF
045500         MOVE 'Y' TO WS-EOF-SW
045600         GO TO 3200-EXIT
045700     END-IF.
045800     MOVE SPACES TO WS-ND-NAMA.
045900     IF WS-BRG-BUKA
046000         MOVE TM-KODE-BRG TO KODE-BRG
046100         READ INFO-BRG
046200             INVALID KEY CONTINUE
046300             NOT INVALID KEY MOVE NAMA-BRG TO WS-ND-NAMA
046400         END-READ
046500     END-IF.
046600     MOVE TM-BARIS TO WS-ND-BARIS.
046700     MOVE TM-KODE-BRG TO WS-ND-KODE.
046800     MOVE TM-GUDANG TO WS-ND-GUDANG.
046900     MOVE TM-URUT-PO TO WS-ND-URUT-PO.
047000     MOVE TM-JML-TERIMA TO WS-ND-TERIMA.
047100     MOVE TM-JML-QC TO WS-ND-QC.
047200     MOVE TM-JALUR TO WS-ND-JALUR.
047300     MOVE WS-NOTA-DETAIL TO REPORT-LINE.
047400     WRITE REPORT-LINE.
047500     ADD TM-JML-TERIMA TO WS-TOT-TERIMA.
047600     ADD TM-JML-QC TO WS-TOT-QC.
047700 3200-EXIT.
047800     EXIT.
047900
048000 3300-KAKI-NOTA.
048100     MOVE WS-TOT-TERIMA TO WS-NT-TERIMA.
048200     MOVE WS-TOT-QC TO WS-NT-QC.
048300     MOVE WS-NOTA-TOTAL TO REPORT-LINE.
048400     WRITE REPORT-LINE.
048500     MOVE SPACES TO REPORT-LINE.
048600     WRITE REPORT-LINE.
048700     MOVE 'JALUR: E=ENTRI S=SCAN SATUAN K=KARTON T=TITIPAN'
048800         TO REPORT-LINE.
048900     WRITE REPORT-LINE.
049000     MOVE SPACES TO REPORT-LINE.
049100     WRITE REPORT-LINE.
049200     WRITE REPORT-LINE.
049300     MOVE 'PENGEMUDI : ______________   PENERIMA : ______________'
049400         TO REPORT-LINE.
049500     WRITE REPORT-LINE.
049600 3300-EXIT.
049700     EXIT.
049800
049900*-----------------------------------------------------------------
050000 9999-EXIT.
050100     GOBACK.
