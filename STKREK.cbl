000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Rekonsiliasi jumlah stok antara stok.dat dan
000500*           sub-ledgernya per KODE-BRG per gudang, langkah 8
000600*           BATCH-BARANG (tanggal tutup malam dari pemanggil):
000700*           - LOT<>SALDO  : jumlah sisa lot lotbrg.dat berbeda
000800*             dari STK-SALDO ditambah tahanan QC qchold.dat
000900*             (STK-SCN membuat lot juga untuk unit yang ditahan
001000*             QC). Hanya barang/gudang yang punya lot diperiksa,
001100*             barang tanpa pelacakan lot tidak;
001200*           - RESV>SALDO  : jumlah reservasi aktif resv.dat
001300*             melebihi STK-SALDO;
001400*           - TANPA BIN   : STK-SALDO (atau saldo konsinyasi
001500*             konsig.dat, KONS TNP BIN) di atas nol tetapi
001600*             barang itu tidak punya bin di gudangnya pada
001700*             binbrg.dat;
001800*           - TRANSIT LAMA: baris transit.dat masih dalam
001900*             perjalanan lebih dari REKTRANSIT hari (sysparm,
002000*             bawaan 7) sejak tanggal kirim.
002100*           Hasil ke REKON-*.RPT (RPT-CAT). RETURN-CODE 0 bila
002200*           cocok semua, 2 bila ada selisih (pemanggil memutuskan
002300*           berhenti atau lanjut), 1 bila stok.dat atau laporan
002400*           tidak bisa dibuka.
002500* Tectonics: cobc -I copybooks
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002900 PROGRAM-ID. STK-REK.
003000 ENVIRONMENT DIVISION.
003100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003200 CONFIGURATION SECTION.
003300*-----------------------
003400 INPUT-OUTPUT SECTION.
003500     FILE-CONTROL.
003600     COPY STKSEL.
003700     COPY LOTSEL.
003800     COPY BINSEL.
003900     COPY RESSEL.
004000     COPY QCSEL.
004100     SELECT KONSIG-FILE ASSIGN TO 'konsig.dat'
004200     ORGANIZATION IS INDEXED
004300     ACCESS MODE IS DYNAMIC
004400     RECORD KEY IS KON-KUNCI
004500     FILE STATUS IS KON-FS.
004600     SELECT TRANSIT-FILE ASSIGN TO 'transit.dat'
004700     ORGANIZATION IS INDEXED
004800     ACCESS MODE IS DYNAMIC
004900     RECORD KEY IS TR-NO
005000     FILE STATUS IS TR-FS.
005100     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
005200     ORGANIZATION IS LINE SEQUENTIAL
005300     FILE STATUS IS RS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600     COPY STKFD.
005700     COPY LOTFD.
005800     COPY BINFD.
005900     COPY RESFD.
006000     COPY QCFD.
006100 FD KONSIG-FILE.
006200 01 KONSIG-RECORD.
006300     02 KON-KUNCI.
006400         03 KON-KODE-BRG   PIC X(05).
006500         03 KON-GUDANG     PIC 9(02).
006600         03 KON-SUPPLIER   PIC X(13).
006700     02 KON-SALDO          PIC 9(05).
006800 FD TRANSIT-FILE.
006900 01 TRANSIT-RECORD.
007000     02 TR-NO              PIC 9(05).
007100     02 TR-KODE-BRG        PIC X(05).
007200     02 TR-GDG-ASAL        PIC 9(02).
007300     02 TR-GDG-TUJUAN      PIC 9(02).
007400     02 TR-JUMLAH          PIC 9(05).
007500     02 TR-STATUS          PIC X(01).
007600         88 TR-DLM-PERJALANAN  VALUE 'T'.
007700     02 TR-TGL-KIRIM       PIC 9(08).
007800     02 TR-TGL-TERIMA      PIC 9(08).
007900     02 TR-JML-TERIMA      PIC 9(05).
008000 FD REPORT-OUT.
008100 01 REPORT-LINE            PIC X(100).
008200
008300 WORKING-STORAGE SECTION.
008400 77 STK-FS                 PIC XX.
008500 77 LOT-FS                 PIC XX.
008600 77 PUT-FS                 PIC XX.
008700 77 RES-FS                 PIC XX.
008800 77 QC-FS                  PIC XX.
008900 77 KON-FS                 PIC XX.
009000 77 TR-FS                  PIC XX.
009100 77 RS                     PIC XX.
009200 77 WS-RPT-NAMA            PIC X(30).
009300 77 WS-TGL-RUN             PIC 9(8).
009400 77 WS-JAM-RUN             PIC 9(8).
009500 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-REK'.
009600 77 WS-CAT-JML             PIC 9(7).
009700 77 WS-SP-NAMA             PIC X(12).
009800 77 WS-SP-NILAI            PIC 9(9).
009900 77 WS-SP-KETEMU-SW        PIC X.
010000 77 WS-HARI-TRANSIT        PIC 9(5) VALUE 7.
010100 77 WS-EOF-SW              PIC X VALUE 'N'.
010200     88 WS-EOF             VALUE 'Y'.
010300 77 WS-QC-BUKA-SW          PIC X VALUE 'N'.
010400     88 WS-QC-BUKA         VALUE 'Y'.
010500 77 WS-KETEMU-SW           PIC X.
010600     88 WS-KETEMU          VALUE 'Y'.
010700 77 WS-BIN-HABIS-SW        PIC X.
010800     88 WS-BIN-HABIS       VALUE 'Y'.
010900 77 WS-IDX                 PIC 9(3) COMP.
011000 77 WS-JML-RS              PIC 9(3) COMP VALUE ZERO.
011100 77 WS-JML-LEBIH           PIC 9(5) VALUE ZERO.
011200 77 WS-JML-TEMUAN          PIC 9(7) VALUE ZERO.
011300 77 WS-JML-T-LOT           PIC 9(5) VALUE ZERO.
011400 77 WS-JML-T-RES           PIC 9(5) VALUE ZERO.
011500 77 WS-JML-T-BIN           PIC 9(5) VALUE ZERO.
011600 77 WS-JML-T-TRN           PIC 9(5) VALUE ZERO.
011700 77 WS-GRP-KODE            PIC X(05).
011800 77 WS-GRP-GDG             PIC 9(02).
011900 77 WS-GRP-LOT             PIC 9(07).
012000 77 WS-GRP-JML-LOT         PIC 9(03).
012100 77 WS-SALDO               PIC 9(07).
012200 77 WS-SALDO-QC            PIC 9(07).
012300 77 WS-CB-KODE             PIC X(05).
012400 77 WS-CB-GDG              PIC 9(02).
012500 77 WS-UMUR                PIC 9(7).
012600* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
012700 77 WS-TK-FUNGSI           PIC X(1) VALUE 'H'.
012800 77 WS-TK-HARI             PIC S9(7).
012900 77 WS-TK-KERJA            PIC S9(7).
013000 77 WS-TK-KET              PIC X(30).
013200*    Reservasi aktif dijumlah per barang + gudang.
013300 01 WS-TABEL-RS.
013400     02 WS-RS OCCURS 500 TIMES.
013500         03 WS-RS-KODE     PIC X(05).
013600         03 WS-RS-GUDANG   PIC 9(02).
013700         03 WS-RS-JUMLAH   PIC 9(07).
013800         03 WS-RS-CACAH    PIC 9(03).
013900 01 WS-D-TEMUAN.
014000     02 WS-DT-JENIS-TMN    PIC X(12).
014100     02 FILLER             PIC X(01) VALUE SPACES.
014200     02 WS-DT-BRG          PIC X(05).
014300     02 FILLER             PIC X(01) VALUE SPACES.
014400     02 WS-DT-GDG          PIC X(02).
014500     02 FILLER             PIC X(01) VALUE SPACES.
014600     02 WS-DT-JUMLAH       PIC Z(10)9.
014700     02 FILLER             PIC X(01) VALUE SPACES.
014800     02 WS-DT-BANDING      PIC Z(10)9.
014900     02 FILLER             PIC X(01) VALUE SPACES.
015000     02 WS-DT-KET          PIC X(45).
015100
015200 LINKAGE SECTION.
015300 01 LK-TANGGAL             PIC 9(08).
015400
015500 PROCEDURE DIVISION USING LK-TANGGAL.
015600*-----------------------------------------------------------------
015700 0000-MAINLINE.
015800     MOVE 0 TO RETURN-CODE.
015900     MOVE LK-TANGGAL TO WS-TGL-RUN.
016000     IF WS-TGL-RUN = ZERO
016100         ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD
016200     END-IF.
016300     ACCEPT WS-JAM-RUN FROM TIME.
016700     PERFORM 0100-BACA-PARAMETER THRU 0100-EXIT.
016800     MOVE SPACES TO WS-RPT-NAMA.
016900     STRING 'REKON-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
017000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
017100     OPEN OUTPUT REPORT-OUT.
017200     IF RS NOT = '00'
017300         DISPLAY 'LAPORAN REKONSILIASI STOK GAGAL DIBUKA, STATUS '
017400             RS
017500         MOVE 1 TO RETURN-CODE
017600         GO TO 9999-EXIT
017700     END-IF.
017800     PERFORM 0200-JUDUL THRU 0200-EXIT.
017900     OPEN INPUT STOK-LEDGER.
018000     IF STK-FS NOT = '00'
018100         MOVE SPACES TO REPORT-LINE
018200         STRING 'stok.dat TIDAK BISA DIBUKA, STATUS ' STK-FS
018300             DELIMITED BY SIZE INTO REPORT-LINE
018400         WRITE REPORT-LINE
018500         CLOSE REPORT-OUT
018600         DISPLAY 'REKONSILIASI STOK: stok.dat GAGAL DIBUKA, '
018700             'STATUS ' STK-FS
018800         MOVE 1 TO RETURN-CODE
018900         GO TO 9999-EXIT
019000     END-IF.
019100     OPEN INPUT QC-HOLD.
019200     IF QC-FS = '00'
019300         MOVE 'Y' TO WS-QC-BUKA-SW
019400     END-IF.
019500     PERFORM 1000-CEK-LOT THRU 1000-EXIT.
019600     PERFORM 2000-CEK-RESERVASI THRU 2000-EXIT.
019700     PERFORM 3000-CEK-BIN THRU 3000-EXIT.
019800     PERFORM 4000-CEK-TRANSIT THRU 4000-EXIT.
019900     IF WS-QC-BUKA
020000         CLOSE QC-HOLD
020100     END-IF.
020200     CLOSE STOK-LEDGER.
020300     MOVE SPACES TO REPORT-LINE.
020400     WRITE REPORT-LINE.
020500     MOVE SPACES TO REPORT-LINE.
020600     STRING 'LOT<>SALDO : ' WS-JML-T-LOT
020700         '   RESV>SALDO : ' WS-JML-T-RES
020800         '   TANPA BIN : ' WS-JML-T-BIN
020900         '   TRANSIT LAMA : ' WS-JML-T-TRN
021000         DELIMITED BY SIZE INTO REPORT-LINE.
021100     WRITE REPORT-LINE.
021200     MOVE SPACES TO REPORT-LINE.
021300     STRING 'JUMLAH SELISIH : ' WS-JML-TEMUAN
021400         DELIMITED BY SIZE INTO REPORT-LINE.
021500     WRITE REPORT-LINE.
021600     IF WS-JML-LEBIH > ZERO
021700         MOVE SPACES TO REPORT-LINE
021800         STRING 'PERHATIAN: ' WS-JML-LEBIH ' RESERVASI DI LUAR'
021900             ' KAPASITAS TABEL TIDAK DIPERIKSA'
022000             DELIMITED BY SIZE INTO REPORT-LINE
022100         WRITE REPORT-LINE
022200     END-IF.
022300     CLOSE REPORT-OUT.
022400     MOVE WS-JML-TEMUAN TO WS-CAT-JML.
022500     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
022600         WS-CAT-JML.
022700     DISPLAY 'REKONSILIASI STOK ' WS-TGL-RUN ' : ' WS-JML-TEMUAN
022800         ' SELISIH -- ' WS-RPT-NAMA.
022900     MOVE 0 TO RETURN-CODE.
023000     IF WS-JML-TEMUAN > ZERO
023100         MOVE 2 TO RETURN-CODE
023200     END-IF.
023300     GO TO 9999-EXIT.
023400
023500*-----------------------------------------------------------------
023600 0100-BACA-PARAMETER.
023700     MOVE 'REKTRANSIT' TO WS-SP-NAMA.
023800     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
023900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
024000         MOVE WS-SP-NILAI TO WS-HARI-TRANSIT
024100     END-IF.
024200 0100-EXIT.
024300     EXIT.
024400
024500 0110-SATU-PARAMETER.
024600     MOVE ZERO TO WS-SP-NILAI.
024700     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
024800         WS-SP-KETEMU-SW.
024900 0110-EXIT.
025000     EXIT.
025100
025200 0200-JUDUL.
025300     MOVE SPACES TO REPORT-LINE.
025400     STRING 'REKONSILIASI JUMLAH STOK DAN SUB-LEDGER, TANGGAL '
025500         WS-TGL-RUN DELIMITED BY SIZE INTO REPORT-LINE.
025600     WRITE REPORT-LINE.
025700     MOVE SPACES TO REPORT-LINE.
025800     STRING 'BATAS TRANSIT ' WS-HARI-TRANSIT ' HARI'
025900         DELIMITED BY SIZE INTO REPORT-LINE.
026000     WRITE REPORT-LINE.
026100     MOVE SPACES TO REPORT-LINE.
026200     WRITE REPORT-LINE.
026300     MOVE 'SELISIH      BARANG GD' TO REPORT-LINE.
026400     MOVE 'SUB-LEDGER' TO REPORT-LINE(25:10).
026500     MOVE 'PEMBANDING' TO REPORT-LINE(37:10).
026600     MOVE 'KETERANGAN' TO REPORT-LINE(48:10).
026700     WRITE REPORT-LINE.
026800 0200-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------------
027200* Lot: lotbrg.dat urut kunci (barang + gudang + lot), sisa lot
027300* dijumlah per barang + gudang lalu dibandingkan dengan saldo
027400* ledger ditambah tahanan QC.
027500*-----------------------------------------------------------------
027600 1000-CEK-LOT.
027700     OPEN INPUT LOT-FILE.
027800     IF LOT-FS NOT = '00'
027900         MOVE 'lotbrg.dat TIDAK ADA, LOT TIDAK DIPERIKSA'
028000             TO REPORT-LINE
028100         WRITE REPORT-LINE
028200         GO TO 1000-EXIT
028300     END-IF.
028400     MOVE 'N' TO WS-EOF-SW.
028500     PERFORM 1100-BACA-LOT THRU 1100-EXIT.
028600     PERFORM 1200-GRUP-LOT THRU 1200-EXIT
028700         UNTIL WS-EOF.
028800     CLOSE LOT-FILE.
028900 1000-EXIT.
029000     EXIT.
029100
029200 1100-BACA-LOT.
029300     READ LOT-FILE NEXT RECORD
029400         AT END MOVE 'Y' TO WS-EOF-SW
029500     END-READ.
029600 1100-EXIT.
029700     EXIT.
029800
029900 1200-GRUP-LOT.
030000     MOVE LOT-KODE-BRG TO WS-GRP-KODE.
030100     MOVE LOT-GUDANG TO WS-GRP-GDG.
030200     MOVE ZERO TO WS-GRP-LOT.
030300     MOVE ZERO TO WS-GRP-JML-LOT.
030400     PERFORM 1210-TAMBAH-LOT THRU 1210-EXIT
030500         UNTIL WS-EOF
030600         OR LOT-KODE-BRG NOT = WS-GRP-KODE
030700         OR LOT-GUDANG NOT = WS-GRP-GDG.
030800     MOVE WS-GRP-KODE TO STK-KODE-BRG.
030900     MOVE WS-GRP-GDG TO STK-GUDANG.
031000     PERFORM 5000-BACA-SALDO THRU 5000-EXIT.
031100     MOVE ZERO TO WS-SALDO-QC.
031200     IF WS-QC-BUKA
031300         MOVE WS-GRP-KODE TO QC-KODE-BRG
031400         MOVE WS-GRP-GDG TO QC-GUDANG
031500         READ QC-HOLD
031600             INVALID KEY MOVE ZERO TO QC-JUMLAH
031700         END-READ
031800         MOVE QC-JUMLAH TO WS-SALDO-QC
031900     END-IF.
032000     IF WS-GRP-LOT = WS-SALDO + WS-SALDO-QC
032100         GO TO 1200-EXIT
032200     END-IF.
032300     MOVE SPACES TO WS-D-TEMUAN.
032400     MOVE 'LOT<>SALDO' TO WS-DT-JENIS-TMN.
032500     MOVE WS-GRP-KODE TO WS-DT-BRG.
032600     MOVE WS-GRP-GDG TO WS-DT-GDG.
032700     MOVE WS-GRP-LOT TO WS-DT-JUMLAH.
032800     MOVE WS-SALDO TO WS-DT-BANDING.
032900     MOVE SPACES TO WS-DT-KET.
033000     STRING WS-GRP-JML-LOT ' LOT, TAHAN QC ' WS-SALDO-QC
033100         DELIMITED BY SIZE INTO WS-DT-KET.
033200     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
033300     ADD 1 TO WS-JML-T-LOT.
033400 1200-EXIT.
033500     EXIT.
033600
033700 1210-TAMBAH-LOT.
033800     ADD LOT-JUMLAH TO WS-GRP-LOT.
033900     ADD 1 TO WS-GRP-JML-LOT.
034000     PERFORM 1100-BACA-LOT THRU 1100-EXIT.
034100 1210-EXIT.
034200     EXIT.
034300
034400*-----------------------------------------------------------------
034500* Reservasi: sisa reservasi aktif dijumlah per barang + gudang
034600* lalu dibandingkan dengan saldo ledger.
034700*-----------------------------------------------------------------
034800 2000-CEK-RESERVASI.
034900     OPEN INPUT RESV-FILE.
035000     IF RES-FS NOT = '00'
035100         MOVE 'resv.dat TIDAK ADA, RESERVASI TIDAK DIPERIKSA'
035200             TO REPORT-LINE
035300         WRITE REPORT-LINE
035400         GO TO 2000-EXIT
035500     END-IF.
035600     MOVE 'N' TO WS-EOF-SW.
035700     PERFORM 2100-BACA-RES THRU 2100-EXIT
035800         UNTIL WS-EOF.
035900     CLOSE RESV-FILE.
036000     PERFORM 2200-BANDING-RES THRU 2200-EXIT
036100         VARYING WS-IDX FROM 1 BY 1
036200         UNTIL WS-IDX > WS-JML-RS.
036300 2000-EXIT.
036400     EXIT.
036500
036600 2100-BACA-RES.
036700     READ RESV-FILE NEXT RECORD
036800         AT END MOVE 'Y' TO WS-EOF-SW
036900     END-READ.
037000     IF WS-EOF OR RES-STATUS NOT = 'A'
037100         GO TO 2100-EXIT
037200     END-IF.
037300     MOVE 'N' TO WS-KETEMU-SW.
037400     PERFORM 2110-CARI-RES THRU 2110-EXIT
037500         VARYING WS-IDX FROM 1 BY 1
037600         UNTIL WS-IDX > WS-JML-RS OR WS-KETEMU.
037700     IF WS-KETEMU
037800         GO TO 2100-EXIT
037900     END-IF.
038000     IF WS-JML-RS = 500
038100         ADD 1 TO WS-JML-LEBIH
038200         GO TO 2100-EXIT
038300     END-IF.
038400     ADD 1 TO WS-JML-RS.
038500     MOVE RES-KODE-BRG TO WS-RS-KODE(WS-JML-RS).
038600     MOVE RES-GUDANG TO WS-RS-GUDANG(WS-JML-RS).
038700     MOVE RES-JUMLAH TO WS-RS-JUMLAH(WS-JML-RS).
038800     MOVE 1 TO WS-RS-CACAH(WS-JML-RS).
038900 2100-EXIT.
039000     EXIT.
039100
039200 2110-CARI-RES.
039300     IF WS-RS-KODE(WS-IDX) = RES-KODE-BRG
039400             AND WS-RS-GUDANG(WS-IDX) = RES-GUDANG
039500         ADD RES-JUMLAH TO WS-RS-JUMLAH(WS-IDX)
039600         ADD 1 TO WS-RS-CACAH(WS-IDX)
039700         MOVE 'Y' TO WS-KETEMU-SW
039800     END-IF.
039900 2110-EXIT.
040000     EXIT.
040100
040200 2200-BANDING-RES.
040300     MOVE WS-RS-KODE(WS-IDX) TO STK-KODE-BRG.
040400     MOVE WS-RS-GUDANG(WS-IDX) TO STK-GUDANG.
040500     PERFORM 5000-BACA-SALDO THRU 5000-EXIT.
040600     IF WS-RS-JUMLAH(WS-IDX) NOT > WS-SALDO
040700         GO TO 2200-EXIT
040800     END-IF.
040900     MOVE SPACES TO WS-D-TEMUAN.
041000     MOVE 'RESV>SALDO' TO WS-DT-JENIS-TMN.
041100     MOVE WS-RS-KODE(WS-IDX) TO WS-DT-BRG.
041200     MOVE WS-RS-GUDANG(WS-IDX) TO WS-DT-GDG.
041300     MOVE WS-RS-JUMLAH(WS-IDX) TO WS-DT-JUMLAH.
041400     MOVE WS-SALDO TO WS-DT-BANDING.
041500     MOVE SPACES TO WS-DT-KET.
041600     STRING WS-RS-CACAH(WS-IDX) ' RESERVASI AKTIF'
041700         DELIMITED BY SIZE INTO WS-DT-KET.
041800     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
041900     ADD 1 TO WS-JML-T-RES.
042000 2200-EXIT.
042100     EXIT.
042200
042300*-----------------------------------------------------------------
042400* Bin: setiap saldo stok dan saldo konsinyasi di atas nol harus
042500* punya paling sedikit satu bin di gudangnya.
042600*-----------------------------------------------------------------
042700 3000-CEK-BIN.
042800     OPEN INPUT BINBRG-FILE.
042900     IF PUT-FS NOT = '00'
043000         MOVE 'binbrg.dat TIDAK ADA, BIN TIDAK DIPERIKSA'
043100             TO REPORT-LINE
043200         WRITE REPORT-LINE
043300         GO TO 3000-EXIT
043400     END-IF.
043500     MOVE 'N' TO WS-EOF-SW.
043600     MOVE LOW-VALUES TO STK-KUNCI.
043700     START STOK-LEDGER KEY IS NOT LESS THAN STK-KUNCI
043800         INVALID KEY MOVE 'Y' TO WS-EOF-SW
043900     END-START.
044000     PERFORM 3100-BARIS-STOK THRU 3100-EXIT
044100         UNTIL WS-EOF.
044200     OPEN INPUT KONSIG-FILE.
044300     IF KON-FS = '00'
044400         MOVE 'N' TO WS-EOF-SW
044500         PERFORM 3200-BARIS-KONSIG THRU 3200-EXIT
044600             UNTIL WS-EOF
044700         CLOSE KONSIG-FILE
044800     END-IF.
044900     CLOSE BINBRG-FILE.
045000 3000-EXIT.
045100     EXIT.
045200
045300 3100-BARIS-STOK.
045400     READ STOK-LEDGER NEXT RECORD
045500         AT END MOVE 'Y' TO WS-EOF-SW
045600     END-READ.
045700     IF WS-EOF OR STK-SALDO = ZERO
045800         GO TO 3100-EXIT
045900     END-IF.
046000     MOVE STK-KODE-BRG TO WS-CB-KODE.
046100     MOVE STK-GUDANG TO WS-CB-GDG.
046200     PERFORM 3500-CARI-BIN THRU 3500-EXIT.
046300     IF WS-KETEMU
046400         GO TO 3100-EXIT
046500     END-IF.
046600     MOVE SPACES TO WS-D-TEMUAN.
046700     MOVE 'TANPA BIN' TO WS-DT-JENIS-TMN.
046800     MOVE STK-KODE-BRG TO WS-DT-BRG.
046900     MOVE STK-GUDANG TO WS-DT-GDG.
047000     MOVE STK-SALDO TO WS-DT-JUMLAH.
047100     MOVE ZERO TO WS-DT-BANDING.
047200     MOVE 'SALDO STOK TANPA BIN DI GUDANG INI' TO WS-DT-KET.
047300     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
047400     ADD 1 TO WS-JML-T-BIN.
047500 3100-EXIT.
047600     EXIT.
047700
047800 3200-BARIS-KONSIG.
047900     READ KONSIG-FILE NEXT RECORD
048000         AT END MOVE 'Y' TO WS-EOF-SW
048100     END-READ.
048200     IF WS-EOF OR KON-SALDO = ZERO
048300         GO TO 3200-EXIT
048400     END-IF.
048500     MOVE KON-KODE-BRG TO WS-CB-KODE.
048600     MOVE KON-GUDANG TO WS-CB-GDG.
048700     PERFORM 3500-CARI-BIN THRU 3500-EXIT.
048800     IF WS-KETEMU
048900         GO TO 3200-EXIT
049000     END-IF.
049100     MOVE SPACES TO WS-D-TEMUAN.
049200     MOVE 'KONS TNP BIN' TO WS-DT-JENIS-TMN.
049300     MOVE KON-KODE-BRG TO WS-DT-BRG.
049400     MOVE KON-GUDANG TO WS-DT-GDG.
049500     MOVE KON-SALDO TO WS-DT-JUMLAH.
049600     MOVE ZERO TO WS-DT-BANDING.
049700     MOVE SPACES TO WS-DT-KET.
049800     STRING 'KONSINYASI ' KON-SUPPLIER
049900         DELIMITED BY SIZE INTO WS-DT-KET.
050000     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
050100     ADD 1 TO WS-JML-T-BIN.
050200 3200-EXIT.
050300     EXIT.
050400
050500* binbrg.dat berkunci gudang + bin + barang: mulai dari bin
050600* pertama gudang itu dan susuri sampai gudang berganti.
050700 3500-CARI-BIN.
050800     MOVE 'N' TO WS-KETEMU-SW.
050900     MOVE 'N' TO WS-BIN-HABIS-SW.
051000     MOVE WS-CB-GDG TO PUT-GUDANG.
051100     MOVE LOW-VALUES TO PUT-BIN.
051200     MOVE LOW-VALUES TO PUT-KODE-BRG.
051300     START BINBRG-FILE KEY IS NOT LESS THAN PUT-KUNCI
051400         INVALID KEY MOVE 'Y' TO WS-BIN-HABIS-SW
051500     END-START.
051600     PERFORM 3510-BACA-BIN THRU 3510-EXIT
051700         UNTIL WS-KETEMU OR WS-BIN-HABIS.
051800 3500-EXIT.
051900     EXIT.
052000
052100 3510-BACA-BIN.
052200     READ BINBRG-FILE NEXT RECORD
052300         AT END MOVE 'Y' TO WS-BIN-HABIS-SW
052400     END-READ.
052500     IF WS-BIN-HABIS
052600         GO TO 3510-EXIT
052700     END-IF.
052800     IF PUT-GUDANG NOT = WS-CB-GDG
052900         MOVE 'Y' TO WS-BIN-HABIS-SW
053000         GO TO 3510-EXIT
053100     END-IF.
053200     IF PUT-KODE-BRG = WS-CB-KODE
053300         MOVE 'Y' TO WS-KETEMU-SW
053400     END-IF.
053500 3510-EXIT.
053600     EXIT.
053700
053800*-----------------------------------------------------------------
053900* Transit: baris masih dalam perjalanan yang umurnya (hari
054000* kalender sejak tanggal kirim, TGL-KERJA) melewati REKTRANSIT.
054100*-----------------------------------------------------------------
054200 4000-CEK-TRANSIT.
054300     OPEN INPUT TRANSIT-FILE.
054400     IF TR-FS NOT = '00'
054500         GO TO 4000-EXIT
054600     END-IF.
054700     MOVE 'N' TO WS-EOF-SW.
054800     PERFORM 4100-BARIS-TRANSIT THRU 4100-EXIT
054900         UNTIL WS-EOF.
055000     CLOSE TRANSIT-FILE.
055100 4000-EXIT.
055200     EXIT.
055300
055400 4100-BARIS-TRANSIT.
055500     READ TRANSIT-FILE NEXT RECORD
055600         AT END MOVE 'Y' TO WS-EOF-SW
055700     END-READ.
055800     IF WS-EOF OR NOT TR-DLM-PERJALANAN
055900         GO TO 4100-EXIT
056000     END-IF.
056100     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, TR-TGL-KIRIM,
056200         WS-TGL-RUN, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
056400     IF WS-TK-HARI NOT > ZERO
056500         GO TO 4100-EXIT
056600     END-IF.
056700     MOVE WS-TK-HARI TO WS-UMUR.
056800     IF WS-UMUR NOT > WS-HARI-TRANSIT
056900         GO TO 4100-EXIT
057000     END-IF.
057100     MOVE SPACES TO WS-D-TEMUAN.
057200     MOVE 'TRANSIT LAMA' TO WS-DT-JENIS-TMN.
057300     MOVE TR-KODE-BRG TO WS-DT-BRG.
057400     MOVE TR-GDG-ASAL TO WS-DT-GDG.
057500     MOVE TR-JUMLAH TO WS-DT-JUMLAH.
057600     MOVE WS-UMUR TO WS-DT-BANDING.
057700     MOVE SPACES TO WS-DT-KET.
057800     STRING 'TRANSIT ' TR-NO ' KE GUDANG ' TR-GDG-TUJUAN
057900         ' KIRIM ' TR-TGL-KIRIM
058000         DELIMITED BY SIZE INTO WS-DT-KET.
058100     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
058200     ADD 1 TO WS-JML-T-TRN.
058300 4100-EXIT.
058400     EXIT.
058500
058600*-----------------------------------------------------------------
058700* Saldo ledger STK-KUNCI yang sudah diisi pemanggil; record
058800* tidak ada berarti saldo nol.
058900*-----------------------------------------------------------------
059000 5000-BACA-SALDO.
059100     MOVE ZERO TO WS-SALDO.
059200     READ STOK-LEDGER
059300         INVALID KEY GO TO 5000-EXIT
059400     END-READ.
059500     MOVE STK-SALDO TO WS-SALDO.
059600 5000-EXIT.
059700     EXIT.
059800
059900 7000-TULIS-TEMUAN.
060000     MOVE WS-D-TEMUAN TO REPORT-LINE.
060100     WRITE REPORT-LINE.
060200     ADD 1 TO WS-JML-TEMUAN.
060300 7000-EXIT.
060400     EXIT.
060500
060600 9999-EXIT.
060700     GOBACK.
