000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan konflik pemisahan tugas untuk auditor internal
000500*           (diminta tiap semester). Bagian 1: operator di
000600*           oprfnc.dat yang memegang kedua hak dari satu pasangan
000700*           di daftar konflik sodkonf.dat. Bagian 2: kejadian
000800*           dalam periode yang diminta di mana peminta dan
000900*           penyetuju adalah OP-ID yang sama -- pricehist.dat
001000*           (PH-OPERATOR sama dengan PH-DISETUJUI), gbkorekj.dat
001100*           (KJ-PEMINTA sama dengan KJ-PENYETUJU), jurnal
001200*           persetujuan opname opnaprvj.dat dan jurnal penghapusan
001300*           brgdelj.dat (DJ-PEMINTA sama dengan DJ-OPERATOR).
001400*           Baris lama yang peminta-nya belum tercatat (spasi)
001500*           dilewati. Daftar pasangan konflik dirawat dari menu
001600*           yang sama oleh supervisor level 2; laporan boleh
001700*           dicetak operator mana pun yang sign-on. Hasil ke
001800*           SOD-*.RPT.
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. SOD-RPT.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000     COPY PHISSEL.
003100     COPY OAJSEL.
003200     COPY DELSEL.
003300     SELECT SOD-KONFLIK ASSIGN TO 'sodkonf.dat'
003400     ORGANIZATION IS INDEXED
003500     ACCESS MODE IS DYNAMIC
003600     RECORD KEY IS SK-KUNCI
003700     FILE STATUS IS SK-FS.
003800     SELECT OPR-FUNGSI ASSIGN TO 'oprfnc.dat'
003900     ORGANIZATION IS INDEXED
004000     ACCESS MODE IS DYNAMIC
004100     RECORD KEY IS FN-KUNCI
004200     FILE STATUS IS FN-FS.
004300     SELECT KOREKSI-JURNAL ASSIGN TO 'gbkorekj.dat'
004400     ORGANIZATION IS LINE SEQUENTIAL
004500     FILE STATUS IS KJ-FS.
004600     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004700     ORGANIZATION IS LINE SEQUENTIAL
004800     FILE STATUS IS RS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100     COPY PHISFD.
005200     COPY OAJFD.
005300     COPY DELFD.
005400*-----------------------------------------------------------------
005500* Satu pasangan hak yang tidak boleh dipegang satu operator.
005600* Disimpan berurutan (SK-FUNGSI-1 < SK-FUNGSI-2) supaya pasangan
005700* yang sama tidak terdaftar dua kali dengan urutan terbalik.
005800*-----------------------------------------------------------------
005900 FD SOD-KONFLIK.
006000 01 SOD-KONFLIK-RECORD.
006100     02 SK-KUNCI.
006200         03 SK-FUNGSI-1    PIC X(08).
006300         03 SK-FUNGSI-2    PIC X(08).
006400     02 SK-KET             PIC X(30).
006500 FD OPR-FUNGSI.
006600 01 OPR-FUNGSI-RECORD.
006700     02 FN-KUNCI.
006800         03 FN-OP-ID       PIC X(08).
006900         03 FN-FUNGSI      PIC X(08).
007000 FD KOREKSI-JURNAL.
007100 01 KOREKSI-JURNAL-LINE.
007200     02 KJ-NPM             PIC X(08).
007300     02 FILLER             PIC X(01).
007400     02 KJ-MK              PIC X(06).
007500     02 FILLER             PIC X(01).
007600     02 KJ-TERM            PIC 9(05).
007700     02 FILLER             PIC X(01).
007800     02 KJ-NILAI-LAMA      PIC 999.
007900     02 FILLER             PIC X(01).
008000     02 KJ-HURUF-LAMA      PIC X(01).
008100     02 FILLER             PIC X(01).
008200     02 KJ-NILAI-BARU      PIC 999.
008300     02 FILLER             PIC X(01).
008400     02 KJ-HURUF-BARU      PIC X(01).
008500     02 FILLER             PIC X(01).
008600     02 KJ-PEMINTA         PIC X(08).
008700     02 FILLER             PIC X(01).
008800     02 KJ-PENYETUJU       PIC X(08).
008900     02 FILLER             PIC X(01).
009000     02 KJ-TANGGAL         PIC 9(08).
009100 FD REPORT-OUT.
009200 01 REPORT-LINE            PIC X(80).
009300
009400 WORKING-STORAGE SECTION.
009500 77 PH-FS                  PIC XX.
009600 77 OJ-FS                  PIC XX.
009700 77 DJ-FS                  PIC XX.
009800 77 SK-FS                  PIC XX.
009900 77 FN-FS                  PIC XX.
010000 77 KJ-FS                  PIC XX.
010100 77 RS                     PIC XX.
010200 77 WS-RPT-NAMA            PIC X(30).
010300 77 WS-TGL-RUN             PIC 9(8).
010400 77 WS-JAM-RUN             PIC 9(8).
010500 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'SOD-RPT'.
010600 77 WS-CAT-JML             PIC 9(7).
010700 77 WS-OPR-ID              PIC X(8).
010800 77 WS-OPR-LEVEL           PIC 9(1).
010900 77 WS-EOF-SW              PIC X VALUE 'N'.
011000     88 WS-EOF             VALUE 'Y'.
011100 77 WS-ADA-1-SW            PIC X VALUE 'N'.
011200     88 WS-ADA-1           VALUE 'Y'.
011300 77 WS-ADA-2-SW            PIC X VALUE 'N'.
011400     88 WS-ADA-2           VALUE 'Y'.
011500 77 WS-PERIODE-SW          PIC X VALUE 'N'.
011600     88 WS-DLM-PERIODE     VALUE 'Y'.
011700 77 WS-JML-KONF            PIC 9(3) VALUE ZERO.
011800 77 WS-JML-HAK             PIC 9(3) VALUE ZERO.
011900 77 WS-IDX-K               PIC 9(3).
012000 77 WS-IDX-H               PIC 9(3).
012100 77 WS-JML-BAG1            PIC 9(7) VALUE ZERO.
012200 77 WS-JML-BAG2            PIC 9(7) VALUE ZERO.
012300 77 WS-JML-TEMUAN          PIC 9(7) VALUE ZERO.
012400 01 WS-PILIHAN             PIC X.
012500     88 WS-PILIH-TAMBAH    VALUE 'T'.
012600     88 WS-PILIH-HAPUS     VALUE 'H'.
012700     88 WS-PILIH-DAFTAR    VALUE 'D'.
012800     88 WS-PILIH-LAPORAN   VALUE 'L'.
012900     88 WS-PILIH-SELESAI   VALUE 'S'.
013000 01 WS-FUNGSI-A            PIC X(8).
013100 01 WS-FUNGSI-B            PIC X(8).
013200 01 WS-KET-PILIH           PIC X(30).
013300 01 WS-TGL-DARI            PIC 9(8).
013400 01 WS-TGL-SAMPAI          PIC 9(8).
013500 01 WS-TGL-CEK             PIC 9(8).
013600 01 WS-OP-SAAT             PIC X(8).
013700*-----------------------------------------------------------------
013800* Daftar konflik dimuat sekali per laporan; hak satu operator
013900* dikumpulkan selama kunci oprfnc.dat (OP-ID + FUNGSI) masih
014000* menunjuk OP-ID yang sama, lalu dicocokkan ke tiap pasangan.
014100*-----------------------------------------------------------------
014200 01 WS-TABEL-KONF.
014300     02 WS-KF-ENTRI OCCURS 100 TIMES.
014400         03 WS-KF-1        PIC X(08).
014500         03 WS-KF-2        PIC X(08).
014600         03 WS-KF-KET      PIC X(30).
014700 01 WS-TABEL-HAK.
014800     02 WS-HAK             PIC X(08) OCCURS 100 TIMES.
014900 01 WS-BARIS-HAK.
015000     02 WS-BH-OP-ID        PIC X(08).
015100     02 FILLER             PIC X(02) VALUE SPACES.
015200     02 WS-BH-FUNGSI-1     PIC X(08).
015300     02 FILLER             PIC X(03) VALUE ' + '.
015400     02 WS-BH-FUNGSI-2     PIC X(08).
015500     02 FILLER             PIC X(02) VALUE SPACES.
015600     02 WS-BH-KET          PIC X(30).
015700 01 WS-BARIS-KEJADIAN.
015800     02 WS-BK-SUMBER       PIC X(13).
015900     02 FILLER             PIC X(01) VALUE SPACES.
016000     02 WS-BK-OP-ID        PIC X(08).
016100     02 FILLER             PIC X(01) VALUE SPACES.
016200     02 WS-BK-TANGGAL      PIC 9(08).
016300     02 FILLER             PIC X(02) VALUE SPACES.
016400     02 WS-BK-URAIAN       PIC X(45).
016500 01 WS-BARIS-CACAH.
016600     02 WS-BC-NAMA         PIC X(40).
016700     02 FILLER             PIC X(02) VALUE ': '.
016800     02 WS-BC-ANGKA        PIC Z(6)9.
016900
017000 PROCEDURE DIVISION.
017100*-----------------------------------------------------------------
017200 0000-MAINLINE.
017300     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
017400     IF WS-OPR-ID = SPACES
017500         DISPLAY 'LAPORAN PEMISAHAN TUGAS HANYA UNTUK OPERATOR'
017600             ' YANG SIGN-ON LEWAT BRG-MENU'
017700         GO TO 9999-EXIT
017800     END-IF.
017900     OPEN I-O SOD-KONFLIK.
018000     IF SK-FS = '35'
018100         OPEN OUTPUT SOD-KONFLIK
018200         CLOSE SOD-KONFLIK
018300         OPEN I-O SOD-KONFLIK
018400     END-IF.
018500     PERFORM 1000-MENU THRU 1000-EXIT
018600         UNTIL WS-PILIH-SELESAI.
018700     CLOSE SOD-KONFLIK.
018800     GO TO 9999-EXIT.
018900
019000*-----------------------------------------------------------------
019100 1000-MENU.
019200     DISPLAY 'PEMISAHAN TUGAS (T=TAMBAH KONFLIK, H=HAPUS KONFLIK,'
019300         ' D=DAFTAR, L=LAPORAN, S=SELESAI) : ' WITH NO ADVANCING.
019400     ACCEPT WS-PILIHAN.
019500     EVALUATE TRUE
019600         WHEN WS-PILIH-TAMBAH
019700             PERFORM 1100-TAMBAH THRU 1100-EXIT
019800         WHEN WS-PILIH-HAPUS
019900             PERFORM 1200-HAPUS THRU 1200-EXIT
020000         WHEN WS-PILIH-DAFTAR
020100             PERFORM 1300-DAFTAR THRU 1300-EXIT
020200         WHEN WS-PILIH-LAPORAN
020300             PERFORM 2000-LAPORAN THRU 2000-EXIT
020400         WHEN WS-PILIH-SELESAI
020500             CONTINUE
020600         WHEN OTHER
020700             DISPLAY 'PILIHAN TIDAK DIKENAL'
020800     END-EVALUATE.
020900 1000-EXIT.
021000     EXIT.
021100
021200*-----------------------------------------------------------------
021300 1100-TAMBAH.
021400     IF WS-OPR-LEVEL < 2
021500         DISPLAY 'DAFTAR KONFLIK HANYA DIRAWAT SUPERVISOR YANG'
021600             ' SIGN-ON LEWAT BRG-MENU'
021700         GO TO 1100-EXIT
021800     END-IF.
021900     PERFORM 1400-TANYA-PASANGAN THRU 1400-EXIT.
022000     IF SK-FUNGSI-1 = SPACES OR SK-FUNGSI-1 = SK-FUNGSI-2
022100         DISPLAY 'PASANGAN HARUS DUA HAK YANG BERBEDA'
022200         GO TO 1100-EXIT
022300     END-IF.
022400     DISPLAY 'KETERANGAN : ' WITH NO ADVANCING.
022500     MOVE SPACES TO WS-KET-PILIH.
022600     ACCEPT WS-KET-PILIH.
022700     MOVE WS-KET-PILIH TO SK-KET.
022800     WRITE SOD-KONFLIK-RECORD
022900         INVALID KEY
023000             DISPLAY 'PASANGAN ITU SUDAH TERDAFTAR'
023100         NOT INVALID KEY
023200             DISPLAY 'KONFLIK ' SK-FUNGSI-1 ' + ' SK-FUNGSI-2
023300                 ' DICATAT'
023400     END-WRITE.
023500 1100-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900 1200-HAPUS.
024000     IF WS-OPR-LEVEL < 2
024100         DISPLAY 'DAFTAR KONFLIK HANYA DIRAWAT SUPERVISOR YANG'
024200             ' SIGN-ON LEWAT BRG-MENU'
024300         GO TO 1200-EXIT
024400     END-IF.
024500     PERFORM 1400-TANYA-PASANGAN THRU 1400-EXIT.
024600     DELETE SOD-KONFLIK
024700         INVALID KEY
024800             DISPLAY 'PASANGAN ITU TIDAK TERDAFTAR'
024900         NOT INVALID KEY
025000             DISPLAY 'PASANGAN DIHAPUS'
025100     END-DELETE.
025200 1200-EXIT.
025300     EXIT.
025400
025500*-----------------------------------------------------------------
025600 1300-DAFTAR.
025700     DISPLAY '--- DAFTAR KONFLIK ---'.
025800     MOVE 'N' TO WS-EOF-SW.
025900     MOVE LOW-VALUES TO SK-KUNCI.
026000     START SOD-KONFLIK KEY NOT < SK-KUNCI
026100         INVALID KEY MOVE 'Y' TO WS-EOF-SW
026200     END-START.
026300     PERFORM 1310-SATU-KONFLIK THRU 1310-EXIT
026400         UNTIL WS-EOF.
026500 1300-EXIT.
026600     EXIT.
026700
026800 1310-SATU-KONFLIK.
026900     READ SOD-KONFLIK NEXT RECORD
027000         AT END MOVE 'Y' TO WS-EOF-SW
027100     END-READ.
027200     IF NOT WS-EOF
027300         DISPLAY SK-FUNGSI-1 ' + ' SK-FUNGSI-2 ' : ' SK-KET
027400     END-IF.
027500 1310-EXIT.
027600     EXIT.
027700
027800*-----------------------------------------------------------------
027900* Dua kode hak, disusun naik ke SK-KUNCI.
028000*-----------------------------------------------------------------
028100 1400-TANYA-PASANGAN.
028200     DISPLAY 'HAK PERTAMA : ' WITH NO ADVANCING.
028300     MOVE SPACES TO WS-FUNGSI-A.
028400     ACCEPT WS-FUNGSI-A.
028500     DISPLAY 'HAK KEDUA   : ' WITH NO ADVANCING.
028600     MOVE SPACES TO WS-FUNGSI-B.
028700     ACCEPT WS-FUNGSI-B.
028800     IF WS-FUNGSI-A > WS-FUNGSI-B
028900         MOVE WS-FUNGSI-B TO SK-FUNGSI-1
029000         MOVE WS-FUNGSI-A TO SK-FUNGSI-2
029100     ELSE
029200         MOVE WS-FUNGSI-A TO SK-FUNGSI-1
029300         MOVE WS-FUNGSI-B TO SK-FUNGSI-2
029400     END-IF.
029500 1400-EXIT.
029600     EXIT.
029700
029800*-----------------------------------------------------------------
029900* Laporan: bagian 1 dari matriks hak, bagian 2 dari keempat
030000* jejak persetujuan dalam periode WS-TGL-DARI s/d WS-TGL-SAMPAI.
030100*-----------------------------------------------------------------
030200 2000-LAPORAN.
030300     DISPLAY 'PERIODE DARI (YYYYMMDD, KOSONG = AWAL) : '
030400         WITH NO ADVANCING.
030500     MOVE ZERO TO WS-TGL-DARI.
030600     ACCEPT WS-TGL-DARI.
030700     DISPLAY 'PERIODE SAMPAI (YYYYMMDD, KOSONG = HARI INI) : '
030800         WITH NO ADVANCING.
030900     MOVE ZERO TO WS-TGL-SAMPAI.
031000     ACCEPT WS-TGL-SAMPAI.
031100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
031200     ACCEPT WS-JAM-RUN FROM TIME.
031300     IF WS-TGL-SAMPAI = ZERO
031400         MOVE WS-TGL-RUN TO WS-TGL-SAMPAI
031500     END-IF.
031600     MOVE ZERO TO WS-JML-BAG1.
031700     MOVE ZERO TO WS-JML-BAG2.
031800     MOVE SPACES TO WS-RPT-NAMA.
031900     STRING 'SOD-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
032000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
032100     OPEN OUTPUT REPORT-OUT.
032200     MOVE SPACES TO REPORT-LINE.
032300     STRING 'LAPORAN KONFLIK PEMISAHAN TUGAS ' WS-TGL-RUN
032400         ' OLEH ' WS-OPR-ID DELIMITED BY SIZE INTO REPORT-LINE.
032500     WRITE REPORT-LINE.
032600     MOVE SPACES TO REPORT-LINE.
032700     WRITE REPORT-LINE.
032800     MOVE 'BAGIAN 1 - OPERATOR PEMEGANG PASANGAN HAK BERKONFLIK'
032900         TO REPORT-LINE.
033000     WRITE REPORT-LINE.
033100     PERFORM 3000-MUAT-KONFLIK THRU 3000-EXIT.
033200     PERFORM 3100-CEK-MATRIKS THRU 3100-EXIT.
033300     MOVE SPACES TO REPORT-LINE.
033400     WRITE REPORT-LINE.
033500     MOVE SPACES TO REPORT-LINE.
033600     STRING 'BAGIAN 2 - PEMINTA SAMA DENGAN PENYETUJU, PERIODE '
033700         WS-TGL-DARI ' S/D ' WS-TGL-SAMPAI
033800         DELIMITED BY SIZE INTO REPORT-LINE.
033900     WRITE REPORT-LINE.
034000     PERFORM 4000-CEK-HARGA THRU 4000-EXIT.
034100     PERFORM 5000-CEK-NILAI THRU 5000-EXIT.
034200     PERFORM 6000-CEK-OPNAME THRU 6000-EXIT.
034300     PERFORM 7000-CEK-HAPUS THRU 7000-EXIT.
034400     MOVE SPACES TO REPORT-LINE.
034500     WRITE REPORT-LINE.
034600     MOVE 'OPERATOR DENGAN HAK BERKONFLIK' TO WS-BC-NAMA.
034700     MOVE WS-JML-BAG1 TO WS-BC-ANGKA.
034800     WRITE REPORT-LINE FROM WS-BARIS-CACAH.
034900     MOVE 'PERSETUJUAN ATAS PERMINTAAN SENDIRI' TO WS-BC-NAMA.
035000     MOVE WS-JML-BAG2 TO WS-BC-ANGKA.
035100     WRITE REPORT-LINE FROM WS-BARIS-CACAH.
035200     CLOSE REPORT-OUT.
035300     COMPUTE WS-JML-TEMUAN = WS-JML-BAG1 + WS-JML-BAG2.
035400     MOVE WS-JML-TEMUAN TO WS-CAT-JML.
035500     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
035600         WS-CAT-JML.
035700     DISPLAY 'LAPORAN PEMISAHAN TUGAS SELESAI, ' WS-JML-TEMUAN
035800         ' TEMUAN DI ' WS-RPT-NAMA.
035900 2000-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------------
036300 3000-MUAT-KONFLIK.
036400     MOVE ZERO TO WS-JML-KONF.
036500     MOVE 'N' TO WS-EOF-SW.
036600     MOVE LOW-VALUES TO SK-KUNCI.
036700     START SOD-KONFLIK KEY NOT < SK-KUNCI
036800         INVALID KEY MOVE 'Y' TO WS-EOF-SW
036900     END-START.
037000     PERFORM 3010-SATU-KONFLIK THRU 3010-EXIT
037100         UNTIL WS-EOF.
037200     IF WS-JML-KONF = ZERO
037300         MOVE '  (DAFTAR KONFLIK sodkonf.dat MASIH KOSONG)'
037400             TO REPORT-LINE
037500         WRITE REPORT-LINE
037600     END-IF.
037700 3000-EXIT.
037800     EXIT.
037900
038000 3010-SATU-KONFLIK.
038100     READ SOD-KONFLIK NEXT RECORD
038200         AT END MOVE 'Y' TO WS-EOF-SW
038300     END-READ.
038400     IF WS-EOF
038500         GO TO 3010-EXIT
038600     END-IF.
038700     IF WS-JML-KONF NOT < 100
038800         DISPLAY 'DAFTAR KONFLIK LEBIH DARI 100 PASANGAN,'
038900             ' SISANYA DIABAIKAN'
039000         MOVE 'Y' TO WS-EOF-SW
039100         GO TO 3010-EXIT
039200     END-IF.
039300     ADD 1 TO WS-JML-KONF.
039400     MOVE SK-FUNGSI-1 TO WS-KF-1(WS-JML-KONF).
039500     MOVE SK-FUNGSI-2 TO WS-KF-2(WS-JML-KONF).
039600     MOVE SK-KET TO WS-KF-KET(WS-JML-KONF).
039700 3010-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------------
040100* oprfnc.dat dibaca urut kunci, jadi semua hak satu OP-ID
040200* berdampingan; pergantian OP-ID memicu pencocokan.
040300*-----------------------------------------------------------------
040400 3100-CEK-MATRIKS.
040500     IF WS-JML-KONF = ZERO
040600         GO TO 3100-EXIT
040700     END-IF.
040800     OPEN INPUT OPR-FUNGSI.
040900     IF FN-FS NOT = '00'
041000         MOVE '  (oprfnc.dat TIDAK DAPAT DIBUKA)' TO REPORT-LINE
041100         WRITE REPORT-LINE
041200         GO TO 3100-EXIT
041300     END-IF.
041400     MOVE SPACES TO WS-OP-SAAT.
041500     MOVE ZERO TO WS-JML-HAK.
041600     MOVE 'N' TO WS-EOF-SW.
041700     PERFORM 3110-SATU-HAK THRU 3110-EXIT
041800         UNTIL WS-EOF.
041900     PERFORM 3200-COCOKKAN THRU 3200-EXIT.
042000     CLOSE OPR-FUNGSI.
042100 3100-EXIT.
042200     EXIT.
042300
042400 3110-SATU-HAK.
042500     READ OPR-FUNGSI NEXT RECORD
042600         AT END MOVE 'Y' TO WS-EOF-SW
042700     END-READ.
042800     IF WS-EOF
042900         GO TO 3110-EXIT
043000     END-IF.
043100     IF FN-OP-ID NOT = WS-OP-SAAT
043200         PERFORM 3200-COCOKKAN THRU 3200-EXIT
043300         MOVE FN-OP-ID TO WS-OP-SAAT
043400         MOVE ZERO TO WS-JML-HAK
043500     END-IF.
043600     IF WS-JML-HAK < 100
043700         ADD 1 TO WS-JML-HAK
043800         MOVE FN-FUNGSI TO WS-HAK(WS-JML-HAK)
043900     END-IF.
044000 3110-EXIT.
044100     EXIT.
044200
044300 3200-COCOKKAN.
044400     IF WS-JML-HAK < 2
044500         GO TO 3200-EXIT
044600     END-IF.
044700     PERFORM 3300-SATU-PASANGAN THRU 3300-EXIT
044800         VARYING WS-IDX-K FROM 1 BY 1
044900         UNTIL WS-IDX-K > WS-JML-KONF.
045000 3200-EXIT.
045100     EXIT.
045200
045300 3300-SATU-PASANGAN.
045400     MOVE 'N' TO WS-ADA-1-SW.
045500     MOVE 'N' TO WS-ADA-2-SW.
045600     PERFORM 3310-CARI-HAK THRU 3310-EXIT
045700         VARYING WS-IDX-H FROM 1 BY 1
045800         UNTIL WS-IDX-H > WS-JML-HAK.
045900     IF NOT WS-ADA-1 OR NOT WS-ADA-2
046000         GO TO 3300-EXIT
046100     END-IF.
046200     MOVE WS-OP-SAAT TO WS-BH-OP-ID.
046300     MOVE WS-KF-1(WS-IDX-K) TO WS-BH-FUNGSI-1.
046400     MOVE WS-KF-2(WS-IDX-K) TO WS-BH-FUNGSI-2.
046500     MOVE WS-KF-KET(WS-IDX-K) TO WS-BH-KET.
046600     WRITE REPORT-LINE FROM WS-BARIS-HAK.
046700     ADD 1 TO WS-JML-BAG1.
046800 3300-EXIT.
046900     EXIT.
047000
047100 3310-CARI-HAK.
047200     IF WS-HAK(WS-IDX-H) = WS-KF-1(WS-IDX-K)
047300         MOVE 'Y' TO WS-ADA-1-SW
047400     END-IF.
047500     IF WS-HAK(WS-IDX-H) = WS-KF-2(WS-IDX-K)
047600         MOVE 'Y' TO WS-ADA-2-SW
047700     END-IF.
047800 3310-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* pricehist.dat: hanya perubahan lewat antrian HRG-APRV yang
048300* punya penyetuju; PH-OPERATOR di situ adalah peminta.
048400*-----------------------------------------------------------------
048500 4000-CEK-HARGA.
048600     OPEN INPUT PRICE-HIST.
048700     IF PH-FS NOT = '00'
048800         GO TO 4000-EXIT
048900     END-IF.
049000     MOVE 'N' TO WS-EOF-SW.
049100     PERFORM 4100-SATU-HARGA THRU 4100-EXIT
049200         UNTIL WS-EOF.
049300     CLOSE PRICE-HIST.
049400 4000-EXIT.
049500     EXIT.
049600
049700 4100-SATU-HARGA.
049800     READ PRICE-HIST
049900         AT END MOVE 'Y' TO WS-EOF-SW
050000     END-READ.
050100     IF WS-EOF
050200         GO TO 4100-EXIT
050300     END-IF.
050400     IF PH-DISETUJUI = SPACES OR PH-OPERATOR = SPACES
050500         GO TO 4100-EXIT
050600     END-IF.
050700     IF PH-OPERATOR NOT = PH-DISETUJUI
050800         GO TO 4100-EXIT
050900     END-IF.
051000     MOVE PH-TANGGAL-UBAH TO WS-TGL-CEK.
051100     PERFORM 8000-CEK-PERIODE THRU 8000-EXIT.
051200     IF NOT WS-DLM-PERIODE
051300         GO TO 4100-EXIT
051400     END-IF.
051500     MOVE SPACES TO WS-BK-URAIAN.
051600     STRING 'HARGA ' PH-KODE-BRG ' ' PH-HARGA-LAMA ' -> '
051700         PH-HARGA-BARU DELIMITED BY SIZE INTO WS-BK-URAIAN.
051800     MOVE 'pricehist.dat' TO WS-BK-SUMBER.
051900     MOVE PH-OPERATOR TO WS-BK-OP-ID.
052000     PERFORM 8100-TULIS-KEJADIAN THRU 8100-EXIT.
052100 4100-EXIT.
052200     EXIT.
052300
052400*-----------------------------------------------------------------
052500 5000-CEK-NILAI.
052600     OPEN INPUT KOREKSI-JURNAL.
052700     IF KJ-FS NOT = '00'
052800         GO TO 5000-EXIT
052900     END-IF.
053000     MOVE 'N' TO WS-EOF-SW.
053100     PERFORM 5100-SATU-NILAI THRU 5100-EXIT
053200         UNTIL WS-EOF.
053300     CLOSE KOREKSI-JURNAL.
053400 5000-EXIT.
053500     EXIT.
053600
053700 5100-SATU-NILAI.
053800     READ KOREKSI-JURNAL
053900         AT END MOVE 'Y' TO WS-EOF-SW
054000     END-READ.
054100     IF WS-EOF
054200         GO TO 5100-EXIT
054300     END-IF.
054400     IF KJ-PEMINTA = SPACES OR KJ-PEMINTA NOT = KJ-PENYETUJU
054500         GO TO 5100-EXIT
054600     END-IF.
054700     MOVE KJ-TANGGAL TO WS-TGL-CEK.
054800     PERFORM 8000-CEK-PERIODE THRU 8000-EXIT.
054900     IF NOT WS-DLM-PERIODE
055000         GO TO 5100-EXIT
055100     END-IF.
055200     MOVE SPACES TO WS-BK-URAIAN.
055300     STRING 'NILAI ' KJ-NPM ' ' KJ-MK ' ' KJ-TERM ' '
055400         KJ-HURUF-LAMA ' -> ' KJ-HURUF-BARU
055500         DELIMITED BY SIZE INTO WS-BK-URAIAN.
055600     MOVE 'gbkorekj.dat' TO WS-BK-SUMBER.
055700     MOVE KJ-PEMINTA TO WS-BK-OP-ID.
055800     PERFORM 8100-TULIS-KEJADIAN THRU 8100-EXIT.
055900 5100-EXIT.
056000     EXIT.
056100
056200*-----------------------------------------------------------------
056300 6000-CEK-OPNAME.
056400     OPEN INPUT OPNAME-APRV-JURNAL.
056500     IF OJ-FS NOT = '00'
056600         GO TO 6000-EXIT
056700     END-IF.
056800     MOVE 'N' TO WS-EOF-SW.
056900     PERFORM 6100-SATU-OPNAME THRU 6100-EXIT
057000         UNTIL WS-EOF.
057100     CLOSE OPNAME-APRV-JURNAL.
057200 6000-EXIT.
057300     EXIT.
057400
057500 6100-SATU-OPNAME.
057600     READ OPNAME-APRV-JURNAL
057700         AT END MOVE 'Y' TO WS-EOF-SW
057800     END-READ.
057900     IF WS-EOF
058000         GO TO 6100-EXIT
058100     END-IF.
058200     IF OJ-PEMINTA = SPACES OR OJ-PEMINTA NOT = OJ-PENYETUJU
058300         GO TO 6100-EXIT
058400     END-IF.
058500     MOVE OJ-TANGGAL TO WS-TGL-CEK.
058600     PERFORM 8000-CEK-PERIODE THRU 8000-EXIT.
058700     IF NOT WS-DLM-PERIODE
058800         GO TO 6100-EXIT
058900     END-IF.
059000     MOVE SPACES TO WS-BK-URAIAN.
059100     STRING 'OPNAME ' OJ-KODE-BRG ' GDG ' OJ-GUDANG ' BUKU '
059200         OJ-BUKU ' FISIK ' OJ-FISIK ' ' OJ-KEPUTUSAN
059300         DELIMITED BY SIZE INTO WS-BK-URAIAN.
059400     MOVE 'opnaprvj.dat' TO WS-BK-SUMBER.
059500     MOVE OJ-PEMINTA TO WS-BK-OP-ID.
059600     PERFORM 8100-TULIS-KEJADIAN THRU 8100-EXIT.
059700 6100-EXIT.
059800     EXIT.
059900
060000*-----------------------------------------------------------------
060100 7000-CEK-HAPUS.
060200     OPEN INPUT HAPUS-JURNAL.
060300     IF DJ-FS NOT = '00'
060400         GO TO 7000-EXIT
060500     END-IF.
060600     MOVE 'N' TO WS-EOF-SW.
060700     PERFORM 7100-SATU-HAPUS THRU 7100-EXIT
060800         UNTIL WS-EOF.
060900     CLOSE HAPUS-JURNAL.
061000 7000-EXIT.
061100     EXIT.
061200
061300 7100-SATU-HAPUS.
061400     READ HAPUS-JURNAL
061500         AT END MOVE 'Y' TO WS-EOF-SW
061600     END-READ.
061700     IF WS-EOF
061800         GO TO 7100-EXIT
061900     END-IF.
062000     IF DJ-PEMINTA = SPACES OR DJ-PEMINTA NOT = DJ-OPERATOR
062100         GO TO 7100-EXIT
062200     END-IF.
062300     MOVE DJ-TGL-HAPUS TO WS-TGL-CEK.
062400     PERFORM 8000-CEK-PERIODE THRU 8000-EXIT.
062500     IF NOT WS-DLM-PERIODE
062600         GO TO 7100-EXIT
062700     END-IF.
062800     MOVE SPACES TO WS-BK-URAIAN.
062900     STRING 'HAPUS ' DJ-KODE-BRG ' ' DJ-NAMA-BRG ' ALASAN '
063000         DJ-ALASAN DELIMITED BY SIZE INTO WS-BK-URAIAN.
063100     MOVE 'brgdelj.dat' TO WS-BK-SUMBER.
063200     MOVE DJ-PEMINTA TO WS-BK-OP-ID.
063300     PERFORM 8100-TULIS-KEJADIAN THRU 8100-EXIT.
063400 7100-EXIT.
063500     EXIT.
063600
063700*-----------------------------------------------------------------
063800 8000-CEK-PERIODE.
063900     MOVE 'N' TO WS-PERIODE-SW.
064000     IF WS-TGL-CEK NOT < WS-TGL-DARI
064100         AND WS-TGL-CEK NOT > WS-TGL-SAMPAI
064200         MOVE 'Y' TO WS-PERIODE-SW
064300     END-IF.
064400 8000-EXIT.
064500     EXIT.
064600
064700 8100-TULIS-KEJADIAN.
064800     MOVE WS-TGL-CEK TO WS-BK-TANGGAL.
064900     WRITE REPORT-LINE FROM WS-BARIS-KEJADIAN.
065000     ADD 1 TO WS-JML-BAG2.
065100 8100-EXIT.
065200     EXIT.
065300
065400*-----------------------------------------------------------------
065500 9999-EXIT.
065600     STOP RUN.
