000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan register skripsi (skripsi.dat, SKR-MNT).
000500*           B: beban bimbingan per dosen (skripsi aktif sebagai
000600*           pembimbing 1 dan 2), SKRBEBAN-*.RPT. T: mahasiswa
000700*           yang skripsinya melewati batas lama, dihitung dalam
000800*           term sejak term daftar s/d term AKTIF term.dat (bawaan
000900*           4 term, parameter SKRIPSIMAKS sysparm.dat),
001000*           SKRLAMBAT-*.RPT. J: jadwal sidang yang belum berhasil
001100*           mulai tanggal pilihan, urut tanggal/sesi/ruang,
001200*           SKRSIDANG-*.RPT.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. SKR-RPT.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY SKRSEL.
002500     COPY DEPTSEL.
002600     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
002700     ORGANIZATION IS INDEXED
002800     ACCESS MODE IS DYNAMIC
002900     RECORD KEY IS DS-ID
003000     FILE STATUS IS DS-FS.
003100     SELECT TERM-CTL ASSIGN TO 'term.dat'
003200     ORGANIZATION IS LINE SEQUENTIAL
003300     FILE STATUS IS TC-FS.
003400     SELECT SORT-WORK ASSIGN TO 'SKRRPT.TMP'.
003500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003600     ORGANIZATION IS LINE SEQUENTIAL
003700     FILE STATUS IS RS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000     COPY SKRFD.
004100     COPY DEPTFD.
004200 FD DOSEN-MST.
004300 01 DOSEN-RECORD.
004400     02 DS-ID              PIC X(08).
004500     02 DS-NAMA            PIC X(20).
004600     02 DS-STATUS          PIC X(01).
004700 FD TERM-CTL.
004800 01 TC-LINE.
004900     02 TC-LABEL           PIC X(06).
005000     02 TC-TERM            PIC 9(05).
005100 SD SORT-WORK.
005200 01 SORT-RECORD.
005300     02 SR-TGL             PIC 9(08).
005400     02 SR-SESI            PIC 9(01).
005500     02 SR-RUANG           PIC X(06).
005600     02 SR-NPM             PIC X(08).
005700     02 SR-JUDUL           PIC X(30).
005800     02 SR-PEMB1           PIC X(08).
005900     02 SR-PEMB2           PIC X(08).
006000 FD REPORT-OUT.
006100 01 REPORT-LINE            PIC X(100).
006200
006300 WORKING-STORAGE SECTION.
006400 77 SK-FS                  PIC XX.
006500 77 DP-FS                  PIC XX.
006600 77 DS-FS                  PIC XX.
006700 77 TC-FS                  PIC XX.
006800 77 RS                     PIC XX.
006900 77 WS-RPT-NAMA            PIC X(30).
007000 77 WS-TGL-RUN             PIC 9(8).
007100 77 WS-JAM-RUN             PIC 9(8).
007200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'SKR-RPT'.
007300 77 WS-CAT-JML             PIC 9(7).
007400 77 WS-EOF-SW              PIC X VALUE 'N'.
007500     88 WS-EOF             VALUE 'Y'.
007600 77 WS-RETURN-EOF-SW       PIC X.
007700     88 WS-RETURN-EOF      VALUE 'Y'.
007800 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
007900     88 WS-DP-BUKA         VALUE 'Y'.
008000 77 WS-DS-BUKA-SW          PIC X VALUE 'N'.
008100     88 WS-DS-BUKA         VALUE 'Y'.
008200 77 WS-TERM                PIC 9(5) VALUE ZERO.
008300 77 WS-LAMA-MAKS           PIC 9(3) VALUE 4.
008400 77 WS-LAMA                PIC S9(3).
008500 77 WS-SP-NAMA             PIC X(12).
008600 77 WS-SP-NILAI            PIC 9(9).
008700 77 WS-SP-KETEMU-SW        PIC X.
008800 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
008900 77 WS-IDX                 PIC 9(3).
009000 77 WS-POSISI              PIC 9(3).
009100 77 WS-JML-DOSEN           PIC 9(3) VALUE ZERO.
009200 77 WS-DS-CARI             PIC X(8).
009300 77 WS-TGL-MULAI           PIC 9(8).
009400 01 WS-PILIHAN             PIC X.
009500     88 WS-PILIH-BEBAN     VALUE 'B'.
009600     88 WS-PILIH-LAMBAT    VALUE 'T'.
009700     88 WS-PILIH-SIDANG    VALUE 'J'.
009800     88 WS-PILIH-SELESAI   VALUE 'S'.
009900 01 WS-TERM-KINI           PIC 9(5).
010000 01 WS-TERM-KINI-R REDEFINES WS-TERM-KINI.
010100     02 WS-TK-TAHUN        PIC 9(4).
010200     02 WS-TK-SMT          PIC 9(1).
010300 01 WS-TERM-DAFTAR         PIC 9(5).
010400 01 WS-TERM-DAFTAR-R REDEFINES WS-TERM-DAFTAR.
010500     02 WS-TD-TAHUN        PIC 9(4).
010600     02 WS-TD-SMT          PIC 9(1).
010700 01 WS-TABEL-BEBAN.
010800     02 WS-TB-ENTRI OCCURS 200 TIMES.
010900         03 WS-TB-ID       PIC X(08).
011000         03 WS-TB-PEMB1    PIC 9(03).
011100         03 WS-TB-PEMB2    PIC 9(03).
011200 01 WS-D-BEBAN.
011300     02 WS-DB-ID           PIC X(08).
011400     02 FILLER             PIC X(02) VALUE SPACES.
011500     02 WS-DB-NAMA         PIC X(20).
011600     02 FILLER             PIC X(02) VALUE SPACES.
011700     02 WS-DB-PEMB1        PIC ZZ9.
011800     02 FILLER             PIC X(04) VALUE SPACES.
011900     02 WS-DB-PEMB2        PIC ZZ9.
012000     02 FILLER             PIC X(04) VALUE SPACES.
012100     02 WS-DB-TOTAL        PIC ZZ9.
012200 01 WS-D-LAMBAT.
012300     02 WS-DL-NPM          PIC X(08).
012400     02 FILLER             PIC X(02) VALUE SPACES.
012500     02 WS-DL-NAMA         PIC X(20).
012600     02 FILLER             PIC X(02) VALUE SPACES.
012700     02 WS-DL-TERM         PIC 9(05).
012800     02 FILLER             PIC X(02) VALUE SPACES.
012900     02 WS-DL-LAMA         PIC ZZ9.
013000     02 FILLER             PIC X(02) VALUE SPACES.
013100     02 WS-DL-PEMB1        PIC X(08).
013200     02 FILLER             PIC X(02) VALUE SPACES.
013300     02 WS-DL-TAHAP        PIC X(30).
013400 01 WS-D-SIDANG.
013500     02 WS-DJ-TGL          PIC 9(08).
013600     02 FILLER             PIC X(02) VALUE SPACES.
013700     02 WS-DJ-SESI         PIC 9(01).
013800     02 FILLER             PIC X(02) VALUE SPACES.
013900     02 WS-DJ-RUANG        PIC X(06).
014000     02 FILLER             PIC X(02) VALUE SPACES.
014100     02 WS-DJ-NPM          PIC X(08).
014200     02 FILLER             PIC X(02) VALUE SPACES.
014300     02 WS-DJ-JUDUL        PIC X(30).
014400     02 FILLER             PIC X(02) VALUE SPACES.
014500     02 WS-DJ-PEMB1        PIC X(08).
014600     02 FILLER             PIC X(01) VALUE SPACES.
014700     02 WS-DJ-PEMB2        PIC X(08).
014800
014900 PROCEDURE DIVISION.
015000*-----------------------------------------------------------------
015100 0000-MAINLINE.
015200     OPEN INPUT SKRIPSI-MST.
015300     IF SK-FS NOT = '00'
015400         DISPLAY 'skripsi.dat BELUM ADA, ISI LEWAT SKR-MNT'
015500         GO TO 9999-EXIT
015600     END-IF.
015700     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
015800     MOVE 'SKRIPSIMAKS' TO WS-SP-NAMA.
015900     MOVE ZERO TO WS-SP-NILAI.
016000     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
016100         WS-SP-KETEMU-SW.
016200     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
016300         MOVE WS-SP-NILAI TO WS-LAMA-MAKS
016400     END-IF.
016500     OPEN INPUT DEPT-MST.
016600     IF DP-FS = '00'
016700         MOVE 'Y' TO WS-DP-BUKA-SW
016800     END-IF.
016900     OPEN INPUT DOSEN-MST.
017000     IF DS-FS = '00'
017100         MOVE 'Y' TO WS-DS-BUKA-SW
017200     END-IF.
017300     PERFORM 1100-MENU THRU 1100-EXIT
017400         UNTIL WS-PILIH-SELESAI.
017500     CLOSE SKRIPSI-MST.
017600     IF WS-DP-BUKA
017700         CLOSE DEPT-MST
017800     END-IF.
017900     IF WS-DS-BUKA
018000         CLOSE DOSEN-MST
018100     END-IF.
018200     GO TO 9999-EXIT.
018300
018400*-----------------------------------------------------------------
018500 1000-AMBIL-TERM.
018600     OPEN INPUT TERM-CTL.
018700     IF TC-FS NOT = '00'
018800         CLOSE TERM-CTL
018900         GO TO 1000-EXIT
019000     END-IF.
019100     MOVE 'N' TO WS-EOF-SW.
019200     PERFORM 1010-BACA-TERM THRU 1010-EXIT
019300         UNTIL WS-EOF.
019400     CLOSE TERM-CTL.
019500 1000-EXIT.
019600     EXIT.
019700
019800 1010-BACA-TERM.
019900     READ TERM-CTL
020000         AT END MOVE 'Y' TO WS-EOF-SW
020100     END-READ.
020200     IF WS-EOF
020300         GO TO 1010-EXIT
020400     END-IF.
020500     IF TC-LABEL = 'AKTIF'
020600         MOVE TC-TERM TO WS-TERM
020700     END-IF.
020800 1010-EXIT.
020900     EXIT.
021000
021100*-----------------------------------------------------------------
021200 1100-MENU.
021300     DISPLAY 'LAPORAN SKRIPSI (B=BEBAN BIMBINGAN, T=TERLAMBAT,'
021400         ' J=JADWAL SIDANG, S=SELESAI) : ' WITH NO ADVANCING.
021500     ACCEPT WS-PILIHAN.
021600     EVALUATE TRUE
021700         WHEN WS-PILIH-BEBAN
021800             PERFORM 2000-BEBAN THRU 2000-EXIT
021900         WHEN WS-PILIH-LAMBAT
022000             PERFORM 3000-TERLAMBAT THRU 3000-EXIT
022100         WHEN WS-PILIH-SIDANG
022200             PERFORM 4000-JADWAL-SIDANG THRU 4000-EXIT
022300         WHEN WS-PILIH-SELESAI
022400             CONTINUE
022500         WHEN OTHER
022600             DISPLAY 'PILIHAN TIDAK DIKENAL'
022700     END-EVALUATE.
022800 1100-EXIT.
022900     EXIT.
023000
023100*-----------------------------------------------------------------
023200* Beban bimbingan: skripsi aktif dijumlahkan per dosen sebagai
023300* pembimbing 1 dan 2, dicetak dengan nama dari dosen.dat.
023400*-----------------------------------------------------------------
023500 2000-BEBAN.
023600     MOVE ZERO TO WS-JML-DOSEN.
023700     MOVE 'N' TO WS-EOF-SW.
023800     MOVE LOW-VALUES TO SK-NPM.
023900     START SKRIPSI-MST KEY NOT < SK-NPM
024000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
024100     END-START.
024200     PERFORM 2100-SATU-SKRIPSI THRU 2100-EXIT
024300         UNTIL WS-EOF.
024400     IF WS-JML-DOSEN = ZERO
024500         DISPLAY 'TIDAK ADA SKRIPSI AKTIF'
024600         GO TO 2000-EXIT
024700     END-IF.
024800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
024900     ACCEPT WS-JAM-RUN FROM TIME.
025000     MOVE SPACES TO WS-RPT-NAMA.
025100     STRING 'SKRBEBAN-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
025200         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
025300     OPEN OUTPUT REPORT-OUT.
025400     MOVE SPACES TO REPORT-LINE.
025500     STRING 'BEBAN BIMBINGAN SKRIPSI AKTIF PER ' WS-TGL-RUN
025600         DELIMITED BY SIZE INTO REPORT-LINE.
025700     WRITE REPORT-LINE.
025800     MOVE SPACES TO REPORT-LINE.
025900     WRITE REPORT-LINE.
026000     MOVE 'ID DOSEN  NAMA                  PEMB1  PEMB2  TOTAL'
026100         TO REPORT-LINE.
026200     WRITE REPORT-LINE.
026300     MOVE ZERO TO WS-JML-BARIS.
026400     PERFORM 2300-TULIS-DOSEN THRU 2300-EXIT
026500         VARYING WS-IDX FROM 1 BY 1
026600         UNTIL WS-IDX > WS-JML-DOSEN.
026700     CLOSE REPORT-OUT.
026800     MOVE WS-JML-BARIS TO WS-CAT-JML.
026900     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
027000         WS-CAT-JML.
027100     DISPLAY 'BEBAN BIMBINGAN ' WS-JML-BARIS ' DOSEN DI '
027200         WS-RPT-NAMA.
027300 2000-EXIT.
027400     EXIT.
027500
027600 2100-SATU-SKRIPSI.
027700     READ SKRIPSI-MST NEXT RECORD
027800         AT END MOVE 'Y' TO WS-EOF-SW
027900     END-READ.
028000     IF WS-EOF
028100         GO TO 2100-EXIT
028200     END-IF.
028300     IF SK-STATUS NOT = 'A'
028400         GO TO 2100-EXIT
028500     END-IF.
028600     MOVE SK-PEMB1 TO WS-DS-CARI.
028700     PERFORM 2200-CARI-DOSEN THRU 2200-EXIT.
028800     IF WS-POSISI NOT = ZERO
028900         ADD 1 TO WS-TB-PEMB1(WS-POSISI)
029000     END-IF.
029100     IF SK-PEMB2 NOT = SPACES
029200         MOVE SK-PEMB2 TO WS-DS-CARI
029300         PERFORM 2200-CARI-DOSEN THRU 2200-EXIT
029400         IF WS-POSISI NOT = ZERO
029500             ADD 1 TO WS-TB-PEMB2(WS-POSISI)
029600         END-IF
029700     END-IF.
029800 2100-EXIT.
029900     EXIT.
030000
030100 2200-CARI-DOSEN.
030200     MOVE ZERO TO WS-POSISI.
030300     PERFORM 2210-BANDING-DOSEN THRU 2210-EXIT
030400         VARYING WS-IDX FROM 1 BY 1
030500         UNTIL WS-IDX > WS-JML-DOSEN
030600             OR WS-POSISI NOT = ZERO.
030700     IF WS-POSISI = ZERO AND WS-JML-DOSEN < 200
030800         ADD 1 TO WS-JML-DOSEN
030900         MOVE WS-JML-DOSEN TO WS-POSISI
031000         MOVE WS-DS-CARI TO WS-TB-ID(WS-POSISI)
031100         MOVE ZERO TO WS-TB-PEMB1(WS-POSISI)
031200         MOVE ZERO TO WS-TB-PEMB2(WS-POSISI)
031300     END-IF.
031400 2200-EXIT.
031500     EXIT.
031600
031700 2210-BANDING-DOSEN.
031800     IF WS-TB-ID(WS-IDX) = WS-DS-CARI
031900         MOVE WS-IDX TO WS-POSISI
032000     END-IF.
032100 2210-EXIT.
032200     EXIT.
032300
032400 2300-TULIS-DOSEN.
032500     MOVE WS-TB-ID(WS-IDX) TO WS-DB-ID.
032600     MOVE SPACES TO WS-DB-NAMA.
032700     IF WS-DS-BUKA
032800         MOVE WS-TB-ID(WS-IDX) TO DS-ID
032900         READ DOSEN-MST
033000             INVALID KEY CONTINUE
033100             NOT INVALID KEY MOVE DS-NAMA TO WS-DB-NAMA
033200         END-READ
033300     END-IF.
033400     MOVE WS-TB-PEMB1(WS-IDX) TO WS-DB-PEMB1.
033500     MOVE WS-TB-PEMB2(WS-IDX) TO WS-DB-PEMB2.
033600     COMPUTE WS-DB-TOTAL =
033700         WS-TB-PEMB1(WS-IDX) + WS-TB-PEMB2(WS-IDX).
033800     MOVE WS-D-BEBAN TO REPORT-LINE.
033900     WRITE REPORT-LINE.
034000     ADD 1 TO WS-JML-BARIS.
034100 2300-EXIT.
034200     EXIT.
034300
034400*-----------------------------------------------------------------
034500* Terlambat: lama = jumlah term dari term daftar s/d term aktif
034600* (dua term setahun, term daftar dihitung satu).
034700*-----------------------------------------------------------------
034800 3000-TERLAMBAT.
034900     IF WS-TERM = ZERO
035000         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
035100         GO TO 3000-EXIT
035200     END-IF.
035300     MOVE WS-TERM TO WS-TERM-KINI.
035400     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
035500     ACCEPT WS-JAM-RUN FROM TIME.
035600     MOVE SPACES TO WS-RPT-NAMA.
035700     STRING 'SKRLAMBAT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
035800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
035900     OPEN OUTPUT REPORT-OUT.
036000     MOVE SPACES TO REPORT-LINE.
036100     STRING 'SKRIPSI MELEWATI ' WS-LAMA-MAKS ' TERM, TERM AKTIF '
036200         WS-TERM DELIMITED BY SIZE INTO REPORT-LINE.
036300     WRITE REPORT-LINE.
036400     MOVE SPACES TO REPORT-LINE.
036500     WRITE REPORT-LINE.
036600     MOVE 'NPM       NAMA                  DAFTAR  LAMA  PEMB 1'
036700         TO REPORT-LINE.
036800     MOVE 'TAHAP TERAKHIR' TO REPORT-LINE(59:14).
036900     WRITE REPORT-LINE.
037000     MOVE ZERO TO WS-JML-BARIS.
037100     MOVE 'N' TO WS-EOF-SW.
037200     MOVE LOW-VALUES TO SK-NPM.
037300     START SKRIPSI-MST KEY NOT < SK-NPM
037400         INVALID KEY MOVE 'Y' TO WS-EOF-SW
037500     END-START.
037600     PERFORM 3100-CEK-LAMA THRU 3100-EXIT
037700         UNTIL WS-EOF.
037800     CLOSE REPORT-OUT.
037900     MOVE WS-JML-BARIS TO WS-CAT-JML.
038000     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
038100         WS-CAT-JML.
038200     DISPLAY WS-JML-BARIS ' SKRIPSI TERLAMBAT DI ' WS-RPT-NAMA.
038300 3000-EXIT.
038400     EXIT.
038500
038600 3100-CEK-LAMA.
038700     READ SKRIPSI-MST NEXT RECORD
038800         AT END MOVE 'Y' TO WS-EOF-SW
038900     END-READ.
039000     IF WS-EOF
039100         GO TO 3100-EXIT
039200     END-IF.
039300     IF SK-STATUS NOT = 'A'
039400         GO TO 3100-EXIT
039500     END-IF.
039600     MOVE SK-TERM-DAFTAR TO WS-TERM-DAFTAR.
039700     COMPUTE WS-LAMA = (WS-TK-TAHUN - WS-TD-TAHUN) * 2
039800         + WS-TK-SMT - WS-TD-SMT + 1.
039900     IF WS-LAMA NOT > WS-LAMA-MAKS
040000         GO TO 3100-EXIT
040100     END-IF.
040200     MOVE SK-NPM TO WS-DL-NPM.
040300     MOVE SPACES TO WS-DL-NAMA.
040400     IF WS-DP-BUKA
040500         MOVE SK-NPM TO DP-NPM
040600         READ DEPT-MST
040700             INVALID KEY CONTINUE
040800             NOT INVALID KEY MOVE DP-NAMA TO WS-DL-NAMA
040900         END-READ
041000     END-IF.
041100     MOVE SK-TERM-DAFTAR TO WS-DL-TERM.
041200     MOVE WS-LAMA TO WS-DL-LAMA.
041300     MOVE SK-PEMB1 TO WS-DL-PEMB1.
041400     MOVE SPACES TO WS-DL-TAHAP.
041500     EVALUATE TRUE
041600         WHEN SK-HASIL = 'U'
041700             STRING 'SIDANG ULANG (' SK-TGL-SIDANG ')'
041800                 DELIMITED BY SIZE INTO WS-DL-TAHAP
041900         WHEN SK-TGL-SIDANG NOT = ZERO
042000             STRING 'JADWAL SIDANG ' SK-TGL-SIDANG
042100                 DELIMITED BY SIZE INTO WS-DL-TAHAP
042200         WHEN SK-JML-KEMAJUAN NOT = ZERO
042300             STRING 'KEMAJUAN KE-' SK-JML-KEMAJUAN ' '
042400                 SK-TGL-KEMAJUAN
042500                 DELIMITED BY SIZE INTO WS-DL-TAHAP
042600         WHEN SK-TGL-PROPOSAL NOT = ZERO
042700             STRING 'PROPOSAL ' SK-TGL-PROPOSAL
042800                 DELIMITED BY SIZE INTO WS-DL-TAHAP
042900         WHEN OTHER
043000             MOVE 'BELUM SEMINAR PROPOSAL' TO WS-DL-TAHAP
043100     END-EVALUATE.
043200     MOVE WS-D-LAMBAT TO REPORT-LINE.
043300     WRITE REPORT-LINE.
043400     ADD 1 TO WS-JML-BARIS.
043500 3100-EXIT.
043600     EXIT.
043700
043800*-----------------------------------------------------------------
043900* Jadwal sidang mulai tanggal pilihan (bawaan hari ini) yang belum
044000* ada hasilnya, disortir tanggal/sesi/ruang.
044100*-----------------------------------------------------------------
044200 4000-JADWAL-SIDANG.
044300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
044400     ACCEPT WS-JAM-RUN FROM TIME.
044500     DISPLAY 'MULAI TANGGAL (YYYYMMDD, KOSONG = HARI INI) : '
044600         WITH NO ADVANCING.
044700     MOVE ZERO TO WS-TGL-MULAI.
044800     ACCEPT WS-TGL-MULAI.
044900     IF WS-TGL-MULAI = ZERO
045000         MOVE WS-TGL-RUN TO WS-TGL-MULAI
045100     END-IF.
045200     MOVE SPACES TO WS-RPT-NAMA.
045300     STRING 'SKRSIDANG-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
045400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
045500     OPEN OUTPUT REPORT-OUT.
045600     MOVE SPACES TO REPORT-LINE.
045700     STRING 'JADWAL SIDANG SKRIPSI MULAI ' WS-TGL-MULAI
045800         DELIMITED BY SIZE INTO REPORT-LINE.
045900     WRITE REPORT-LINE.
046000     MOVE SPACES TO REPORT-LINE.
046100     WRITE REPORT-LINE.
046200     MOVE 'TANGGAL   S  RUANG   NPM       JUDUL' TO REPORT-LINE.
046300     MOVE 'PEMBIMBING' TO REPORT-LINE(71:10).
046400     WRITE REPORT-LINE.
046500     MOVE ZERO TO WS-JML-BARIS.
046600     SORT SORT-WORK
046700         ON ASCENDING KEY SR-TGL SR-SESI SR-RUANG
046800         INPUT PROCEDURE IS 4100-PILIH-SIDANG THRU 4100-EXIT
046900         OUTPUT PROCEDURE IS 4200-CETAK-SIDANG THRU 4200-EXIT.
047000     CLOSE REPORT-OUT.
047100     MOVE WS-JML-BARIS TO WS-CAT-JML.
047200     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
047300         WS-CAT-JML.
047400     DISPLAY WS-JML-BARIS ' SIDANG TERJADWAL DI ' WS-RPT-NAMA.
047500 4000-EXIT.
047600     EXIT.
047700
047800 4100-PILIH-SIDANG.
047900     MOVE 'N' TO WS-EOF-SW.
048000     MOVE LOW-VALUES TO SK-NPM.
048100     START SKRIPSI-MST KEY NOT < SK-NPM
048200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
048300     END-START.
048400     PERFORM 4110-SATU-SIDANG THRU 4110-EXIT
048500         UNTIL WS-EOF.
048600 4100-EXIT.
048700     EXIT.
048800
048900 4110-SATU-SIDANG.
049000     READ SKRIPSI-MST NEXT RECORD
049100         AT END MOVE 'Y' TO WS-EOF-SW
049200     END-READ.
049300     IF WS-EOF
049400         GO TO 4110-EXIT
049500     END-IF.
049600     IF SK-STATUS NOT = 'A' OR SK-HASIL NOT = SPACE
049700         OR SK-TGL-SIDANG < WS-TGL-MULAI
049800         GO TO 4110-EXIT
049900     END-IF.
050000     MOVE SK-TGL-SIDANG TO SR-TGL.
050100     MOVE SK-SESI-SIDANG TO SR-SESI.
050200     MOVE SK-RUANG-SIDANG TO SR-RUANG.
050300     MOVE SK-NPM TO SR-NPM.
050400     MOVE SK-JUDUL TO SR-JUDUL.
050500     MOVE SK-PEMB1 TO SR-PEMB1.
050600     MOVE SK-PEMB2 TO SR-PEMB2.
050700     RELEASE SORT-RECORD.
050800 4110-EXIT.
050900     EXIT.
051000
051100 4200-CETAK-SIDANG.
051200     MOVE 'N' TO WS-RETURN-EOF-SW.
051300     PERFORM 4210-SATU-BARIS THRU 4210-EXIT
051400         UNTIL WS-RETURN-EOF.
051500 4200-EXIT.
051600     EXIT.
051700
051800 4210-SATU-BARIS.
051900     RETURN SORT-WORK
052000         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
052100     END-RETURN.
052200     IF WS-RETURN-EOF
052300         GO TO 4210-EXIT
052400     END-IF.
052500     MOVE SR-TGL TO WS-DJ-TGL.
052600     MOVE SR-SESI TO WS-DJ-SESI.
052700     MOVE SR-RUANG TO WS-DJ-RUANG.
052800     MOVE SR-NPM TO WS-DJ-NPM.
052900     MOVE SR-JUDUL TO WS-DJ-JUDUL.
053000     MOVE SR-PEMB1 TO WS-DJ-PEMB1.
053100     MOVE SR-PEMB2 TO WS-DJ-PEMB2.
053200     MOVE WS-D-SIDANG TO REPORT-LINE.
053300     WRITE REPORT-LINE.
053400     ADD 1 TO WS-JML-BARIS.
053500 4210-EXIT.
053600     EXIT.
053700
053800*-----------------------------------------------------------------
053900 9999-EXIT.
054000     STOP RUN.
