000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan penerimaan mahasiswa baru satu tahun
000500*           angkatan dari pmb.dat: per prodi dan kampus jumlah
000600*           pendaftar, diterima, sudah registrasi (NPM terbit),
000700*           diterima belum registrasi dan tidak diterima, dengan
000800*           daya tampung prodi dari pmbprodi.dat. Bagian kedua
000900*           mendaftar calon diterima yang belum registrasi dan
001000*           apakah daftar ulang sudah dibayar. Ke PMB-*.RPT
001100*           (RPT-CAT).
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 PROGRAM-ID. PMB-RPT.
001700 ENVIRONMENT DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 CONFIGURATION SECTION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY PMBSEL.
002400     COPY PMPSEL.
002500     COPY CAMPSEL.
002600     SELECT SORT-WORK ASSIGN TO 'PMBRPT.TMP'.
002700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002800     ORGANIZATION IS LINE SEQUENTIAL
002900     FILE STATUS IS RS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200     COPY PMBFD.
003300     COPY PMPFD.
003400     COPY CAMPFD.
003500 SD SORT-WORK.
003600 01 SORT-RECORD.
003700     02 SR-PRODI           PIC X(20).
003800     02 SR-KAMPUS          PIC X(01).
003900     02 SR-STATUS          PIC X(01).
004000 FD REPORT-OUT.
004100 01 REPORT-LINE            PIC X(100).
004200
004300 WORKING-STORAGE SECTION.
004400 77 WS-RPT-NAMA            PIC X(30).
004500 77 WS-TGL-RUN             PIC 9(8).
004600 77 WS-JAM-RUN             PIC 9(8).
004700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'PMB-RPT'.
004800 77 WS-CAT-JML             PIC 9(7).
004900 77 PM-FS                  PIC XX.
005000 77 PP-FS                  PIC XX.
005100 77 CM-FS                  PIC XX.
005200 77 RS                     PIC XX.
005300 77 WS-EOF-SW              PIC X VALUE 'N'.
005400     88 WS-EOF             VALUE 'Y'.
005500 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
005600     88 WS-RETURN-EOF      VALUE 'Y'.
005700 77 WS-ADA-PRODI-SW        PIC X VALUE 'N'.
005800     88 WS-ADA-PRODI       VALUE 'Y'.
005900 77 WS-ADA-KAMPUS-SW       PIC X VALUE 'N'.
006000     88 WS-ADA-KAMPUS      VALUE 'Y'.
006100 77 WS-CAMPUS-BUKA-SW      PIC X VALUE 'N'.
006200     88 WS-CAMPUS-BUKA     VALUE 'Y'.
006300 77 WS-JML-PENDAFTAR       PIC 9(7) VALUE ZERO.
006400 77 WS-JML-BELUM           PIC 9(5) VALUE ZERO.
006500 01 WS-TAHUN-PILIH         PIC 9(4).
006600 01 WS-PRODI-BERJALAN      PIC X(20).
006700 01 WS-KAMPUS-BERJALAN     PIC X(01).
006800*    Hitungan per kampus (1), per prodi (2) dan total (3):
006900*    pendaftar, diterima, registrasi, belum registrasi, ditolak.
007000 01 WS-TABEL-HITUNG.
007100     02 WS-HITUNG          OCCURS 3 TIMES.
007200         03 WS-H-DAFTAR    PIC 9(6).
007300         03 WS-H-TERIMA    PIC 9(6).
007400         03 WS-H-REGIS     PIC 9(6).
007500         03 WS-H-BELUM     PIC 9(6).
007600         03 WS-H-TOLAK     PIC 9(6).
007700 77 WS-LVL                 PIC 9(1) COMP.
007800 01 WS-JUDUL-PRODI.
007900     02 FILLER             PIC X(08) VALUE 'PRODI : '.
008000     02 WS-JP-PRODI        PIC X(20).
008100     02 FILLER             PIC X(17) VALUE '  DAYA TAMPUNG : '.
008200     02 WS-JP-TAMPUNG      PIC Z(4)9.
008300 01 WS-HEADER.
008400     02 FILLER             PIC X(04) VALUE SPACES.
008500     02 FILLER             PIC X(24) VALUE 'KAMPUS'.
008600     02 FILLER             PIC X(10) VALUE ' PENDAFTAR'.
008700     02 FILLER             PIC X(10) VALUE '  DITERIMA'.
008800     02 FILLER             PIC X(10) VALUE ' REGISTRSI'.
008900     02 FILLER             PIC X(10) VALUE '  BLM REGS'.
009000     02 FILLER             PIC X(10) VALUE '   DITOLAK'.
009100 01 WS-DETAIL.
009200     02 FILLER             PIC X(04) VALUE SPACES.
009300     02 WS-D-KAMPUS        PIC X(01).
009400     02 FILLER             PIC X(01) VALUE SPACES.
009500     02 WS-D-NAMA          PIC X(22).
009600     02 WS-D-DAFTAR        PIC Z(9)9.
009700     02 WS-D-TERIMA        PIC Z(9)9.
009800     02 WS-D-REGIS         PIC Z(9)9.
009900     02 WS-D-BELUM         PIC Z(9)9.
010000     02 WS-D-TOLAK         PIC Z(9)9.
010100 01 WS-BELUM-LINE.
010200     02 FILLER             PIC X(04) VALUE SPACES.
010300     02 WS-B-NO            PIC X(10).
010400     02 FILLER             PIC X(01) VALUE SPACES.
010500     02 WS-B-NAMA          PIC X(20).
010600     02 FILLER             PIC X(01) VALUE SPACES.
010700     02 WS-B-PRODI         PIC X(20).
010800     02 FILLER             PIC X(01) VALUE SPACES.
010900     02 WS-B-KAMPUS        PIC X(01).
011000     02 FILLER             PIC X(02) VALUE SPACES.
011100     02 WS-B-KET           PIC X(30).
011200
011300 PROCEDURE DIVISION.
011400*-----------------------------------------------------------------
011500 0000-MAINLINE.
011600     DISPLAY 'TAHUN ANGKATAN (YYYY) : ' WITH NO ADVANCING.
011700     ACCEPT WS-TAHUN-PILIH.
011800     OPEN INPUT PENDAFTAR-FILE.
011900     IF PM-FS NOT = '00'
012000         DISPLAY 'pmb.dat TIDAK DAPAT DIBUKA, STATUS ' PM-FS
012100         GO TO 9999-EXIT
012200     END-IF.
012300     OPEN INPUT PMBPRODI-FILE.
012400     IF PP-FS NOT = '00'
012500         DISPLAY 'pmbprodi.dat TIDAK DAPAT DIBUKA, STATUS ' PP-FS
012600         CLOSE PENDAFTAR-FILE
012700         GO TO 9999-EXIT
012800     END-IF.
012900     OPEN INPUT CAMPUS-MST.
013000     IF CM-FS = '00'
013100         MOVE 'Y' TO WS-CAMPUS-BUKA-SW
013200     END-IF.
013300     MOVE ZERO TO WS-TABEL-HITUNG.
013400     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
013500     ACCEPT WS-JAM-RUN FROM TIME.
013600     MOVE SPACES TO WS-RPT-NAMA.
013700     STRING 'PMB-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
013800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
013900     OPEN OUTPUT REPORT-OUT.
014000     MOVE SPACES TO REPORT-LINE.
014100     STRING 'PENERIMAAN MAHASISWA BARU TAHUN ' WS-TAHUN-PILIH
014200         DELIMITED BY SIZE INTO REPORT-LINE.
014300     WRITE REPORT-LINE.
014400     MOVE SPACES TO REPORT-LINE.
014500     WRITE REPORT-LINE.
014600     SORT SORT-WORK
014700         ON ASCENDING KEY SR-PRODI SR-KAMPUS
014800         INPUT PROCEDURE IS 2000-LEPAS THRU 2000-EXIT
014900         OUTPUT PROCEDURE IS 3000-CETAK THRU 3000-EXIT.
015000     PERFORM 4000-BELUM-REGISTRASI THRU 4000-EXIT.
015100     PERFORM 5000-AKHIR THRU 5000-EXIT.
015200     CLOSE PENDAFTAR-FILE.
015300     CLOSE PMBPRODI-FILE.
015400     IF WS-CAMPUS-BUKA
015500         CLOSE CAMPUS-MST
015600     END-IF.
015700     GO TO 9999-EXIT.
015800
015900*-----------------------------------------------------------------
016000 2000-LEPAS.
016100     MOVE 'N' TO WS-EOF-SW.
016200     PERFORM 2100-SATU-CALON THRU 2100-EXIT
016300         UNTIL WS-EOF.
016400 2000-EXIT.
016500     EXIT.
016600
016700 2100-SATU-CALON.
016800     READ PENDAFTAR-FILE NEXT RECORD
016900         AT END MOVE 'Y' TO WS-EOF-SW
017000     END-READ.
017100     IF WS-EOF OR PM-TAHUN NOT = WS-TAHUN-PILIH
017200         GO TO 2100-EXIT
017300     END-IF.
017400     MOVE PM-PRODI TO SR-PRODI.
017500     MOVE PM-KAMPUS TO SR-KAMPUS.
017600     MOVE PM-STATUS TO SR-STATUS.
017700     RELEASE SORT-RECORD.
017800     ADD 1 TO WS-JML-PENDAFTAR.
017900 2100-EXIT.
018000     EXIT.
018100
018200*-----------------------------------------------------------------
018300* Satu baris per kampus di bawah tiap prodi, subtotal prodi,
018400* lalu total seluruh prodi. Diterima = T + R.
018500*-----------------------------------------------------------------
018600 3000-CETAK.
018700     MOVE 'N' TO WS-RETURN-EOF-SW.
018800     PERFORM 3100-SATU-SORT THRU 3100-EXIT
018900         UNTIL WS-RETURN-EOF.
019000     IF WS-ADA-PRODI
019100         PERFORM 3300-TUTUP-KAMPUS THRU 3300-EXIT
019200         PERFORM 3400-TUTUP-PRODI THRU 3400-EXIT
019300     END-IF.
019400     MOVE SPACES TO WS-DETAIL.
019500     MOVE 'TOTAL SEMUA PRODI' TO WS-D-NAMA.
019600     MOVE 3 TO WS-LVL.
019700     PERFORM 3500-CETAK-HITUNG THRU 3500-EXIT.
019800 3000-EXIT.
019900     EXIT.
020000
020100 3100-SATU-SORT.
020200     RETURN SORT-WORK
020300         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
020400     END-RETURN.
020500     IF WS-RETURN-EOF
020600         GO TO 3100-EXIT
020700     END-IF.
020800     IF NOT WS-ADA-PRODI OR SR-PRODI NOT = WS-PRODI-BERJALAN
020900         IF WS-ADA-PRODI
021000             PERFORM 3300-TUTUP-KAMPUS THRU 3300-EXIT
021100             PERFORM 3400-TUTUP-PRODI THRU 3400-EXIT
021200         END-IF
021300         PERFORM 3200-BUKA-PRODI THRU 3200-EXIT
021400     END-IF.
021500     IF NOT WS-ADA-KAMPUS OR SR-KAMPUS NOT = WS-KAMPUS-BERJALAN
021600         IF WS-ADA-KAMPUS
021700             PERFORM 3300-TUTUP-KAMPUS THRU 3300-EXIT
021800         END-IF
021900         MOVE 'Y' TO WS-ADA-KAMPUS-SW
022000         MOVE SR-KAMPUS TO WS-KAMPUS-BERJALAN
022100     END-IF.
022200     PERFORM 3600-TAMBAH THRU 3600-EXIT
022300         VARYING WS-LVL FROM 1 BY 1
022400         UNTIL WS-LVL > 3.
022500 3100-EXIT.
022600     EXIT.
022700
022800 3200-BUKA-PRODI.
022900     MOVE SR-PRODI TO WS-PRODI-BERJALAN.
023000     MOVE 'Y' TO WS-ADA-PRODI-SW.
023100     MOVE 'N' TO WS-ADA-KAMPUS-SW.
023200     MOVE WS-TAHUN-PILIH TO PP-TAHUN.
023300     MOVE SR-PRODI TO PP-PRODI.
023400     READ PMBPRODI-FILE
023500         INVALID KEY MOVE ZERO TO PP-DAYA-TAMPUNG
023600     END-READ.
023700     MOVE SR-PRODI TO WS-JP-PRODI.
023800     MOVE PP-DAYA-TAMPUNG TO WS-JP-TAMPUNG.
023900     MOVE WS-JUDUL-PRODI TO REPORT-LINE.
024000     WRITE REPORT-LINE.
024100     MOVE WS-HEADER TO REPORT-LINE.
024200     WRITE REPORT-LINE.
024300 3200-EXIT.
024400     EXIT.
024500
024600 3300-TUTUP-KAMPUS.
024700     MOVE SPACES TO WS-DETAIL.
024800     MOVE WS-KAMPUS-BERJALAN TO WS-D-KAMPUS.
024900     MOVE 'KAMPUS TIDAK TERDAFTAR' TO WS-D-NAMA.
025000     IF WS-CAMPUS-BUKA AND WS-KAMPUS-BERJALAN IS NUMERIC
025100         MOVE WS-KAMPUS-BERJALAN TO CM-KODE
025200         READ CAMPUS-MST
025300             INVALID KEY CONTINUE
025400             NOT INVALID KEY MOVE CM-NAMA TO WS-D-NAMA
025500         END-READ
025600     END-IF.
025700     MOVE 1 TO WS-LVL.
025800     PERFORM 3500-CETAK-HITUNG THRU 3500-EXIT.
025900     MOVE ZERO TO WS-HITUNG(1).
026000 3300-EXIT.
026100     EXIT.
026200
026300 3400-TUTUP-PRODI.
026400     MOVE SPACES TO WS-DETAIL.
026500     MOVE 'SUBTOTAL PRODI' TO WS-D-NAMA.
026600     MOVE 2 TO WS-LVL.
026700     PERFORM 3500-CETAK-HITUNG THRU 3500-EXIT.
026800     MOVE ZERO TO WS-HITUNG(2).
026900     MOVE SPACES TO REPORT-LINE.
027000     WRITE REPORT-LINE.
027100 3400-EXIT.
027200     EXIT.
027300
027400 3500-CETAK-HITUNG.
027500     MOVE WS-H-DAFTAR(WS-LVL) TO WS-D-DAFTAR.
027600     MOVE WS-H-TERIMA(WS-LVL) TO WS-D-TERIMA.
027700     MOVE WS-H-REGIS(WS-LVL) TO WS-D-REGIS.
027800     MOVE WS-H-BELUM(WS-LVL) TO WS-D-BELUM.
027900     MOVE WS-H-TOLAK(WS-LVL) TO WS-D-TOLAK.
028000     MOVE WS-DETAIL TO REPORT-LINE.
028100     WRITE REPORT-LINE.
028200 3500-EXIT.
028300     EXIT.
028400
028500 3600-TAMBAH.
028600     ADD 1 TO WS-H-DAFTAR(WS-LVL).
028700     EVALUATE SR-STATUS
028800         WHEN 'T'
028900             ADD 1 TO WS-H-TERIMA(WS-LVL)
029000             ADD 1 TO WS-H-BELUM(WS-LVL)
029100         WHEN 'R'
029200             ADD 1 TO WS-H-TERIMA(WS-LVL)
029300             ADD 1 TO WS-H-REGIS(WS-LVL)
029400         WHEN 'G'
029500             ADD 1 TO WS-H-TOLAK(WS-LVL)
029600     END-EVALUATE.
029700 3600-EXIT.
029800     EXIT.
029900
030000*-----------------------------------------------------------------
030100* Calon diterima yang belum registrasi: yang sudah bayar tapi
030200* belum ber-NPM diselesaikan lewat PMB-MNT pilihan N.
030300*-----------------------------------------------------------------
030400 4000-BELUM-REGISTRASI.
030500     MOVE SPACES TO REPORT-LINE.
030600     WRITE REPORT-LINE.
030700     MOVE 'DITERIMA BELUM REGISTRASI :' TO REPORT-LINE.
030800     WRITE REPORT-LINE.
030900     MOVE 'N' TO WS-EOF-SW.
031000     MOVE LOW-VALUES TO PM-NO-DAFTAR.
031100     START PENDAFTAR-FILE KEY NOT < PM-NO-DAFTAR
031200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
031300     END-START.
031400     PERFORM 4100-SATU-BELUM THRU 4100-EXIT
031500         UNTIL WS-EOF.
031600 4000-EXIT.
031700     EXIT.
031800
031900 4100-SATU-BELUM.
032000     READ PENDAFTAR-FILE NEXT RECORD
032100         AT END MOVE 'Y' TO WS-EOF-SW
032200     END-READ.
032300     IF WS-EOF OR PM-TAHUN NOT = WS-TAHUN-PILIH
032400             OR PM-STATUS NOT = 'T'
032500         GO TO 4100-EXIT
032600     END-IF.
032700     MOVE PM-NO-DAFTAR TO WS-B-NO.
032800     MOVE PM-NAMA TO WS-B-NAMA.
032900     MOVE PM-PRODI TO WS-B-PRODI.
033000     MOVE PM-KAMPUS TO WS-B-KAMPUS.
033100     IF PM-BAYAR-DU > ZERO
033200         MOVE 'SUDAH BAYAR, NPM BELUM TERBIT' TO WS-B-KET
033300     ELSE
033400         MOVE 'BELUM BAYAR DAFTAR ULANG' TO WS-B-KET
033500     END-IF.
033600     MOVE WS-BELUM-LINE TO REPORT-LINE.
033700     WRITE REPORT-LINE.
033800     ADD 1 TO WS-JML-BELUM.
033900 4100-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------------
034300 5000-AKHIR.
034400     MOVE SPACES TO REPORT-LINE.
034500     STRING 'PENDAFTAR ' WS-JML-PENDAFTAR
034600         '   DITERIMA BELUM REGISTRASI ' WS-JML-BELUM
034700         DELIMITED BY SIZE INTO REPORT-LINE.
034800     WRITE REPORT-LINE.
034900     CLOSE REPORT-OUT.
035000     MOVE WS-JML-PENDAFTAR TO WS-CAT-JML.
035100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
035200         WS-CAT-JML.
035300     DISPLAY 'PMB ' WS-TAHUN-PILIH ' : ' WS-JML-PENDAFTAR
035400         ' PENDAFTAR -- ' WS-RPT-NAMA.
035500 5000-EXIT.
035600     EXIT.
035700
035800*-----------------------------------------------------------------
035900 9999-EXIT.
036000     STOP RUN.
