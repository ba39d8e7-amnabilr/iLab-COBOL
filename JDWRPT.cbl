000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Cetak jadwal kuliah satu term dari jadwal.dat untuk
000500*           satu ruang (R), satu dosen (D) atau satu mahasiswa
000600*           (M, MK dari baris krs.dat NPM itu), urut hari lalu
000700*           jam mulai, ke JDWRNG-/JDWDSN-/JDWMHS-*.RPT. Nama MK
000800*           dari MK-CHK, nama dosen dari dosen.dat.
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001300 PROGRAM-ID. JDW-RPT.
001400 ENVIRONMENT DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 CONFIGURATION SECTION.
001700*-----------------------
001800 INPUT-OUTPUT SECTION.
001900     FILE-CONTROL.
002000     COPY JDWSEL.
002100     COPY KRSSEL.
002200     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
002300     ORGANIZATION IS INDEXED
002400     ACCESS MODE IS DYNAMIC
002500     RECORD KEY IS DS-ID
002600     FILE STATUS IS DS-FS.
002700     SELECT SORT-WORK ASSIGN TO 'JDWRPT.TMP'.
002800     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002900     ORGANIZATION IS LINE SEQUENTIAL
003000     FILE STATUS IS RS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY JDWFD.
003400     COPY KRSFD.
003500 FD DOSEN-MST.
003600 01 DOSEN-RECORD.
003700     02 DS-ID              PIC X(08).
003800     02 DS-NAMA            PIC X(20).
003900     02 DS-STATUS          PIC X(01).
004000 SD SORT-WORK.
004100 01 SORT-RECORD.
004200     02 SR-HARI            PIC 9(01).
004300     02 SR-JAM-MULAI       PIC 9(04).
004400     02 SR-JAM-SELESAI     PIC 9(04).
004500     02 SR-MK              PIC X(06).
004600     02 SR-SESI            PIC 9(01).
004700     02 SR-RUANG           PIC X(06).
004800     02 SR-DS-ID           PIC X(08).
004900 FD REPORT-OUT.
005000 01 REPORT-LINE            PIC X(100).
005100
005200 WORKING-STORAGE SECTION.
005300 77 JD-FS                  PIC XX.
005400 77 KR-FS                  PIC XX.
005500 77 DS-FS                  PIC XX.
005600 77 RS                     PIC XX.
005700 77 WS-RPT-NAMA            PIC X(30).
005800 77 WS-TGL-RUN             PIC 9(8).
005900 77 WS-JAM-RUN             PIC 9(8).
006000 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'JDW-RPT'.
006100 77 WS-CAT-JML             PIC 9(7).
006200 77 WS-EOF-SW              PIC X VALUE 'N'.
006300     88 WS-EOF             VALUE 'Y'.
006400 77 WS-JD-EOF-SW           PIC X VALUE 'N'.
006500     88 WS-JD-EOF          VALUE 'Y'.
006600 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
006700     88 WS-RETURN-EOF      VALUE 'Y'.
006800 77 WS-DS-BUKA-SW          PIC X VALUE 'N'.
006900     88 WS-DS-BUKA         VALUE 'Y'.
007000 77 WS-MK-NAMA             PIC X(25).
007100 77 WS-MK-SKS              PIC 9.
007200 77 WS-MK-VALID-SW         PIC X.
007300     88 WS-MK-VALID        VALUE 'Y'.
007400 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
007500 01 WS-PILIHAN             PIC X.
007600     88 WS-PILIH-RUANG     VALUE 'R'.
007700     88 WS-PILIH-DOSEN     VALUE 'D'.
007800     88 WS-PILIH-MHS       VALUE 'M'.
007900 01 WS-TERM-PILIH          PIC 9(5).
008000 01 WS-KODE-PILIH          PIC X(8).
008100 01 WS-TABEL-HARI          PIC X(42)
008200         VALUE 'SENIN SELASARABU  KAMIS JUMAT SABTU MINGGU'.
008300 01 WS-NAMA-HARI REDEFINES WS-TABEL-HARI.
008400     02 WS-NH-HARI         PIC X(06) OCCURS 7 TIMES.
008500 01 WS-JUDUL.
008600     02 FILLER             PIC X(20) VALUE 'JADWAL KULIAH TERM '.
008700     02 WS-J-TERM          PIC 9(05).
008800     02 FILLER             PIC X(02) VALUE SPACES.
008900     02 WS-J-JENIS         PIC X(10).
009000     02 WS-J-KODE          PIC X(08).
009100 01 WS-DETAIL.
009200     02 WS-D-HARI          PIC X(06).
009300     02 FILLER             PIC X(01) VALUE SPACE.
009400     02 WS-D-MULAI         PIC 9(04).
009500     02 FILLER             PIC X(01) VALUE '-'.
009600     02 WS-D-SELESAI       PIC 9(04).
009700     02 FILLER             PIC X(02) VALUE SPACES.
009800     02 WS-D-MK            PIC X(06).
009900     02 FILLER             PIC X(01) VALUE SPACE.
010000     02 WS-D-MK-NAMA       PIC X(25).
010100     02 FILLER             PIC X(01) VALUE SPACE.
010200     02 WS-D-RUANG         PIC X(06).
010300     02 FILLER             PIC X(01) VALUE SPACE.
010400     02 WS-D-DS-ID         PIC X(08).
010500     02 FILLER             PIC X(01) VALUE SPACE.
010600     02 WS-D-DS-NAMA       PIC X(20).
010700
010800 PROCEDURE DIVISION.
010900*-----------------------------------------------------------------
011000 0000-MAINLINE.
011100     DISPLAY 'JADWAL PER (R=RUANG, D=DOSEN, M=MAHASISWA) : '
011200         WITH NO ADVANCING.
011300     ACCEPT WS-PILIHAN.
011400     IF NOT WS-PILIH-RUANG AND NOT WS-PILIH-DOSEN
011500             AND NOT WS-PILIH-MHS
011600         DISPLAY 'PILIHAN TIDAK DIKENAL'
011700         GO TO 9999-EXIT
011800     END-IF.
011900     DISPLAY 'TERM (YYYYS)             : ' WITH NO ADVANCING.
012000     ACCEPT WS-TERM-PILIH.
012100     EVALUATE TRUE
012200         WHEN WS-PILIH-RUANG
012300             DISPLAY 'KODE RUANG               : '
012400                 WITH NO ADVANCING
012500             MOVE 'RUANG' TO WS-J-JENIS
012600         WHEN WS-PILIH-DOSEN
012700             DISPLAY 'ID DOSEN                 : '
012800                 WITH NO ADVANCING
012900             MOVE 'DOSEN' TO WS-J-JENIS
013000         WHEN OTHER
013100             DISPLAY 'NPM MAHASISWA            : '
013200                 WITH NO ADVANCING
013300             MOVE 'MAHASISWA' TO WS-J-JENIS
013400     END-EVALUATE.
013500     ACCEPT WS-KODE-PILIH.
013600     OPEN INPUT JADWAL-FILE.
013700     IF JD-FS NOT = '00'
013800         DISPLAY 'JADWAL KULIAH (jadwal.dat) BELUM ADA'
013900         CLOSE JADWAL-FILE
014000         GO TO 9999-EXIT
014100     END-IF.
014200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
014300     ACCEPT WS-JAM-RUN FROM TIME.
014400     MOVE SPACES TO WS-RPT-NAMA.
014500     EVALUATE TRUE
014600         WHEN WS-PILIH-RUANG
014700             STRING 'JDWRNG-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
014800                 '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA
014900         WHEN WS-PILIH-DOSEN
015000             STRING 'JDWDSN-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
015100                 '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA
015200         WHEN OTHER
015300             STRING 'JDWMHS-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
015400                 '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA
015500     END-EVALUATE.
015600     OPEN OUTPUT REPORT-OUT.
015700     MOVE WS-TERM-PILIH TO WS-J-TERM.
015800     MOVE WS-KODE-PILIH TO WS-J-KODE.
015900     MOVE WS-JUDUL TO REPORT-LINE.
016000     WRITE REPORT-LINE.
016100     MOVE SPACES TO REPORT-LINE.
016200     WRITE REPORT-LINE.
016300     SORT SORT-WORK
016400         ON ASCENDING KEY SR-HARI SR-JAM-MULAI SR-MK
016500         INPUT PROCEDURE IS 2000-LEPAS-JADWAL THRU 2000-EXIT
016600         OUTPUT PROCEDURE IS 3000-CETAK THRU 3000-EXIT.
016700     CLOSE JADWAL-FILE.
016800     IF WS-JML-BARIS = ZERO
016900         MOVE '(TIDAK ADA JADWAL)' TO REPORT-LINE
017000         WRITE REPORT-LINE
017100     END-IF.
017200     CLOSE REPORT-OUT.
017300     MOVE WS-JML-BARIS TO WS-CAT-JML.
017400     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
017500         WS-CAT-JML.
017600     DISPLAY 'JADWAL ' WS-JML-BARIS ' PERTEMUAN DI ' WS-RPT-NAMA.
017700     GO TO 9999-EXIT.
017800
017900*-----------------------------------------------------------------
018000* Ruang dan dosen: seluruh jadwal term disaring. Mahasiswa: tiap
018100* MK di krs.dat NPM itu untuk term pilihan, semua pertemuannya.
018200*-----------------------------------------------------------------
018300 2000-LEPAS-JADWAL.
018400     IF WS-PILIH-MHS
018500         PERFORM 2200-KRS-MAHASISWA THRU 2200-EXIT
018600         GO TO 2000-EXIT
018700     END-IF.
018800     MOVE WS-TERM-PILIH TO JD-TERM.
018900     MOVE LOW-VALUES TO JD-MK.
019000     MOVE ZERO TO JD-SESI.
019100     MOVE 'N' TO WS-JD-EOF-SW.
019200     START JADWAL-FILE KEY NOT < JD-KUNCI
019300         INVALID KEY MOVE 'Y' TO WS-JD-EOF-SW
019400     END-START.
019500     PERFORM 2100-SATU-JADWAL THRU 2100-EXIT
019600         UNTIL WS-JD-EOF.
019700 2000-EXIT.
019800     EXIT.
019900
020000 2100-SATU-JADWAL.
020100     READ JADWAL-FILE NEXT RECORD
020200         AT END MOVE 'Y' TO WS-JD-EOF-SW
020300     END-READ.
020400     IF WS-JD-EOF
020500         GO TO 2100-EXIT
020600     END-IF.
020700     IF JD-TERM NOT = WS-TERM-PILIH
020800         MOVE 'Y' TO WS-JD-EOF-SW
020900         GO TO 2100-EXIT
021000     END-IF.
021100     IF WS-PILIH-RUANG AND JD-RUANG NOT = WS-KODE-PILIH
021200         GO TO 2100-EXIT
021300     END-IF.
021400     IF WS-PILIH-DOSEN AND JD-DS-ID NOT = WS-KODE-PILIH
021500         GO TO 2100-EXIT
021600     END-IF.
021700     PERFORM 2400-LEPAS-SATU THRU 2400-EXIT.
021800 2100-EXIT.
021900     EXIT.
022000
022100 2200-KRS-MAHASISWA.
022200     OPEN INPUT KRS-FILE.
022300     IF KR-FS NOT = '00'
022400         CLOSE KRS-FILE
022500         GO TO 2200-EXIT
022600     END-IF.
022700     MOVE SPACES TO KRS-RECORD.
022800     MOVE WS-KODE-PILIH TO KR-NPM.
022900     MOVE LOW-VALUES TO KR-MK.
023000     MOVE ZERO TO KR-TERM.
023100     MOVE 'N' TO WS-EOF-SW.
023200     START KRS-FILE KEY NOT < KR-KUNCI
023300         INVALID KEY MOVE 'Y' TO WS-EOF-SW
023400     END-START.
023500     PERFORM 2300-SATU-KRS THRU 2300-EXIT
023600         UNTIL WS-EOF.
023700     CLOSE KRS-FILE.
023800 2200-EXIT.
023900     EXIT.
024000
024100 2300-SATU-KRS.
024200     READ KRS-FILE NEXT RECORD
024300         AT END MOVE 'Y' TO WS-EOF-SW
024400     END-READ.
024500     IF WS-EOF
024600         GO TO 2300-EXIT
024700     END-IF.
024800     IF KR-NPM NOT = WS-KODE-PILIH
024900         MOVE 'Y' TO WS-EOF-SW
025000         GO TO 2300-EXIT
025100     END-IF.
025200     IF KR-TERM NOT = WS-TERM-PILIH
025300         GO TO 2300-EXIT
025400     END-IF.
025500     MOVE WS-TERM-PILIH TO JD-TERM.
025600     MOVE KR-MK TO JD-MK.
025700     MOVE ZERO TO JD-SESI.
025800     MOVE 'N' TO WS-JD-EOF-SW.
025900     START JADWAL-FILE KEY NOT < JD-KUNCI
026000         INVALID KEY MOVE 'Y' TO WS-JD-EOF-SW
026100     END-START.
026200     PERFORM 2350-SATU-PERTEMUAN THRU 2350-EXIT
026300         UNTIL WS-JD-EOF.
026400 2300-EXIT.
026500     EXIT.
026600
026700 2350-SATU-PERTEMUAN.
026800     READ JADWAL-FILE NEXT RECORD
026900         AT END MOVE 'Y' TO WS-JD-EOF-SW
027000     END-READ.
027100     IF WS-JD-EOF
027200         GO TO 2350-EXIT
027300     END-IF.
027400     IF JD-TERM NOT = WS-TERM-PILIH OR JD-MK NOT = KR-MK
027500         MOVE 'Y' TO WS-JD-EOF-SW
027600         GO TO 2350-EXIT
027700     END-IF.
027800     PERFORM 2400-LEPAS-SATU THRU 2400-EXIT.
027900 2350-EXIT.
028000     EXIT.
028100
028200 2400-LEPAS-SATU.
028300     MOVE JD-HARI TO SR-HARI.
028400     MOVE JD-JAM-MULAI TO SR-JAM-MULAI.
028500     MOVE JD-JAM-SELESAI TO SR-JAM-SELESAI.
028600     MOVE JD-MK TO SR-MK.
028700     MOVE JD-SESI TO SR-SESI.
028800     MOVE JD-RUANG TO SR-RUANG.
028900     MOVE JD-DS-ID TO SR-DS-ID.
029000     RELEASE SORT-RECORD.
029100 2400-EXIT.
029200     EXIT.
029300
029400*-----------------------------------------------------------------
029500 3000-CETAK.
029600     OPEN INPUT DOSEN-MST.
029700     IF DS-FS = '00'
029800         MOVE 'Y' TO WS-DS-BUKA-SW
029900     END-IF.
030000     MOVE 'N' TO WS-RETURN-EOF-SW.
030100     PERFORM 3100-CETAK-SATU THRU 3100-EXIT
030200         UNTIL WS-RETURN-EOF.
030300     CLOSE DOSEN-MST.
030400 3000-EXIT.
030500     EXIT.
030600
030700 3100-CETAK-SATU.
030800     RETURN SORT-WORK
030900         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
031000     END-RETURN.
031100     IF WS-RETURN-EOF
031200         GO TO 3100-EXIT
031300     END-IF.
031400     MOVE SPACES TO WS-D-HARI.
031500     IF SR-HARI > ZERO AND SR-HARI < 8
031600         MOVE WS-NH-HARI(SR-HARI) TO WS-D-HARI
031700     END-IF.
031800     MOVE SR-JAM-MULAI TO WS-D-MULAI.
031900     MOVE SR-JAM-SELESAI TO WS-D-SELESAI.
032000     MOVE SR-MK TO WS-D-MK.
032100     MOVE SPACES TO WS-MK-NAMA.
032200     MOVE 'N' TO WS-MK-VALID-SW.
032300     CALL 'MK-CHK' USING SR-MK, WS-MK-NAMA, WS-MK-SKS,
032400         WS-MK-VALID-SW.
032500     MOVE WS-MK-NAMA TO WS-D-MK-NAMA.
032600     MOVE SR-RUANG TO WS-D-RUANG.
032700     MOVE SR-DS-ID TO WS-D-DS-ID.
032800     MOVE SPACES TO WS-D-DS-NAMA.
032900     IF WS-DS-BUKA
033000         MOVE SR-DS-ID TO DS-ID
033100         READ DOSEN-MST
033200             INVALID KEY CONTINUE
033300             NOT INVALID KEY MOVE DS-NAMA TO WS-D-DS-NAMA
033400         END-READ
033500     END-IF.
033600     MOVE WS-DETAIL TO REPORT-LINE.
033700     WRITE REPORT-LINE.
033800     ADD 1 TO WS-JML-BARIS.
033900 3100-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------------
034300 9999-EXIT.
034400     STOP RUN.
