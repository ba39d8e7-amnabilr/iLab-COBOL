000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan anggaran vs komitmen vs realisasi per
000500*           departemen untuk satu tahun anggaran dari
000600*           anggaran.dat: pagu, komitmen terbuka, realisasi issue
000700*           pada harga rata-rata, sisa pagu dan persen terpakai,
000800*           ditambah jumlah permintaan yang masih ditahan di
000900*           komitmen.dat, ke ANGGARAN-*.RPT.
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001400 PROGRAM-ID. ANG-RPT.
001500 ENVIRONMENT DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 CONFIGURATION SECTION.
001800*-----------------------
001900 INPUT-OUTPUT SECTION.
002000     FILE-CONTROL.
002100     COPY ANGSEL.
002200     COPY KOMSEL.
002300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002400     ORGANIZATION IS LINE SEQUENTIAL
002500     FILE STATUS IS RS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800     COPY ANGFD.
002900     COPY KOMFD.
003000 FD REPORT-OUT.
003100 01 REPORT-LINE            PIC X(120).
003200
003300 WORKING-STORAGE SECTION.
003400 77 WS-RPT-NAMA            PIC X(30).
003500 77 WS-TGL-RUN             PIC 9(8).
003600 77 WS-JAM-RUN             PIC 9(8).
003700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'ANG-RPT'.
003800 77 WS-CAT-JML             PIC 9(7).
003900 77 ANG-FS                 PIC XX.
004000 77 KOM-FS                 PIC XX.
004100 77 RS                     PIC XX.
004200 77 WS-EOF-SW              PIC X VALUE 'N'.
004300     88 WS-EOF             VALUE 'Y'.
004400 77 WS-KOM-EOF-SW          PIC X VALUE 'N'.
004500     88 WS-KOM-EOF         VALUE 'Y'.
004600 77 WS-KOM-BUKA-SW         PIC X VALUE 'N'.
004700     88 WS-KOM-BUKA        VALUE 'Y'.
004800 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
004900 01 WS-TAHUN-PILIH         PIC 9(4).
005000 01 WS-SISA                PIC S9(12)V9(3).
005100 01 WS-TAHAN               PIC 9(12)V9(3).
005200 01 WS-PERSEN              PIC 9(3)V9.
005300 01 WS-TOT-PAGU            PIC 9(13)V9(3) VALUE ZERO.
005400 01 WS-TOT-KOMIT           PIC 9(13)V9(3) VALUE ZERO.
005500 01 WS-TOT-REALISASI       PIC 9(13)V9(3) VALUE ZERO.
005600 01 WS-TOT-TAHAN           PIC 9(13)V9(3) VALUE ZERO.
005700 01 WS-TOT-SISA            PIC S9(13)V9(3) VALUE ZERO.
005800 01 WS-JUDUL.
005900     02 FILLER             PIC X(20) VALUE SPACES.
006000     02 FILLER             PIC X(36)
006100         VALUE 'ANGGARAN VS KOMITMEN VS REALISASI'.
006200     02 FILLER             PIC X(07) VALUE 'TAHUN '.
006300     02 WS-J-TAHUN         PIC 9(04).
006400 01 WS-HEADER.
006500     02 FILLER             PIC X(11) VALUE 'DEPT'.
006600     02 FILLER             PIC X(21) VALUE 'NAMA'.
006700     02 FILLER             PIC X(15) VALUE '           PAGU'.
006800     02 FILLER             PIC X(15) VALUE '          KOMIT'.
006900     02 FILLER             PIC X(15) VALUE '      REALISASI'.
007000     02 FILLER             PIC X(15) VALUE '           SISA'.
007100     02 FILLER             PIC X(07) VALUE '  PAKAI'.
007200     02 FILLER             PIC X(15) VALUE '       DITAHAN'.
007300 01 WS-DETAIL.
007400     02 WS-D-DEPT          PIC X(10).
007500     02 FILLER             PIC X(01) VALUE SPACES.
007600     02 WS-D-NAMA          PIC X(20).
007700     02 FILLER             PIC X(01) VALUE SPACES.
007800     02 WS-D-PAGU          PIC Z(11)9.99.
007900     02 FILLER             PIC X(01) VALUE SPACES.
008000     02 WS-D-KOMIT         PIC Z(11)9.99.
008100     02 FILLER             PIC X(01) VALUE SPACES.
008200     02 WS-D-REALISASI     PIC Z(11)9.99.
008300     02 FILLER             PIC X(01) VALUE SPACES.
008400     02 WS-D-SISA          PIC -(11)9.99.
008500     02 FILLER             PIC X(01) VALUE SPACES.
008600     02 WS-D-PERSEN        PIC ZZ9.9.
008700     02 FILLER             PIC X(01) VALUE '%'.
008800     02 FILLER             PIC X(01) VALUE SPACES.
008900     02 WS-D-TAHAN         PIC Z(11)9.99.
009000 01 WS-TOTAL-LINE.
009100     02 FILLER             PIC X(32)
009110                          VALUE 'TOTAL SEMUA DEPARTEMEN'.
009200     02 WS-T-PAGU          PIC Z(11)9.99.
009300     02 FILLER             PIC X(01) VALUE SPACES.
009400     02 WS-T-KOMIT         PIC Z(11)9.99.
009500     02 FILLER             PIC X(01) VALUE SPACES.
009600     02 WS-T-REALISASI     PIC Z(11)9.99.
009700     02 FILLER             PIC X(01) VALUE SPACES.
009800     02 WS-T-SISA          PIC -(11)9.99.
009900     02 FILLER             PIC X(08) VALUE SPACES.
010000     02 WS-T-TAHAN         PIC Z(11)9.99.
010100
010200 PROCEDURE DIVISION.
010300*-----------------------------------------------------------------
010400 0000-MAINLINE.
010500     PERFORM 1000-INISIALISASI THRU 1000-EXIT.
010600     PERFORM 2000-PROSES THRU 2000-EXIT
010700         UNTIL WS-EOF.
010800     PERFORM 3000-AKHIR THRU 3000-EXIT.
010900     GO TO 9999-EXIT.
011000
011100*-----------------------------------------------------------------
011200 1000-INISIALISASI.
011300     DISPLAY 'TAHUN ANGGARAN (YYYY) : ' WITH NO ADVANCING.
011400     ACCEPT WS-TAHUN-PILIH.
011500     OPEN INPUT ANGGARAN-MST.
011600     IF ANG-FS NOT = '00'
011700         DISPLAY 'anggaran.dat TIDAK DAPAT DIBUKA, STATUS ' ANG-FS
011800         GO TO 9999-EXIT
011900     END-IF.
012000     OPEN INPUT KOMIT-FILE.
012100     IF KOM-FS = '00'
012200         MOVE 'Y' TO WS-KOM-BUKA-SW
012300     ELSE
012400         CLOSE KOMIT-FILE
012500     END-IF.
012600     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
012700     ACCEPT WS-JAM-RUN FROM TIME.
012800     MOVE SPACES TO WS-RPT-NAMA.
012900     STRING 'ANGGARAN-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
013000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
013100     OPEN OUTPUT REPORT-OUT.
013200     MOVE WS-TAHUN-PILIH TO WS-J-TAHUN.
013300     MOVE WS-JUDUL TO REPORT-LINE.
013400     WRITE REPORT-LINE.
013500     MOVE SPACES TO REPORT-LINE.
013600     WRITE REPORT-LINE.
013700     MOVE WS-HEADER TO REPORT-LINE.
013800     WRITE REPORT-LINE.
013900 1000-EXIT.
014000     EXIT.
014100
014200*-----------------------------------------------------------------
014300 2000-PROSES.
014400     READ ANGGARAN-MST NEXT RECORD
014500         AT END MOVE 'Y' TO WS-EOF-SW
014600     END-READ.
014700     IF WS-EOF
014800         GO TO 2000-EXIT
014900     END-IF.
015000     IF ANG-TAHUN NOT = WS-TAHUN-PILIH
015100         GO TO 2000-EXIT
015200     END-IF.
015300     PERFORM 2100-HITUNG-TAHAN THRU 2100-EXIT.
015400     COMPUTE WS-SISA = ANG-PAGU - ANG-KOMIT - ANG-REALISASI.
015500     MOVE ZERO TO WS-PERSEN.
015600     IF ANG-PAGU > ZERO
015700         COMPUTE WS-PERSEN ROUNDED =
015800             (ANG-KOMIT + ANG-REALISASI) * 100 / ANG-PAGU
015900             ON SIZE ERROR MOVE 999.9 TO WS-PERSEN
016000         END-COMPUTE
016100     END-IF.
016200     MOVE ANG-DEPT TO WS-D-DEPT.
016300     MOVE ANG-NAMA TO WS-D-NAMA.
016400     MOVE ANG-PAGU TO WS-D-PAGU.
016500     MOVE ANG-KOMIT TO WS-D-KOMIT.
016600     MOVE ANG-REALISASI TO WS-D-REALISASI.
016700     MOVE WS-SISA TO WS-D-SISA.
016800     MOVE WS-PERSEN TO WS-D-PERSEN.
016900     MOVE WS-TAHAN TO WS-D-TAHAN.
017000     MOVE WS-DETAIL TO REPORT-LINE.
017100     WRITE REPORT-LINE.
017200     ADD 1 TO WS-JML-BARIS.
017300     ADD ANG-PAGU TO WS-TOT-PAGU.
017400     ADD ANG-KOMIT TO WS-TOT-KOMIT.
017500     ADD ANG-REALISASI TO WS-TOT-REALISASI.
017600     ADD WS-SISA TO WS-TOT-SISA.
017700     ADD WS-TAHAN TO WS-TOT-TAHAN.
017800 2000-EXIT.
017900     EXIT.
018000
018100*-----------------------------------------------------------------
018200* Nilai permintaan yang masih ditahan (KOM-STATUS 'T') untuk
018300* departemen dan tahun ini; belum masuk komitmen.
018400*-----------------------------------------------------------------
018500 2100-HITUNG-TAHAN.
018600     MOVE ZERO TO WS-TAHAN.
018700     IF NOT WS-KOM-BUKA
018800         GO TO 2100-EXIT
018900     END-IF.
019000     MOVE 'N' TO WS-KOM-EOF-SW.
019100     MOVE LOW-VALUES TO KOM-KUNCI.
019200     START KOMIT-FILE KEY NOT < KOM-KUNCI
019300         INVALID KEY MOVE 'Y' TO WS-KOM-EOF-SW
019400     END-START.
019500     PERFORM 2150-SATU-KOMIT THRU 2150-EXIT
019600         UNTIL WS-KOM-EOF.
019700 2100-EXIT.
019800     EXIT.
019900
020000 2150-SATU-KOMIT.
020100     READ KOMIT-FILE NEXT RECORD
020200         AT END MOVE 'Y' TO WS-KOM-EOF-SW
020300     END-READ.
020400     IF WS-KOM-EOF
020500         GO TO 2150-EXIT
020600     END-IF.
020700     IF KOM-STATUS = 'T' AND KOM-DEPT = ANG-DEPT
020800             AND KOM-TAHUN = ANG-TAHUN
020900         ADD KOM-SISA TO WS-TAHAN
021000     END-IF.
021100 2150-EXIT.
021200     EXIT.
021300
021400*-----------------------------------------------------------------
021500 3000-AKHIR.
021600     MOVE SPACES TO REPORT-LINE.
021700     WRITE REPORT-LINE.
021800     MOVE WS-TOT-PAGU TO WS-T-PAGU.
021900     MOVE WS-TOT-KOMIT TO WS-T-KOMIT.
022000     MOVE WS-TOT-REALISASI TO WS-T-REALISASI.
022100     MOVE WS-TOT-SISA TO WS-T-SISA.
022200     MOVE WS-TOT-TAHAN TO WS-T-TAHAN.
022300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
022400     WRITE REPORT-LINE.
022500     CLOSE REPORT-OUT.
022600     CLOSE ANGGARAN-MST.
022700     IF WS-KOM-BUKA
022800         CLOSE KOMIT-FILE
022900     END-IF.
023000     MOVE WS-JML-BARIS TO WS-CAT-JML.
023100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
023200         WS-CAT-JML.
023300     DISPLAY 'LAPORAN ANGGARAN ' WS-JML-BARIS ' DEPARTEMEN DI '
023400         WS-RPT-NAMA.
023500 3000-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900 9999-EXIT.
024000     STOP RUN.
