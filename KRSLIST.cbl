000400* Purpose:  Daftar kelas per mata kuliah: semua NPM yang terdaftar
000500*           di satu MK-KODE pada satu term (krs.dat) dicetak
000600*           berikut nama dan kelasnya dari dept.dat, siap dibagikan
000700*           ke dosen pengampu. Baris dibaca lewat kunci
000710*           alternatif MK + TERM, hanya kelas yang diminta.
000720*           Di bawahnya jumlah terdaftar dibanding kapasitas
000730*           kuota.dat, lalu daftar tunggu antri.dat terpisah
000740*           menurut urutan permintaan -- bahan memutuskan
000750*           perlu tidaknya kelas paralel.
000800* Tectonics: cobc -I copybooks
000900******************************************************************
001000 IDENTIFICATION DIVISION.
001800     FILE-CONTROL.
001900     COPY DEPTSEL.
002000     COPY MKSEL.
002100     COPY KRSSEL.
002110     COPY KUOSEL.
002120     COPY ANTSEL.
002400     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002500     ORGANIZATION IS LINE SEQUENTIAL
002600     FILE STATUS IS RS.
002800 FILE SECTION.
002900     COPY DEPTFD.
003000     COPY MKFD.
003100     COPY KRSFD.
003110     COPY KUOFD.
003120     COPY ANTFD.
003800 FD REPORT-OUT.
003900 01 REPORT-LINE            PIC X(70).
004000
004300 77 MK-FS                  PIC XX.
004400 77 KR-FS                  PIC XX.
004500 77 RS                     PIC XX.
004510 77 KU-FS                  PIC XX.
004520 77 AN-FS                  PIC XX.
004530 77 WS-AN-EOF-SW           PIC X VALUE 'N'.
004540     88 WS-AN-EOF          VALUE 'Y'.
004550 77 WS-JML-TUNGGU          PIC 9(5) VALUE ZERO.
004600 77 WS-RPT-NAMA            PIC X(30).
004700 77 WS-TGL-RUN             PIC 9(8).
004800 77 WS-JAM-RUN             PIC 9(8).
006600     02 WS-D-NAMA          PIC X(20).
006700     02 FILLER             PIC X(02) VALUE SPACES.
006800     02 WS-D-KELAS         PIC X(05).
006809 01 WS-D-TUNGGU.
006818     02 WS-DT-NO           PIC ZZZZ9.
006827     02 FILLER             PIC X(02) VALUE SPACES.
006836     02 WS-DT-NPM          PIC X(08).
006845     02 FILLER             PIC X(02) VALUE SPACES.
006854     02 WS-DT-NAMA         PIC X(20).
006863     02 FILLER             PIC X(02) VALUE SPACES.
006872     02 WS-DT-KELAS        PIC X(05).
006881     02 FILLER             PIC X(02) VALUE SPACES.
006890     02 WS-DT-TGL-AJU      PIC 9(08).
006900
007000 PROCEDURE DIVISION.
007100*-----------------------------------------------------------------
010200     WRITE REPORT-LINE.
010300     MOVE SPACES TO REPORT-LINE.
010400     WRITE REPORT-LINE.
010410     MOVE SPACES TO KRS-RECORD.
010420     MOVE WS-MK-PILIH TO KR-MK.
010430     MOVE WS-TERM-PILIH TO KR-TERM.
010440     START KRS-FILE KEY = KR-MK-TERM
010450         INVALID KEY MOVE 'Y' TO WS-EOF-SW
010460     END-START.
010500     PERFORM 1000-SATU-KRS THRU 1000-EXIT
010600         UNTIL WS-EOF.
010700     CLOSE KRS-FILE.
010710     PERFORM 2000-KAPASITAS THRU 2000-EXIT.
010720     PERFORM 3000-DAFTAR-TUNGGU THRU 3000-EXIT.
010800     CLOSE REPORT-OUT.
010900     MOVE WS-JML-BARIS TO WS-CAT-JML.
011000     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
011100         WS-CAT-JML.
011200     DISPLAY 'DAFTAR KELAS ' WS-JML-BARIS ' MAHASISWA DI '
011300         WS-RPT-NAMA.
011310     IF WS-JML-TUNGGU > ZERO
011320         DISPLAY 'DAFTAR TUNGGU ' WS-JML-TUNGGU ' MAHASISWA'
011330     END-IF.
011400     GO TO 9999-EXIT.
011500
011600*-----------------------------------------------------------------
011700 1000-SATU-KRS.
011800     READ KRS-FILE NEXT RECORD
011900         AT END MOVE 'Y' TO WS-EOF-SW
012000     END-READ.
012100     IF WS-EOF
012300     END-IF.
012400     IF KR-MK NOT = WS-MK-PILIH
012500             OR KR-TERM NOT = WS-TERM-PILIH
012550         MOVE 'Y' TO WS-EOF-SW
012600         GO TO 1000-EXIT
012700     END-IF.
012800     MOVE KR-NPM TO WS-D-NPM.
014400     ADD 1 TO WS-JML-BARIS.
014500 1000-EXIT.
014600     EXIT.
014610*-----------------------------------------------------------------
014620* Jumlah terdaftar dibanding kapasitas kuota.dat, di bawah daftar
014630* peserta.
014640*-----------------------------------------------------------------
014650 2000-KAPASITAS.
014660     MOVE SPACES TO REPORT-LINE.
014670     WRITE REPORT-LINE.
014680     MOVE SPACES TO REPORT-LINE.
014690     OPEN INPUT KUOTA-FILE.
014700     IF KU-FS = '00'
014710         MOVE WS-TERM-PILIH TO KU-TERM
014720         MOVE WS-MK-PILIH TO KU-MK
014730         READ KUOTA-FILE
014740             INVALID KEY MOVE ZERO TO KU-KAPASITAS
014750         END-READ
014760     ELSE
014770         MOVE ZERO TO KU-KAPASITAS
014780     END-IF.
014790     CLOSE KUOTA-FILE.
014800     IF KU-KAPASITAS = ZERO
014810         STRING 'TERDAFTAR ' WS-JML-BARIS
014820             ', KAPASITAS TANPA BATAS'
014830             DELIMITED BY SIZE INTO REPORT-LINE
014840     ELSE
014850         STRING 'TERDAFTAR ' WS-JML-BARIS ', KAPASITAS '
014860             KU-KAPASITAS DELIMITED BY SIZE INTO REPORT-LINE
014870     END-IF.
014880     WRITE REPORT-LINE.
014890 2000-EXIT.
014900     EXIT.
014910
014920*-----------------------------------------------------------------
014930* Daftar tunggu kelas ini (antri.dat, status M) menurut urutan
014940* permintaan, terpisah dari peserta terdaftar.
014950*-----------------------------------------------------------------
014960 3000-DAFTAR-TUNGGU.
014970     OPEN INPUT ANTRI-FILE.
014980     IF AN-FS NOT = '00'
014990         CLOSE ANTRI-FILE
015000         GO TO 3000-EXIT
015010     END-IF.
015020     MOVE SPACES TO REPORT-LINE.
015030     WRITE REPORT-LINE.
015040     MOVE 'DAFTAR TUNGGU' TO REPORT-LINE.
015050     WRITE REPORT-LINE.
015060     MOVE ' URUT  NPM       NAMA' TO REPORT-LINE.
015070     MOVE 'KELAS  TGL MINTA' TO REPORT-LINE(39:16).
015080     WRITE REPORT-LINE.
015090     MOVE WS-TERM-PILIH TO AN-TERM.
015100     MOVE WS-MK-PILIH TO AN-MK.
015110     MOVE ZERO TO AN-NO.
015120     START ANTRI-FILE KEY NOT < AN-KUNCI
015130         INVALID KEY MOVE 'Y' TO WS-AN-EOF-SW
015140     END-START.
015150     PERFORM 3100-SATU-TUNGGU THRU 3100-EXIT
015160         UNTIL WS-AN-EOF.
015170     CLOSE ANTRI-FILE.
015180     MOVE SPACES TO REPORT-LINE.
015190     WRITE REPORT-LINE.
015200     MOVE SPACES TO REPORT-LINE.
015210     STRING 'MENUNGGU ' WS-JML-TUNGGU DELIMITED BY SIZE
015220         INTO REPORT-LINE.
015230     WRITE REPORT-LINE.
015240 3000-EXIT.
015250     EXIT.
015260
015270 3100-SATU-TUNGGU.
015280     READ ANTRI-FILE NEXT RECORD
015290         AT END MOVE 'Y' TO WS-AN-EOF-SW
015300     END-READ.
015310     IF WS-AN-EOF
015320         GO TO 3100-EXIT
015330     END-IF.
015340     IF AN-TERM NOT = WS-TERM-PILIH OR AN-MK NOT = WS-MK-PILIH
015350         MOVE 'Y' TO WS-AN-EOF-SW
015360         GO TO 3100-EXIT
015370     END-IF.
015380     IF AN-STATUS NOT = 'M'
015390         GO TO 3100-EXIT
015400     END-IF.
015410     ADD 1 TO WS-JML-TUNGGU.
015420     MOVE WS-JML-TUNGGU TO WS-DT-NO.
015430     MOVE AN-NPM TO WS-DT-NPM.
015440     MOVE SPACES TO WS-DT-NAMA.
015450     MOVE SPACES TO WS-DT-KELAS.
015460     OPEN INPUT DEPT-MST.
015470     IF DP-FS = '00'
015480         MOVE AN-NPM TO DP-NPM
015490         READ DEPT-MST
015500             INVALID KEY CONTINUE
015510             NOT INVALID KEY
015520                 MOVE DP-NAMA TO WS-DT-NAMA
015530                 MOVE DP-KELAS TO WS-DT-KELAS
015540         END-READ
015550     END-IF.
015560     CLOSE DEPT-MST.
015570     MOVE AN-TGL-AJU TO WS-DT-TGL-AJU.
015580     MOVE WS-D-TUNGGU TO REPORT-LINE.
015590     WRITE REPORT-LINE.
015600 3100-EXIT.
015610     EXIT.
015700
015800*-----------------------------------------------------------------
015900 9999-EXIT.
016000     STOP RUN.
