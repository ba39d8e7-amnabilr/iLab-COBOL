000800*           baris, barcode kartu CARD-PRN), tiap NPM dicek
000900*           terdaftar KRS di MK itu. Baris absensi.dat inilah bahan
001000*           laporan persentase ABS-RPT dan ambang 75 persen di
001100*           entri nilai. KRS dan absensi dicek lewat kunci
001110*           NPM + MK + term (+ tanggal), bukan disisir.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY ABSSEL.
002600     COPY KRSSEL.
002900     SELECT TERM-CTL ASSIGN TO 'term.dat'
003000     ORGANIZATION IS LINE SEQUENTIAL
003100     FILE STATUS IS TC-FS.
003400     FILE STATUS IS SC-FS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700     COPY ABSFD.
004600     COPY KRSFD.
005300 FD TERM-CTL.
005400 01 TC-LINE.
005500     02 TC-LABEL           PIC X(06).
007700 77 WS-NPM                 PIC X(8).
007800 77 WS-KRS-ADA-SW          PIC X.
007900     88 WS-KRS-ADA         VALUE 'Y'.
008110 77 WS-ABS-GANDA-SW        PIC X.
008120     88 WS-ABS-GANDA       VALUE 'Y'.
008200 77 WS-MODE                PIC X VALUE 'K'.
008300     88 WS-MODE-SCAN       VALUE 'S' 's'.
008400 77 WS-JML-HADIR           PIC 9(5) VALUE ZERO.
019840             ' DILEWATI'
019850         GO TO 4000-EXIT
019860     END-IF.
019900     OPEN I-O ABSEN-FILE.
020000     IF AB-FS = '35'
020010         OPEN OUTPUT ABSEN-FILE
020020         CLOSE ABSEN-FILE
020100         OPEN I-O ABSEN-FILE
020200     END-IF.
020300     MOVE SPACES TO ABSEN-RECORD.
020400     MOVE WS-MK TO AB-MK.
020500     MOVE WS-TERM TO AB-TERM.
020600     MOVE WS-TGL-TEMU TO AB-TGL.
020700     MOVE WS-NPM TO AB-NPM.
020800     WRITE ABSEN-RECORD
020810         INVALID KEY
020820             DISPLAY WS-NPM ' SUDAH TERCATAT HADIR PERTEMUAN'
020830                 ' INI, DILEWATI'
020840             CLOSE ABSEN-FILE
020850             GO TO 4000-EXIT
020860     END-WRITE.
020900     CLOSE ABSEN-FILE.
021000     ADD 1 TO WS-JML-HADIR.
021100 4000-EXIT.
021800         CLOSE KRS-FILE
021900         GO TO 4100-EXIT
022000     END-IF.
022100     MOVE SPACES TO KRS-RECORD.
022200     MOVE WS-NPM TO KR-NPM.
022300     MOVE WS-MK TO KR-MK.
022400     MOVE WS-TERM TO KR-TERM.
022500     READ KRS-FILE
022600         INVALID KEY MOVE 'N' TO WS-KRS-ADA-SW
022700         NOT INVALID KEY MOVE 'Y' TO WS-KRS-ADA-SW
022800     END-READ.
022900     CLOSE KRS-FILE.
023000 4100-EXIT.
023100     EXIT.
024010
024020 4200-CEK-GANDA.
024030     MOVE 'N' TO WS-ABS-GANDA-SW.
024060         CLOSE ABSEN-FILE
024070         GO TO 4200-EXIT
024080     END-IF.
024090     MOVE SPACES TO ABSEN-RECORD.
024091     MOVE WS-NPM TO AB-NPM.
024092     MOVE WS-MK TO AB-MK.
024093     MOVE WS-TERM TO AB-TERM.
024094     MOVE WS-TGL-TEMU TO AB-TGL.
024095     READ ABSEN-FILE
024096         NOT INVALID KEY MOVE 'Y' TO WS-ABS-GANDA-SW
024097     END-READ.
024098     CLOSE ABSEN-FILE.
024099 4200-EXIT.
024100     EXIT.
024111
024200*-----------------------------------------------------------------
024300 9999-EXIT.
