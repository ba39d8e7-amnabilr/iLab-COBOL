000700*           hadirnya, dan persentasenya dicetak dengan tanda bagi
000800*           yang di bawah ambang 75 persen (parameter ABSENMIN
000900*           sysparm.dat) -- register kertas musim banding tidak
001000*           lengkap, file ini iya. Kedua file dibaca lewat
001010*           kunci (MK + TERM, lalu NPM + MK + TERM), bukan
001020*           disisir dari awal untuk tiap mahasiswa.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY ABSSEL.
002500     COPY KRSSEL.
002800     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002900     ORGANIZATION IS LINE SEQUENTIAL
003000     FILE STATUS IS RS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY ABSFD.
004200     COPY KRSFD.
004900 FD REPORT-OUT.
005000 01 REPORT-LINE            PIC X(70).
005100
006000 77 WS-CAT-JML             PIC 9(7).
006100 77 WS-EOF-SW              PIC X VALUE 'N'.
006200     88 WS-EOF             VALUE 'Y'.
006210 77 WS-AB-EOF-SW           PIC X VALUE 'N'.
006220     88 WS-AB-EOF          VALUE 'Y'.
006300 77 WS-MK-PILIH            PIC X(6).
006400 77 WS-TERM-PILIH          PIC 9(5).
006500 77 WS-JML-TEMU            PIC 9(3) VALUE ZERO.
012900     OPEN INPUT KRS-FILE.
013000     IF KR-FS = '00'
013100         MOVE 'N' TO WS-EOF-SW
013110         MOVE SPACES TO KRS-RECORD
013120         MOVE WS-MK-PILIH TO KR-MK
013130         MOVE WS-TERM-PILIH TO KR-TERM
013140         START KRS-FILE KEY = KR-MK-TERM
013150             INVALID KEY MOVE 'Y' TO WS-EOF-SW
013160         END-START
013200         PERFORM 2000-SATU-MAHASISWA THRU 2000-EXIT
013300             UNTIL WS-EOF
013400     END-IF.
015200         GO TO 1000-EXIT
015300     END-IF.
015400     MOVE 'N' TO WS-EOF-SW.
015410     MOVE SPACES TO ABSEN-RECORD.
015420     MOVE WS-MK-PILIH TO AB-MK.
015430     MOVE WS-TERM-PILIH TO AB-TERM.
015440     START ABSEN-FILE KEY = AB-MK-TERM
015450         INVALID KEY MOVE 'Y' TO WS-EOF-SW
015460     END-START.
015500     PERFORM 1100-SATU-ABSEN THRU 1100-EXIT
015600         UNTIL WS-EOF.
015700     CLOSE ABSEN-FILE.
015900     EXIT.
016000
016100 1100-SATU-ABSEN.
016200     READ ABSEN-FILE NEXT RECORD
016300         AT END MOVE 'Y' TO WS-EOF-SW
016400     END-READ.
016500     IF WS-EOF
016700     END-IF.
016800     IF AB-MK NOT = WS-MK-PILIH
016900             OR AB-TERM NOT = WS-TERM-PILIH
016950         MOVE 'Y' TO WS-EOF-SW
017000         GO TO 1100-EXIT
017100     END-IF.
017200     MOVE 'N' TO WS-ADA-TGL-SW.
019200* absensi.dat dan persentasenya dibandingkan ambang.
019300*-----------------------------------------------------------------
019400 2000-SATU-MAHASISWA.
019500     READ KRS-FILE NEXT RECORD
019600         AT END MOVE 'Y' TO WS-EOF-SW
019700     END-READ.
019800     IF WS-EOF
020000     END-IF.
020100     IF KR-MK NOT = WS-MK-PILIH
020200             OR KR-TERM NOT = WS-TERM-PILIH
020250         MOVE 'Y' TO WS-EOF-SW
020300         GO TO 2000-EXIT
020400     END-IF.
020500     PERFORM 2100-HITUNG-HADIR THRU 2100-EXIT.
022700         CLOSE ABSEN-FILE
022800         GO TO 2100-EXIT
022900     END-IF.
022910     MOVE 'N' TO WS-AB-EOF-SW.
022920     MOVE SPACES TO ABSEN-RECORD.
022930     MOVE KR-NPM TO AB-NPM.
022940     MOVE WS-MK-PILIH TO AB-MK.
022950     MOVE WS-TERM-PILIH TO AB-TERM.
022960     MOVE ZERO TO AB-TGL.
022970     START ABSEN-FILE KEY NOT < AB-KUNCI
022980         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
022990     END-START.
023000     PERFORM 2150-SATU-HADIR THRU 2150-EXIT
023100         UNTIL WS-AB-EOF.
023200     CLOSE ABSEN-FILE.
023300 2100-EXIT.
023400     EXIT.
023500
023600 2150-SATU-HADIR.
023700     READ ABSEN-FILE NEXT RECORD
023800         AT END MOVE 'Y' TO WS-AB-EOF-SW
023900     END-READ.
024000     IF WS-AB-EOF
024100         GO TO 2150-EXIT
024200     END-IF.
024300     IF AB-NPM NOT = KR-NPM OR AB-MK NOT = WS-MK-PILIH
024400             OR AB-TERM NOT = WS-TERM-PILIH
024450         MOVE 'Y' TO WS-AB-EOF-SW
024460         GO TO 2150-EXIT
024470     END-IF.
024500     ADD 1 TO WS-JML-HADIR.
024700 2150-EXIT.
024800     EXIT.
024900
