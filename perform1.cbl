      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc -I copybooks
      *-----------------------------------------------------------------
      * Modification History:
      *   - NPM is now ACCEPTed alongside NILAI-MHS on each of the five
      *     term.dat does not exist yet). A term already closed off by
      *     TERM-END (a TUTUP line) refuses entry outright, so late
      *     entries cannot quietly change a finished term's results.
      *   - GRADEBOOK.DAT, GBHIST.DAT, krs.dat and absensi.dat are now
      *     indexed on NPM + course + term (shared GBKSEL/GBKFD,
      *     GBHSEL/GBHFD, KRSSEL/KRSFD, ABSSEL/ABSFD). The enrolment
      *     check is a single keyed READ, the repeat check and the
      *     attendance count START on their keys instead of reading
      *     the whole file, and a second score for the same NPM,
      *     course and term is refused instead of appended.
      *   - Only a KRS line approved by the student's academic
      *     advisor (KR-STATUS S, set by KRS-APRV) accepts a grade; a
      *     line still in draft is refused with its own message.
      *   - A course that has weighted assessment components for the
      *     term in bobot.dat is no longer graded here: its final
      *     score is computed from the component scores and posted
      *     by NIL-KMP, so a typed NILAI-MHS is refused for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GBKSEL.
           SELECT TERM-CTL ASSIGN TO 'term.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TC-FS.
           COPY KRSSEL.
           COPY ABSSEL.
           SELECT KALENDER-FILE ASSIGN TO 'kalender.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT OVERRIDE-LOG ASSIGN TO 'kaloverd.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OV-FS.
           COPY GBHSEL.
           COPY BBTSEL.
           SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY GBKFD.
       FD TERM-CTL.
       01 TC-LINE.
           02 TC-LABEL           PIC X(06).
           02 TC-TERM            PIC 9(05).
           COPY KRSFD.
           COPY ABSFD.
       FD KALENDER-FILE.
       01 KALENDER-RECORD.
           02 KAL-TERM           PIC 9(05).
           02 OV-TANGGAL         PIC 9(08).
           02 FILLER             PIC X(01).
           02 OV-JENIS           PIC X(10).
           COPY GBHFD.
           COPY BBTFD.
       FD AJAR-FILE.
       01 AJAR-RECORD.
           02 AJ-KUNCI.
       01 GH-FS PIC XX.
       01 KA-FS PIC XX.
       01 OV-FS PIC XX.
       01 BB-FS PIC XX.
       01 WS-KOMPONEN-SW PIC X.
           88 WS-KOMPONEN      VALUE 'Y'.
       01 WS-TGL-KINI PIC 9(8).
       01 WS-JENDELA-SW PIC X.
           88 WS-JENDELA-BUKA  VALUE 'Y'.
       01 WS-SP-KETEMU-SW PIC X.
       01 WS-KRS-ADA-SW PIC X.
           88 WS-KRS-ADA       VALUE 'Y'.
       01 WS-KRS-SETUJU-SW PIC X.
           88 WS-KRS-SETUJU    VALUE 'Y'.
       01 WS-MK PIC X(6).
       01 WS-MK-NAMA PIC X(25).
       01 WS-MK-SKS PIC 9.
               DISPLAY 'DI LUAR JENDELA ENTRI NILAI, ENTRI DITOLAK'
               STOP RUN
           END-IF.
           OPEN I-O GRADEBOOK.
           IF GB-FS = '35'
               OPEN OUTPUT GRADEBOOK
               CLOSE GRADEBOOK
               OPEN I-O GRADEBOOK
           END-IF.
           PERFORM TERIMA-NILAI THRU TERIMA-NILAI-EXIT 5 TIMES.
           CLOSE GRADEBOOK.
                   WS-MK ' TERM ' WS-TERM ', NILAI DITOLAK'
               GO TO TERIMA-NILAI-EXIT
           END-IF.
           IF NOT WS-KRS-SETUJU
               DISPLAY 'KRS ' WS-NPM ' DI ' WS-MK ' BELUM DISETUJUI'
                   ' DOSEN WALI, NILAI DITOLAK'
               GO TO TERIMA-NILAI-EXIT
           END-IF.
           PERFORM CEK-KOMPONEN THRU CEK-KOMPONEN-EXIT.
           IF WS-KOMPONEN
               DISPLAY 'MK ' WS-MK ' BERKOMPONEN DI bobot.dat, NILAI'
                   ' AKHIR DIPOSTING LEWAT NIL-KMP'
               GO TO TERIMA-NILAI-EXIT
           END-IF.
           PERFORM CEK-ULANG THRU CEK-ULANG-EXIT.
           PERFORM CEK-ABSEN THRU CEK-ABSEN-EXIT.
           IF WS-ABSEN-TOLAK
           MOVE WS-MK TO GB-MK.
           MOVE WS-TERM TO GB-TERM.
           MOVE NILAI-MHS TO GB-NILAI.
           WRITE GB-RECORD
               INVALID KEY
                   DISPLAY 'NILAI ' WS-NPM ' ' WS-MK ' TERM '
                       WS-TERM ' SUDAH ADA, DITOLAK'
                   SUBTRACT NILAI-MHS FROM WS-TOTAL-NILAI
           END-WRITE.
       TERIMA-NILAI-EXIT.
           EXIT.

               GO TO CEK-ULANG-EXIT
           END-IF.
           MOVE 'N' TO WS-GH-EOF-SW.
           MOVE SPACES TO GH-RECORD.
           MOVE WS-NPM TO GH-NPM.
           MOVE WS-MK TO GH-MK.
           MOVE ZERO TO GH-TERM.
           START GRADE-HIST KEY NOT < GH-KUNCI
               INVALID KEY MOVE 'Y' TO WS-GH-EOF-SW
           END-START.
           PERFORM CEK-ULANG-SATU THRU CEK-ULANG-SATU-EXIT
               UNTIL WS-GH-EOF OR WS-ULANG.
           CLOSE GRADE-HIST.
           EXIT.

       CEK-ULANG-SATU.
           READ GRADE-HIST NEXT RECORD
               AT END MOVE 'Y' TO WS-GH-EOF-SW
           END-READ.
           IF WS-GH-EOF
           END-IF.
           IF GH-NPM = WS-NPM AND GH-MK = WS-MK
               MOVE 'Y' TO WS-ULANG-SW
           ELSE
               MOVE 'Y' TO WS-GH-EOF-SW
           END-IF.
       CEK-ULANG-SATU-EXIT.
           EXIT.
               GO TO CEK-ABSEN-EXIT
           END-IF.
           MOVE 'N' TO WS-ABS-EOF-SW.
           MOVE SPACES TO ABSEN-RECORD.
           MOVE WS-MK TO AB-MK.
           MOVE WS-TERM TO AB-TERM.
           START ABSEN-FILE KEY = AB-MK-TERM
               INVALID KEY MOVE 'Y' TO WS-ABS-EOF-SW
           END-START.
           PERFORM CEK-ABSEN-SATU THRU CEK-ABSEN-SATU-EXIT
               UNTIL WS-ABS-EOF.
           CLOSE ABSEN-FILE.
           EXIT.

       CEK-ABSEN-SATU.
           READ ABSEN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ABS-EOF-SW
           END-READ.
           IF WS-ABS-EOF
               GO TO CEK-ABSEN-SATU-EXIT
           END-IF.
           IF AB-MK NOT = WS-MK OR AB-TERM NOT = WS-TERM
               MOVE 'Y' TO WS-ABS-EOF-SW
               GO TO CEK-ABSEN-SATU-EXIT
           END-IF.
           MOVE 'N' TO WS-ADA-TGL-SW.
       CEK-ABSEN-TGL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MK yang punya komponen penilaian term ini di bobot.dat dinilai
      * dari skor komponennya (NIL-KMP), bukan diketik di sini.
      *-----------------------------------------------------------------
       CEK-KOMPONEN.
           MOVE 'N' TO WS-KOMPONEN-SW.
           OPEN INPUT BOBOT-FILE.
           IF BB-FS NOT = '00'
               CLOSE BOBOT-FILE
               GO TO CEK-KOMPONEN-EXIT
           END-IF.
           MOVE WS-TERM TO BB-TERM.
           MOVE WS-MK TO BB-MK.
           MOVE LOW-VALUES TO BB-KODE.
           START BOBOT-FILE KEY NOT < BB-KUNCI
               INVALID KEY
                   CLOSE BOBOT-FILE
                   GO TO CEK-KOMPONEN-EXIT
           END-START.
           READ BOBOT-FILE NEXT RECORD
               NOT AT END
                   IF BB-TERM = WS-TERM AND BB-MK = WS-MK
                       MOVE 'Y' TO WS-KOMPONEN-SW
                   END-IF
           END-READ.
           CLOSE BOBOT-FILE.
       CEK-KOMPONEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Nilai hanya untuk pasangan NPM/MK yang terdaftar KRS pada
      * term berjalan (krs.dat dari KRS-ENTRY) dan sudah disetujui
      * dosen wali.
      *-----------------------------------------------------------------
       CEK-KRS.
           MOVE 'N' TO WS-KRS-ADA-SW.
           MOVE 'N' TO WS-KRS-SETUJU-SW.
           OPEN INPUT KRS-FILE.
           IF KR-FS NOT = '00'
               DISPLAY 'krs.dat BELUM ADA, PENDAFTARAN TIDAK BISA'
               CLOSE KRS-FILE
               GO TO CEK-KRS-EXIT
           END-IF.
           MOVE SPACES TO KRS-RECORD.
           MOVE WS-NPM TO KR-NPM.
           MOVE WS-MK TO KR-MK.
           MOVE WS-TERM TO KR-TERM.
           READ KRS-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KRS-ADA-SW
                   IF KR-STATUS = 'S'
                       MOVE 'Y' TO WS-KRS-SETUJU-SW
                   END-IF
           END-READ.
           CLOSE KRS-FILE.
       CEK-KRS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
