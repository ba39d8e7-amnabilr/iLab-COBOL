      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc -I copybooks
      *-----------------------------------------------------------------
      * Modification History:
      *   - Added a batch mode that reads a file of NILAI values and
      *     tallies, so lecturers get the class distribution from the
      *     data already stored instead of retyping scores into a
      *     side file.
      *   - GRADEBOOK.DAT and GBHIST.DAT are indexed files now; their
      *     SELECT/FD come from the shared GBKSEL/GBKFD and GBHSEL/GBHFD
      *     copybooks and gradebook mode reads them with READ NEXT.
      *   - When a course code is given, gradebook mode STARTs both
      *     files on the MK + term alternate key and stops at the
      *     first record of another course (or another term, when a
      *     term is given too), so only that course's records are
      *     read; the full scan is kept for the all-courses case.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT SUMMARY-FILE ASSIGN TO 'NILAISUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SF-FS.
           COPY GBKSEL.
           COPY GBHSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       01 SUM-RECORD.
           02 SUM-LABEL  PIC X(20).
           02 SUM-COUNT  PIC ZZZZ9.
           COPY GBKFD.
           COPY GBHFD.

       WORKING-STORAGE SECTION.
       01 NILAI PIC S9(5).
           OPEN INPUT GRADEBOOK.
           IF GB-FS = '00'
               MOVE 'N' TO WS-EOF-SW
               IF WS-MK-SARING NOT = SPACES
                   MOVE SPACES TO GB-RECORD
                   MOVE WS-MK-SARING TO GB-MK
                   MOVE WS-TERM-SARING TO GB-TERM
                   START GRADEBOOK KEY NOT < GB-MK-TERM
                       INVALID KEY MOVE 'Y' TO WS-EOF-SW
                   END-START
               END-IF
               PERFORM 6100-BACA-GRADEBOOK THRU 6100-EXIT
                   UNTIL WS-EOF
               CLOSE GRADEBOOK
           OPEN INPUT GRADE-HIST.
           IF GH-FS = '00'
               MOVE 'N' TO WS-EOF-SW
               IF WS-MK-SARING NOT = SPACES
                   MOVE SPACES TO GH-RECORD
                   MOVE WS-MK-SARING TO GH-MK
                   MOVE WS-TERM-SARING TO GH-TERM
                   START GRADE-HIST KEY NOT < GH-MK-TERM
                       INVALID KEY MOVE 'Y' TO WS-EOF-SW
                   END-START
               END-IF
               PERFORM 6200-BACA-HIST THRU 6200-EXIT
                   UNTIL WS-EOF
               CLOSE GRADE-HIST
           EXIT.

       6100-BACA-GRADEBOOK.
           READ GRADEBOOK NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF
               GO TO 6100-EXIT
           END-IF.
           IF WS-MK-SARING NOT = SPACES
               IF GB-MK NOT = WS-MK-SARING
                   OR (WS-TERM-SARING NOT = ZERO
                       AND GB-TERM NOT = WS-TERM-SARING)
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           PERFORM 6300-SARING-KLASIFIKASI THRU 6300-EXIT.
       6100-EXIT.
           EXIT.

       6200-BACA-HIST.
           READ GRADE-HIST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-EOF
               GO TO 6200-EXIT
           END-IF.
           IF WS-MK-SARING NOT = SPACES
               IF GH-MK NOT = WS-MK-SARING
                   OR (WS-TERM-SARING NOT = ZERO
                       AND GH-TERM NOT = WS-TERM-SARING)
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 6200-EXIT
               END-IF
           END-IF.
           MOVE GH-RECORD TO GB-RECORD.
           PERFORM 6300-SARING-KLASIFIKASI THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

