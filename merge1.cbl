      *     and continues past, RETURN-CODE 2), instead of signalling
      *     both with the same value, so a CALLing driver can tell the
      *     two conditions apart and only abort on the former.
      *   - Every NPM routed to EXCEPT-FILE as a duplicate is now also
      *     CALLed into the shared EXC-ADD exception queue (excq.dat),
      *     keyed by NPM, so someone is assigned to resolve it rather
      *     than the file being read only when a report looks wrong.
      *     The second member of a group just bumps the open item's
      *     occurrence count.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WS-CNT-TULIS PIC 9(7) VALUE ZERO.
       01 WS-JA-PROGRAM PIC X(13) VALUE 'PROGRAM-MERGE'.
       01 WS-JA-EVENT PIC X(07).
       01 WS-EXC-KUNCI PIC X(20).
       01 WS-EXC-ALASAN PIC X(40)
           VALUE 'NPM GANDA ANTAR ROSTER (EXCEPT-FILE)'.
       01 WS-NPM-CHECK PIC X(8).
       01 WS-NPM-EXPAND PIC 9(8).
       01 WS-NPM-VALID-SW PIC X.
               MOVE WS-PEND-KAMPUS TO KAMPUS-MAHASISWA-EX
               WRITE DATA-MHS-EXCEPT
               ADD 1 TO WS-CNT-TULIS
               MOVE SPACES TO WS-EXC-KUNCI
               MOVE WS-PEND-NPM TO WS-EXC-KUNCI(1:5)
               CALL 'EXC-ADD' USING WS-JA-PROGRAM, WS-EXC-KUNCI,
                   WS-EXC-ALASAN
           ELSE
               MOVE WS-PEND-NPM TO NPM-MAHASISWA
               MOVE WS-PEND-NAMA TO NAMA-MAHASISWA
