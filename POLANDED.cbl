014500         MOVE 'Y' TO WS-EOF-SW
014600         GO TO 1100-EXIT
014700     END-IF.
014710     IF PO-STATUS = 'D' OR PO-STATUS = 'M'
014720         GO TO 1100-EXIT
014730     END-IF.
014800     IF WS-JML-BARIS >= 99
014900         GO TO 1100-EXIT
015000     END-IF.
