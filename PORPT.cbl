009700
009800*-----------------------------------------------------------------
009900 2000-PROSES.
010000     IF PO-JML-TERIMA < PO-JUMLAH AND PO-STATUS NOT = 'D'
010050             AND PO-STATUS NOT = 'M'
010100         ADD 1 TO WS-JML-TERBUKA
010200         COMPUTE WS-SISA = PO-JUMLAH - PO-JML-TERIMA
010300         MOVE PO-NO TO WS-D-NO
