010900     MOVE ZERO TO JR-JUMLAH.
011000     MOVE ZERO TO JR-SALDO.
011100     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
011110     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
011200     WRITE STOK-JURNAL-LINE.
011250     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
011300     CLOSE STOK-JURNAL.
011400 3000-EXIT.
011500     EXIT.
