025500     MOVE STK-SALDO TO JR-SALDO.
025600     MOVE WS-TGL-AWAL TO JR-TANGGAL.
025700     MOVE WS-HARGA-PAKAI TO JR-HARGA.
025710     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
025800     WRITE STOK-JURNAL-LINE.
025850     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
025900     ADD 1 TO WS-JML-SALDO.
026000 3100-EXIT.
026100     EXIT.
