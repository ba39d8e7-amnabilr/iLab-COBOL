000100*-----------------------------------------------------------------
000200* NDBFD - FD and record layout for NOTA-DEBET (notadb.dat).
000300*         NDB-NILAI = jumlah retur x harga PO. NDB-STATUS:
000400*         O = terbuka, P = sudah dipotong pada voucher
000500*         NDB-NO-VOUCHER tanggal NDB-TGL-POTONG.
000600*-----------------------------------------------------------------
000700 FD NOTA-DEBET.
000800 01 NOTA-DEBET-RECORD.
000900     02 NDB-NO             PIC 9(05).
001000     02 NDB-SUPPLIER       PIC X(13).
001100     02 NDB-NILAI          PIC 9(12)V9(03).
001200     02 NDB-TGL            PIC 9(08).
001300     02 NDB-STATUS         PIC X(01).
001400     02 NDB-NO-VOUCHER     PIC 9(05).
001500     02 NDB-TGL-POTONG     PIC 9(08).
