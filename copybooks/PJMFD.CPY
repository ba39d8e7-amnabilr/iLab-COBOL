000100*-----------------------------------------------------------------
000200* PJMFD - FD and record layout for PINJAM-FILE (pinjam.dat).
000300*         PJ-STATUS: P = masih dipinjam, K = sudah kembali.
000400*         Pinjaman P yang PJ-TGL-TEMPO nya sudah lewat menahan
000500*         KRS-ENTRY dan TRANS-RPT seperti tunggakan kuliah.
000600*-----------------------------------------------------------------
000700 FD PINJAM-FILE.
000800 01 PINJAM-RECORD.
000900     02 PJ-KUNCI.
001000         03 PJ-NPM         PIC X(08).
001100         03 PJ-NO          PIC 9(06).
001200     02 PJ-KODE-BRG        PIC X(05).
001300     02 PJ-TGL-PINJAM      PIC 9(08).
001400     02 PJ-TGL-TEMPO       PIC 9(08).
001500     02 PJ-TGL-KEMBALI     PIC 9(08).
001600     02 PJ-STATUS          PIC X(01).
001700     02 PJ-OPERATOR        PIC X(08).
