000100*-----------------------------------------------------------------
000200* CTIFD - FD and record layout for CUTI-FILE (cuti.dat).
000300*         CT-STATUS: A = diajukan, S = disetujui, T = ditolak.
000400*         Cuti S pada sebuah term: KRS-ENTRY menolak pendaftaran,
000500*         BILL-GEN tidak menagih kuliah (hanya BIAYACUTI bila ada)
000600*         dan EVAL-DO tidak menghitung term itu sebagai kosong.
000700*-----------------------------------------------------------------
000800 FD CUTI-FILE.
000900 01 CUTI-RECORD.
001000     02 CT-KUNCI.
001100         03 CT-NPM         PIC X(08).
001200         03 CT-TERM        PIC 9(05).
001300     02 CT-STATUS          PIC X(01).
001400     02 CT-ALASAN          PIC X(40).
001500     02 CT-TGL-AJU         PIC 9(08).
001600     02 CT-TGL-PUTUS       PIC 9(08).
001700     02 CT-OPERATOR        PIC X(08).
