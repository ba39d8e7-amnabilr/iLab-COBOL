000100*-----------------------------------------------------------------
000200* ADLFD - FD and record layout for AUDLULUS-FILE (audlulus.dat).
000300*         Ditimpa tiap kali NPM diaudit GRAD-AUD. AL-HASIL: Y =
000400*         semua syarat kurikulum terpenuhi, N = belum.
000500*-----------------------------------------------------------------
000600 FD AUDLULUS-FILE.
000700 01 AUDLULUS-RECORD.
000800     02 AL-NPM            PIC X(08).
000900     02 AL-PRODI          PIC X(20).
001000     02 AL-TGL            PIC 9(08).
001100     02 AL-HASIL          PIC X(01).
001200     02 AL-SKS-LULUS      PIC 9(03).
