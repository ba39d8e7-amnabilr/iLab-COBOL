000100*-----------------------------------------------------------------
000200* GBHFD - FD and record layout for GRADE-HIST (GBHIST.DAT),
000300*         sama dengan GBKFD.
000310*         File line sequential lama dipindah sekali lewat
000320*         AKD-KONV.
000400*-----------------------------------------------------------------
000500 FD GRADE-HIST.
000600 01 GH-RECORD.
000700     02 GH-KUNCI.
000800         03 GH-NPM         PIC X(08).
000900         03 FILLER         PIC X(01).
001000         03 GH-MK-TERM.
001100             04 GH-MK      PIC X(06).
001200             04 FILLER     PIC X(01).
001300             04 GH-TERM    PIC 9(05).
001400     02 FILLER             PIC X(01).
001500     02 GH-NILAI           PIC 999.
001600     02 FILLER             PIC X(01).
001700     02 GH-HURUF           PIC X(01).
001800     02 FILLER             PIC X(01).
001900     02 GH-KETERANGAN      PIC X(35).
