000100*-----------------------------------------------------------------
000200* ABSFD - FD and record layout for ABSEN-FILE (absensi.dat).
000300*         NPM dipindah ke depan (layout line sequential lama:
000400*         MK, TERM, TGL, NPM) supaya kunci urut NPM + MK + TERM.
000500*         Pemisah satu byte ikut menjadi bagian kunci: MOVE
000600*         SPACES TO ABSEN-RECORD dulu sebelum kunci diisi.
000610*         File line sequential lama dipindah sekali lewat
000620*         AKD-KONV.
000700*-----------------------------------------------------------------
000800 FD ABSEN-FILE.
000900 01 ABSEN-RECORD.
001000     02 AB-KUNCI.
001100         03 AB-NPM         PIC X(08).
001200         03 FILLER         PIC X(01).
001300         03 AB-MK-TERM.
001400             04 AB-MK      PIC X(06).
001500             04 FILLER     PIC X(01).
001600             04 AB-TERM    PIC 9(05).
001700         03 FILLER         PIC X(01).
001800         03 AB-TGL         PIC 9(08).
