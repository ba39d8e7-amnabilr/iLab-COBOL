000100*-----------------------------------------------------------------
000200* EXLFD - FD and record layout for EXC-LOG (excqlog.dat).
000300*         EL-AKSI: TUGAS = ditugaskan ke EL-TEKS(1:8), CATAT =
000400*         catatan, TUTUP = diselesaikan, BUKA = dibuka kembali.
000500*-----------------------------------------------------------------
000600 FD EXC-LOG.
000700 01 EXC-LOG-LINE.
000800     02 EL-NO              PIC 9(07).
000900     02 FILLER             PIC X(01).
001000     02 EL-TANGGAL         PIC 9(08).
001100     02 FILLER             PIC X(01).
001200     02 EL-JAM             PIC 9(06).
001300     02 FILLER             PIC X(01).
001400     02 EL-OPERATOR        PIC X(08).
001500     02 FILLER             PIC X(01).
001600     02 EL-AKSI            PIC X(05).
001700     02 FILLER             PIC X(01).
001800     02 EL-TEKS            PIC X(40).
