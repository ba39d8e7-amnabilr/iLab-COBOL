000100*-----------------------------------------------------------------
000200* PNLFD - FD and record layout for PIN-LOG (pinlog.dat).
000300*         PL-HASIL: MASUK = sign-on berhasil, SALAH = PIN salah,
000400*         KUNCI = salah ketiga yang mengunci, TOLAK = NPM
000500*         terkunci/tanpa PIN ditolak, GANTI = PIN diganti
000600*         mahasiswa, TERBIT/RESET = dari loket (PL-OPERATOR
000700*         terisi petugasnya), KELUAR = sesi kios ditutup.
000800*-----------------------------------------------------------------
000900 FD PIN-LOG.
001000 01 PIN-LOG-LINE.
001100     02 PL-NPM             PIC X(08).
001200     02 FILLER             PIC X(01).
001300     02 PL-TANGGAL         PIC 9(08).
001400     02 FILLER             PIC X(01).
001500     02 PL-JAM             PIC 9(06).
001600     02 FILLER             PIC X(01).
001700     02 PL-HASIL           PIC X(06).
001800     02 FILLER             PIC X(01).
001900     02 PL-OPERATOR        PIC X(08).
