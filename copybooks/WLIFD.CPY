000100*-----------------------------------------------------------------
000200* WLIFD - FD and record layout for WALI-FILE (wali.dat). Diisi
000300*         DSN-MNT (pilihan W); WL-DS-ID = DS-ID dosen.dat = ID
000400*         operator, dipakai KRS-APRV untuk persetujuan KRS.
000500*         WL-TGL = tanggal penetapan wali (YYYYMMDD).
000600*-----------------------------------------------------------------
000700 FD WALI-FILE.
000800 01 WALI-RECORD.
000900     02 WL-NPM             PIC X(08).
001000     02 WL-DS-ID           PIC X(08).
001100     02 WL-TGL             PIC 9(08).
