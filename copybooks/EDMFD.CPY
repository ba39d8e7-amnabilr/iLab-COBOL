000100*-----------------------------------------------------------------
000200* EDMFD - FD and record layout for EDOM-FILE (edom.dat). Diisi
000300*         EDOM-ENT. ED-PRODI = prodi mahasiswa penjawab (dept.dat)
000400*         untuk rekap per prodi; ED-SKOR 1-5 per pertanyaan.
000500*-----------------------------------------------------------------
000600 FD EDOM-FILE.
000700 01 EDOM-RECORD.
000800     02 ED-KUNCI.
000900         03 ED-TERM        PIC 9(05).
001000         03 ED-MK          PIC X(06).
001100         03 ED-DS-ID       PIC X(08).
001200         03 ED-URUT        PIC 9(05).
001300     02 ED-PRODI           PIC X(20).
001400     02 ED-SKOR            PIC 9(01) OCCURS 10 TIMES.
