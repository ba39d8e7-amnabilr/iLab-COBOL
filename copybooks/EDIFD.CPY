000100*-----------------------------------------------------------------
000200* EDIFD - FD and record layout for EDOM-ISI (edomisi.dat). Satu
000300*         record per mahasiswa per kelas (term/MK/dosen) untuk
000400*         menolak jawaban kedua; tidak memuat nomor urut jawaban.
000500*-----------------------------------------------------------------
000600 FD EDOM-ISI.
000700 01 EDOM-ISI-RECORD.
000800     02 EI-KUNCI.
000900         03 EI-TERM        PIC 9(05).
001000         03 EI-MK          PIC X(06).
001100         03 EI-DS-ID       PIC X(08).
001200         03 EI-NPM         PIC X(08).
