000100*-----------------------------------------------------------------
000200* KUOFD - FD and record layout for KUOTA-FILE (kuota.dat).
000300*         Kursi terisi tidak disimpan: dihitung dari baris
000400*         krs.dat MK + term itu (draft maupun disetujui).
000500*-----------------------------------------------------------------
000600 FD KUOTA-FILE.
000700 01 KUOTA-RECORD.
000800     02 KU-KUNCI.
000900         03 KU-TERM        PIC 9(05).
001000         03 KU-MK          PIC X(06).
001100     02 KU-KAPASITAS       PIC 9(03).
001200     02 KU-TGL             PIC 9(08).
001300     02 KU-OPERATOR        PIC X(08).
