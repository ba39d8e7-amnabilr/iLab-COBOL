000100*-----------------------------------------------------------------
000200* KRSFD - FD and record layout for KRS-FILE (krs.dat). Pemisah
000300*         satu byte antar kolom dipertahankan dari layout line
000400*         sequential lama dan ikut menjadi bagian kunci, jadi
000500*         MOVE SPACES TO KRS-RECORD dulu sebelum kunci diisi.
000510*         File line sequential lama dipindah sekali lewat
000520*         AKD-KONV.
000530*         KR-STATUS: D = draft dari KRS-ENTRY, S = disetujui
000540*         dosen wali lewat KRS-APRV. Hanya baris S yang dinilai
000550*         dan ditagih.
000600*-----------------------------------------------------------------
000700 FD KRS-FILE.
000800 01 KRS-RECORD.
000900     02 KR-KUNCI.
001000         03 KR-NPM         PIC X(08).
001100         03 FILLER         PIC X(01).
001200         03 KR-MK-TERM.
001300             04 KR-MK      PIC X(06).
001400             04 FILLER     PIC X(01).
001500             04 KR-TERM    PIC 9(05).
001600     02 KR-STATUS          PIC X(01).
