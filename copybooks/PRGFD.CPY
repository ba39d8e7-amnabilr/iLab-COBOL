000100*-----------------------------------------------------------------
000200* PRGFD - FD and record layout for PRODI-MST (prodi.dat). Diisi
000300*         WSD-MNT. PS-NO-IJAZAH/PS-NO-TRANSKRIP = nomor terakhir
000400*         yang sudah dipakai WSD-RUN; hanya naik, tidak pernah
000500*         diisi tangan atau dinolkan.
000600*-----------------------------------------------------------------
000700 FD PRODI-MST.
000800 01 PRODI-RECORD.
000900     02 PS-PRODI          PIC X(20).
001000     02 PS-KODE           PIC X(04).
001100     02 PS-FAKULTAS       PIC X(20).
001200     02 PS-NO-IJAZAH      PIC 9(06).
001300     02 PS-NO-TRANSKRIP   PIC 9(06).
