000100*-----------------------------------------------------------------
000200* RNGFD - FD and record layout for RUANG-MST (ruang.dat).
000300*         RG-STATUS: A = aktif, N = tidak dipakai lagi (jadwal
000400*         baru ke ruang N ditolak JDW-MNT).
000500*-----------------------------------------------------------------
000600 FD RUANG-MST.
000700 01 RUANG-RECORD.
000800     02 RG-KODE            PIC X(06).
000900     02 RG-NAMA            PIC X(20).
001000     02 RG-KAPASITAS       PIC 9(03).
001100     02 RG-STATUS          PIC X(01).
