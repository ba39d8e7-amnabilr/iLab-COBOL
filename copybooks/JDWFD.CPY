000100*-----------------------------------------------------------------
000200* JDWFD - FD and record layout for JADWAL-FILE (jadwal.dat).
000300*         JD-HARI 1 = Senin s/d 7 = Minggu. Jam dalam HHMM;
000400*         pertemuan menempati JD-JAM-MULAI sampai sebelum
000500*         JD-JAM-SELESAI, jadi kelas 0800-1000 dan 1000-1200
000600*         tidak bentrok. JD-DS-ID harus tercatat mengampu MK
000700*         itu di ajar.dat untuk term yang sama.
000800*-----------------------------------------------------------------
000900 FD JADWAL-FILE.
001000 01 JADWAL-RECORD.
001100     02 JD-KUNCI.
001200         03 JD-TERM        PIC 9(05).
001300         03 JD-MK          PIC X(06).
001400         03 JD-SESI        PIC 9(01).
001500     02 JD-HARI            PIC 9(01).
001600     02 JD-JAM-MULAI       PIC 9(04).
001700     02 JD-JAM-SELESAI     PIC 9(04).
001800     02 JD-RUANG           PIC X(06).
001900     02 JD-DS-ID           PIC X(08).
