000100*-----------------------------------------------------------------
000200* ABSSEL - SELECT clause for ABSEN-FILE (absensi.dat), satu
000300*          record per kehadiran. Kunci utama NPM + MK + TERM +
000400*          tanggal pertemuan (kartu yang terscan dua kali untuk
000500*          pertemuan yang sama ditolak sebagai kunci ganda);
000600*          kunci alternatif MK + TERM (ganda) untuk rekap kelas.
000700*-----------------------------------------------------------------
000800     SELECT ABSEN-FILE ASSIGN TO 'absensi.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS AB-KUNCI
001200     ALTERNATE RECORD KEY IS AB-MK-TERM WITH DUPLICATES
001300     FILE STATUS IS AB-FS.
