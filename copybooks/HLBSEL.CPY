000100*-----------------------------------------------------------------
000200* HLBSEL - SELECT clause for HARI-LIBUR (harilibur.dat), master
000300*          hari tidak bekerja (libur nasional, cuti bersama, libur
000400*          kampus) dan hari kerja pengganti di akhir pekan. Dibaca
000500*          subprogram TGL-KERJA untuk semua hitungan hari dan hari
000600*          kerja, dirawat lewat KAL-LIBUR.
000700*-----------------------------------------------------------------
000800     SELECT HARI-LIBUR ASSIGN TO 'harilibur.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS HL-TANGGAL
001200     FILE STATUS IS HL-FS.
