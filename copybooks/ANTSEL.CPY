000100*-----------------------------------------------------------------
000200* ANTSEL - SELECT clause for ANTRI-FILE (antri.dat), daftar
000300*          tunggu kelas penuh. Kunci TERM + MK + nomor urut
000400*          permintaan, jadi START pada TERM + MK membaca antrean
000500*          satu kelas dalam urutan datang.
000600*-----------------------------------------------------------------
000700     SELECT ANTRI-FILE ASSIGN TO 'antri.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS AN-KUNCI
001100     FILE STATUS IS AN-FS.
