000100*-----------------------------------------------------------------
000200* SJRSEL - SELECT clause for SERI-JURNAL (serijrnl.dat), riwayat
000300*          mutasi per unit barang berseri; satu baris tiap kali
000400*          SERI-UPD memindahkan satu nomor seri. Dibaca SERI-MNT
000500*          untuk riwayat lengkap satu unit.
000600*-----------------------------------------------------------------
000700     SELECT SERI-JURNAL ASSIGN TO 'serijrnl.dat'
000800     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS SJ-FS.
