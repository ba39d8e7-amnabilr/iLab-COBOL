000100*-----------------------------------------------------------------
000200* BSRSEL - SELECT clause for BRG-SERI-MST (brgseri.dat), daftar
000300*          KODE-BRG yang dilacak per unit dengan nomor seri
000400*          (laptop, proyektor, alat ukur) beserta masa garansi
000500*          supplier. Barang yang tidak ada di sini tidak berseri.
000600*          Dipelihara lewat SERI-MNT, dibaca SERI-UPD.
000700*-----------------------------------------------------------------
000800     SELECT BRG-SERI-MST ASSIGN TO 'brgseri.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS BSR-KODE-BRG
001200     FILE STATUS IS BSR-FS.
