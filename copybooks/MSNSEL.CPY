000100*-----------------------------------------------------------------
000200* MSNSEL - SELECT clause for MUSNAH-FILE (musnah.dat), berita
000300*          acara pemusnahan lot kadaluarsa/rusak: berkunci nomor
000400*          berita acara (musnctl.dat) + nomor urut baris;
000500*          diusulkan dan diputus supervisor lewat STK-MUSNAH.
000600*-----------------------------------------------------------------
000700     SELECT MUSNAH-FILE ASSIGN TO 'musnah.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS MS-KUNCI
001100     FILE STATUS IS MS-FS.
