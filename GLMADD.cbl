000500*           per jenis posting (PERSEDIA, PPNMASUK, HUTANG,
000600*           SELISIH) dengan kode akun yang dipakai bagian
000700*           akuntansi, supaya GL-EXT tidak perlu kompilasi ulang
000800*           kalau bagan akun berubah. Akun beban departemen untuk
000810*           BEBAN-DPT dipetakan dengan jenis = 8 huruf pertama
000820*           kode departemen; BEBANDPT adalah akun default untuk
000830*           departemen yang belum dipetakan.
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
