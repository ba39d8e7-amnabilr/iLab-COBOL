000100*-----------------------------------------------------------------
000200* BHYSEL - SELECT clause for BAHAYA-MST (bahaya.dat), register
000300*          bahan berbahaya (B3): kelas bahaya UN, nomor lembar
000400*          data keselamatan (SDS) dan batas simpan per gudang
000500*          untuk KODE-BRG yang berbahaya. Dipelihara lewat
000600*          BHY-MNT, dibaca putaway BIN-LOC.
000700*-----------------------------------------------------------------
000800     SELECT BAHAYA-MST ASSIGN TO 'bahaya.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS BHY-KODE-BRG
001200     FILE STATUS IS BHY-FS.
