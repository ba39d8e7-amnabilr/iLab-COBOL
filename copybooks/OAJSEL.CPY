000100*-----------------------------------------------------------------
000200* OAJSEL - SELECT clause for OPNAME-APRV-JURNAL (opnaprvj.dat),
000300*          log keputusan OPN-APRV atas selisih opname yang
000400*          diparkir: satu baris per keputusan setuju/tolak,
000500*          lengkap dengan peminta dan penyetujunya.
000600*-----------------------------------------------------------------
000700     SELECT OPNAME-APRV-JURNAL ASSIGN TO 'opnaprvj.dat'
000800     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS OJ-FS.
