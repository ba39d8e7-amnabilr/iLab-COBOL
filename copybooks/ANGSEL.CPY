000100*-----------------------------------------------------------------
000200* ANGSEL - SELECT clause for ANGGARAN-MST (anggaran.dat), master
000300*          cost center: pagu anggaran tahunan per departemen dan
000400*          ambang persetujuan per permintaan, dipelihara ANG-MNT
000500*          dan dibebani komitmen/realisasi oleh STK-REQ.
000600*-----------------------------------------------------------------
000700     SELECT ANGGARAN-MST ASSIGN TO 'anggaran.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS ANG-KUNCI
001100     FILE STATUS IS ANG-FS.
