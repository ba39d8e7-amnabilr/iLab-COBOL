000100*-----------------------------------------------------------------
000200* PNLSEL - SELECT clause for PIN-LOG (pinlog.dat), jejak tiap
000300*          sign-on kios MHS-INFO (berhasil maupun ditolak) dan
000400*          tiap penerbitan/reset PIN di loket PIN-MNT.
000500*-----------------------------------------------------------------
000600     SELECT PIN-LOG ASSIGN TO 'pinlog.dat'
000700     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS PL-FS.
