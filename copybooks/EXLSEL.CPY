000100*-----------------------------------------------------------------
000200* EXLSEL - SELECT clause for EXC-LOG (excqlog.dat), riwayat
000300*          penanganan antrian pengecualian excq.dat: tiap
000400*          penugasan, catatan, penutupan dan pembukaan kembali
000500*          dari EXC-MNT, atas nama operatornya.
000600*-----------------------------------------------------------------
000700     SELECT EXC-LOG ASSIGN TO 'excqlog.dat'
000800     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS EL-FS.
