000100*-----------------------------------------------------------------
000200* SSPSEL - SELECT clause for SUSPEN-LOG (suspen.dat), daftar
000300*          setoran virtual account yang tidak bisa dibukukan
000400*          otomatis (tagihan tidak ada/sudah lunas, setoran
000500*          melebihi sisa tagihan) untuk diselesaikan bendahara.
000600*-----------------------------------------------------------------
000700     SELECT SUSPEN-LOG ASSIGN TO 'suspen.dat'
000800     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS SU-FS.
