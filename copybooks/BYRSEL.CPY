000100*-----------------------------------------------------------------
000200* BYRSEL - SELECT clause for BAYAR-LOG (bayar.dat), jurnal
000300*          pembayaran kuliah yang dibukukan dari rekening koran
000400*          virtual account, lengkap dengan referensi bank.
000500*-----------------------------------------------------------------
000600     SELECT BAYAR-LOG ASSIGN TO 'bayar.dat'
000700     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS BY-FS.
