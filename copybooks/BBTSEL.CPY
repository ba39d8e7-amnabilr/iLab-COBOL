000100*-----------------------------------------------------------------
000200* BBTSEL - SELECT clause for BOBOT-FILE (bobot.dat), komponen
000300*          penilaian per MK per term dan bobotnya (NIL-KMP).
000400*          MK tanpa record di sini dinilai langsung di contoh1.
000500*-----------------------------------------------------------------
000600     SELECT BOBOT-FILE ASSIGN TO 'bobot.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS BB-KUNCI
001000     FILE STATUS IS BB-FS.
