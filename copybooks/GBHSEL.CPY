000100*-----------------------------------------------------------------
000200* GBHSEL - SELECT clause for GRADE-HIST (GBHIST.DAT), riwayat
000300*          nilai term yang sudah ditutup. Kunci sama dengan
000400*          GRADEBOOK.DAT: NPM + MK + TERM, alternatif MK + TERM.
000500*-----------------------------------------------------------------
000600     SELECT GRADE-HIST ASSIGN TO 'GBHIST.DAT'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS GH-KUNCI
001000     ALTERNATE RECORD KEY IS GH-MK-TERM WITH DUPLICATES
001100     FILE STATUS IS GH-FS.
