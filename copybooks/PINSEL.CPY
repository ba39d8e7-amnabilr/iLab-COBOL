000100*-----------------------------------------------------------------
000200* PINSEL - SELECT clause for PIN-MHS (pinmhs.dat), PIN pribadi
000300*          mahasiswa untuk kios informasi MHS-INFO. Diterbitkan
000400*          dan direset di loket registrar lewat PIN-MNT.
000500*-----------------------------------------------------------------
000600     SELECT PIN-MHS ASSIGN TO 'pinmhs.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS PN-NPM
001000     FILE STATUS IS PN-FS.
