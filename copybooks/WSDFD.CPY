000100*-----------------------------------------------------------------
000200* WSDFD - FD and record layout for WISUDA-FILE (wisuda.dat).
000300*         WD-PERIODE = periode wisuda YYYYN (N = wisuda ke-N tahun
000400*         itu). WD-STATUS: D = terdaftar (WSD-MNT), L = sudah
000500*         diluluskan WSD-RUN -- nomor ijazah/transkrip, IPK akhir
000600*         dan predikat terisi dan record tidak diubah lagi.
000700*-----------------------------------------------------------------
000800 FD WISUDA-FILE.
000900 01 WISUDA-RECORD.
001000     02 WD-NPM            PIC X(08).
001100     02 WD-PERIODE        PIC 9(05).
001200     02 WD-STATUS         PIC X(01).
001300     02 WD-TGL-DAFTAR     PIC 9(08).
001400     02 WD-PRODI          PIC X(20).
001500     02 WD-FAKULTAS       PIC X(20).
001600     02 WD-NO-IJAZAH      PIC X(20).
001700     02 WD-NO-TRANSKRIP   PIC X(20).
001800     02 WD-IPK            PIC 9V99.
001900     02 WD-PREDIKAT       PIC X(20).
002000     02 WD-SKS-LULUS      PIC 9(03).
002100     02 WD-TGL-LULUS      PIC 9(08).
002200     02 WD-OPERATOR       PIC X(08).
