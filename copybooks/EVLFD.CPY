000100*-----------------------------------------------------------------
000200* EVLFD - FD and record layout for EVALDO-FILE (evaldo.dat).
000300*         Ditulis EVAL-DO sesudah dikonfirmasi registrar.
000400*         EV-HASIL: P = peringatan, D = drop out. EV-TETAP:
000500*         Y = status dept.dat sudah diubah ke N, T = drop out
000600*         tidak ditetapkan registrar, spasi untuk peringatan.
000700*-----------------------------------------------------------------
000800 FD EVALDO-FILE.
000900 01 EVALDO-RECORD.
001000     02 EV-KUNCI.
001100         03 EV-NPM         PIC X(08).
001200         03 EV-TERM        PIC 9(05).
001300     02 EV-HASIL           PIC X(01).
001400     02 EV-TETAP           PIC X(01).
001500     02 EV-IPK             PIC 9V99.
001600     02 EV-SKS-LULUS       PIC 9(03).
001700     02 EV-JML-TERM        PIC 9(02).
001800     02 EV-TERM-KOSONG     PIC 9(02).
001900     02 EV-TGL             PIC 9(08).
002000     02 EV-OPERATOR        PIC X(08).
