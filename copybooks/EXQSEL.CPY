000100*-----------------------------------------------------------------
000200* EXQSEL - SELECT clause for EXC-QUEUE (excq.dat), antrian
000300*          pengecualian bersama semua laporan pengecualian batch
000400*          (STK-SCN, STK-TRF, FKT-MATCH, PROGRAM-MERGE, BRG-BATCH,
000500*          unstring1). Ditulis lewat subprogram EXC-ADD, ditangani
000600*          di EXC-MNT. Kunci alternatif sumber + kunci (ganda)
000700*          untuk mengenali pengecualian yang sama yang berulang.
000800*-----------------------------------------------------------------
000900     SELECT EXC-QUEUE ASSIGN TO 'excq.dat'
001000     ORGANIZATION IS INDEXED
001100     ACCESS MODE IS DYNAMIC
001200     RECORD KEY IS EQ-NO
001300     ALTERNATE RECORD KEY IS EQ-SUMBER-KUNCI WITH DUPLICATES
001400     FILE STATUS IS EQ-FS.
