000300*         Satu record per baris permintaan; REQ-JML-ISSUE diisi
000400*         bertahap oleh posting issue STK-REQ sampai sama dengan
000500*         REQ-JUMLAH. REQ-STATUS: B = terbuka, S = selesai
000600*         (sudah diissue penuh), T = ditahan menunggu persetujuan
000610*         anggaran (ANG-APRV), X = ditolak karena anggaran.
000620*         REQ-JML-RETUR jumlah yang sudah dikembalikan
000630*         departemen (retur STK-REQ), tidak pernah melebihi
000640*         REQ-JML-ISSUE; pemakaian bersih baris adalah
000650*         REQ-JML-ISSUE - REQ-JML-RETUR. reqbrg.dat layout
000660*         43 byte dikonversi lewat MST-KONV.
000700*-----------------------------------------------------------------
000800 FD REQ-FILE.
000900 01 REQ-RECORD.
001700     02 REQ-JML-ISSUE      PIC 9(05).
001800     02 REQ-STATUS         PIC X(01).
001900     02 REQ-TGL            PIC 9(08).
001910     02 REQ-JML-RETUR      PIC 9(05).
