000100*-----------------------------------------------------------------
000200* ANGFD - FD and record layout for ANGGARAN-MST (anggaran.dat).
000300*         Satu record per departemen per tahun anggaran.
000400*         ANG-KOMIT = nilai permintaan yang sudah disetujui tetapi
000500*         belum diissue; ANG-REALISASI = nilai issue pada harga
000600*         rata-rata biaya.dat. ANG-AMBANG nol berarti tanpa batas
000700*         per permintaan (hanya pagu tahunan yang diperiksa).
000800*-----------------------------------------------------------------
000900 FD ANGGARAN-MST.
001000 01 ANGGARAN-RECORD.
001100     02 ANG-KUNCI.
001200         03 ANG-DEPT       PIC X(10).
001300         03 ANG-TAHUN      PIC 9(04).
001400     02 ANG-NAMA           PIC X(20).
001500     02 ANG-PAGU           PIC 9(11)V9(03).
001600     02 ANG-AMBANG         PIC 9(11)V9(03).
001700     02 ANG-KOMIT          PIC 9(11)V9(03).
001800     02 ANG-REALISASI      PIC 9(11)V9(03).
