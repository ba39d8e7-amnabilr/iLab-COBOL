000100*-----------------------------------------------------------------
000200* BSWFD - FD and record layout for BEASISWA-MST (beasiswa.dat).
000300*         BS-JENIS: N = potongan nominal rupiah per term (BS-NILAI
000400*         rupiah), P = persen tagihan term (BS-NILAI 1-100).
000500*         BS-IPK-MIN berlaku untuk pemberian (IPK) maupun
000600*         pencabutan (IPS term terakhir); BS-KUOTA = jumlah
000700*         penerima aktif maksimum. BS-STATUS: A = aktif,
000800*         N = tidak menerima penerima baru.
000900*-----------------------------------------------------------------
001000 FD BEASISWA-MST.
001100 01 BEASISWA-RECORD.
001200     02 BS-SKEMA           PIC X(06).
001300     02 BS-NAMA            PIC X(20).
001400     02 BS-JENIS           PIC X(01).
001500     02 BS-NILAI           PIC 9(09).
001600     02 BS-IPK-MIN         PIC 9V99.
001700     02 BS-KUOTA           PIC 9(04).
001800     02 BS-STATUS          PIC X(01).
