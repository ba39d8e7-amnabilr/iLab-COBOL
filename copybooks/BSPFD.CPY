000100*-----------------------------------------------------------------
000200* BSPFD - FD and record layout for PENERIMA-BSW (bsterima.dat).
000300*         Dibuat dan dicabut oleh BSW-RUN. BP-STATUS: A = aktif
000400*         (dikreditkan BILL-GEN tiap term mulai BP-TERM-AWAL),
000500*         C = dicabut pada BP-TERM-CABUT dengan BP-IPS-CABUT
000600*         (spasi/nol bila dicabut karena status mahasiswa).
000700*         BP-TOTAL = jumlah potongan yang sudah dikreditkan.
000800*         Satu mahasiswa paling banyak satu beasiswa aktif.
000900*-----------------------------------------------------------------
001000 FD PENERIMA-BSW.
001100 01 PENERIMA-RECORD.
001200     02 BP-KUNCI.
001300         03 BP-NPM         PIC X(08).
001400         03 BP-SKEMA       PIC X(06).
001500     02 BP-TERM-AWAL       PIC 9(05).
001600     02 BP-IPK-AWAL        PIC 9V99.
001700     02 BP-STATUS          PIC X(01).
001800     02 BP-TERM-CABUT      PIC 9(05).
001900     02 BP-IPS-CABUT       PIC 9V99.
002000     02 BP-TOTAL           PIC 9(11).
