000100*-----------------------------------------------------------------
000200* KSIFD - FD and record layout for KURSI-FILE (kursi.dat). Diisi
000300*         ulang UJN-MNT setiap jadwal term/jenis diterbitkan.
000400*-----------------------------------------------------------------
000500 FD KURSI-FILE.
000600 01 KURSI-RECORD.
000700     02 KS-KUNCI.
000800         03 KS-TERM        PIC 9(05).
000900         03 KS-JENIS       PIC X(01).
001000         03 KS-NPM         PIC X(08).
001100         03 KS-MK          PIC X(06).
001200     02 KS-TANGGAL         PIC 9(08).
001300     02 KS-SESI            PIC 9(01).
001400     02 KS-RUANG           PIC X(06).
001500     02 KS-NO-KURSI        PIC 9(03).
