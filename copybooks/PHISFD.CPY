000300*          PH-DISETUJUI diisi ID penyetuju kalau perubahan lewat
000400*          antrian persetujuan HRG-APRV; perubahan langsung yang
000500*          masih di bawah ambang persetujuan mengisinya spasi.
000510*          PH-OPERATOR adalah operator yang mengubah atau, untuk
000520*          perubahan lewat antrian, yang mengajukan permintaan.
000600*-----------------------------------------------------------------
000700 FD PRICE-HIST.
000800 01 PRICE-HIST-LINE.
