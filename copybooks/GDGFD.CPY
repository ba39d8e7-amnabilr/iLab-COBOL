000600     02 GD-KODE            PIC 9(02).
000700     02 GD-NAMA            PIC X(20).
000800     02 GD-LOKASI          PIC X(20).
000900*    GD-KAMPUS: kode kampus pemilik gudang (campus.dat), 0 =
001000*    belum ditetapkan.
001100     02 GD-KAMPUS          PIC 9(01).
