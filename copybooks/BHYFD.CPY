000100*-----------------------------------------------------------------
000200* BHYFD - FD and record layout for BAHAYA-MST (bahaya.dat).
000300*         BHY-KELAS kelas bahaya UN (mis. '3' cairan mudah
000400*         terbakar, '8' korosif, '51' oksidator), rata kiri;
000500*         dicocokkan dengan daftar BIN-KELAS-IZIN di binmst.dat.
000600*         BHY-MAKS-SIMPAN batas saldo stok.dat per gudang (nol =
000700*         tidak dibatasi).
000800*-----------------------------------------------------------------
000900 FD BAHAYA-MST.
001000 01 BAHAYA-RECORD.
001100     02 BHY-KODE-BRG       PIC X(05).
001200     02 BHY-KELAS          PIC X(02).
001300     02 BHY-SDS-REF        PIC X(20).
001400     02 BHY-MAKS-SIMPAN    PIC 9(05).
001500     02 BHY-TGL-UBAH       PIC 9(08).
001600     02 BHY-PENGUBAH       PIC X(08).
