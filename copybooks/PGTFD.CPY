000100*-----------------------------------------------------------------
000200* PGTFD - FD and record layout for PENGGANTI-MST (pengganti.dat).
000300*         PG-URUT adalah urutan preferensi (1 = pilihan pertama)
000400*         untuk barang asal PG-KODE-BRG. PG-FAKTOR jumlah satuan
000500*         PG-KODE-GANTI yang menggantikan satu satuan barang
000600*         asal (ukuran kemasan berbeda); jumlah pengganti
000700*         dibulatkan ke atas.
000800*-----------------------------------------------------------------
000900 FD PENGGANTI-MST.
001000 01 PENGGANTI-RECORD.
001100     02 PG-KUNCI.
001200         03 PG-KODE-BRG    PIC X(05).
001300         03 PG-URUT        PIC 9(02).
001400     02 PG-KODE-GANTI      PIC X(05).
001500     02 PG-FAKTOR          PIC 9(03)V9(03).
