000100*-----------------------------------------------------------------
000200* GNTFD - FD and record layout for REQ-GANTI (reqganti.dat).
000300*         GN-JML-ASAL satuan barang asal yang dianggap terpenuhi
000400*         (ditambahkan ke REQ-JML-ISSUE baris asal); GN-JML-GANTI
000500*         satuan barang pengganti yang benar-benar keluar dengan
000600*         mutasi 'K' (departemen di JR-REF). GN-NILAI jumlah
000700*         pengganti x harga rata-rata saat issue.
000800*-----------------------------------------------------------------
000900 FD REQ-GANTI.
001000 01 REQ-GANTI-LINE.
001100     02 GN-REQ-NO          PIC 9(05).
001200     02 FILLER             PIC X(01).
001300     02 GN-REQ-URUT        PIC 9(02).
001400     02 FILLER             PIC X(01).
001500     02 GN-DEPT            PIC X(10).
001600     02 FILLER             PIC X(01).
001700     02 GN-GUDANG          PIC 9(02).
001800     02 FILLER             PIC X(01).
001900     02 GN-KODE-ASAL       PIC X(05).
002000     02 FILLER             PIC X(01).
002100     02 GN-JML-ASAL        PIC 9(05).
002200     02 FILLER             PIC X(01).
002300     02 GN-KODE-GANTI      PIC X(05).
002400     02 FILLER             PIC X(01).
002500     02 GN-JML-GANTI       PIC 9(05).
002600     02 FILLER             PIC X(01).
002700     02 GN-TANGGAL         PIC 9(08).
002800     02 FILLER             PIC X(01).
002900     02 GN-NILAI           PIC 9(11)V9(03).
003000     02 FILLER             PIC X(01).
003100     02 GN-OPERATOR        PIC X(08).
