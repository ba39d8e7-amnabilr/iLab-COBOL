000300*         DJ-ALASAN dari daftar tetap: E = salah entri,
000400*         D = tidak diteruskan (discontinued), W = dihapusbukukan
000500*         (written off).
000510*         DJ-PEMINTA adalah operator yang meminta penghapusan,
000520*         DJ-OPERATOR supervisor yang menjalankannya; baris
000530*         jurnal lama tanpa kolom ini terbaca spasi.
000600*-----------------------------------------------------------------
000700 FD HAPUS-JURNAL.
000800 01 HAPUS-JURNAL-RECORD.
002100     02 DJ-TGL-HAPUS           PIC 9(08).
002200     02 DJ-ALASAN              PIC X(01).
002300     02 DJ-OPERATOR            PIC X(08).
002400     02 DJ-PEMINTA             PIC X(08).
