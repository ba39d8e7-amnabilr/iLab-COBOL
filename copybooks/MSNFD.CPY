000100*-----------------------------------------------------------------
000200* MSNFD - FD and record layout for MUSNAH-FILE (musnah.dat).
000300*         Satu record per lot dalam satu berita acara. MS-ALASAN:
000400*         K = kadaluarsa, R = rusak. MS-STATUS: U = diusulkan,
000500*         S = disetujui dan sudah dibukukan (lotbrg.dat, stok.dat,
000600*         jurnal jenis D), T = ditolak. MS-HARGA adalah nilai
000700*         satuan saat diusulkan (harga rata-rata biaya.dat, atau
000800*         HARGA-BRG bila belum ada), MS-NILAI = jumlah x harga.
000900*         Saksi dan alasan diulang pada tiap baris berita acara.
001000*-----------------------------------------------------------------
001100 FD MUSNAH-FILE.
001200 01 MUSNAH-RECORD.
001300     02 MS-KUNCI.
001400         03 MS-NO          PIC 9(05).
001500         03 MS-URUT        PIC 9(02).
001600     02 MS-KODE-BRG        PIC X(05).
001700     02 MS-GUDANG          PIC 9(02).
001800     02 MS-LOT             PIC X(06).
001900     02 MS-JUMLAH          PIC 9(05).
002000     02 MS-HARGA           PIC 9(07)V9(03).
002100     02 MS-NILAI           PIC 9(09)V9(03).
002200     02 MS-ALASAN          PIC X(01).
002300     02 MS-KETERANGAN      PIC X(30).
002400     02 MS-SAKSI-1         PIC X(20).
002500     02 MS-SAKSI-2         PIC X(20).
002600     02 MS-TGL-USUL        PIC 9(08).
002700     02 MS-PENGUSUL        PIC X(08).
002800     02 MS-STATUS          PIC X(01).
002900     02 MS-PENYETUJU       PIC X(08).
003000     02 MS-TGL-PUTUS       PIC 9(08).
