000100*-----------------------------------------------------------------
000200* PRVFD - FD and record layout for PO-REVISI-JRN (porevisi.dat).
000300*         PR-JENIS: J=jumlah diubah, H=harga diubah, K=tanggal
000400*         kirim diubah, B=sisa yang belum diterima dibatalkan.
000500*         PR-ALASAN: SP=permintaan supplier, KB=kebutuhan
000600*         berubah, HG=harga pasar berubah, SK=salah ketik,
000700*         TL=supplier tidak sanggup kirim, LN=lain-lain.
000800*         PR-REVISI nomor revisi PO yang dihasilkan perubahan
000900*         ini (sama dengan PO-REVISI di po.dat sesudahnya);
001000*         nilai lama/baru diisi semua, yang tidak berubah sama.
001100*-----------------------------------------------------------------
001200 FD PO-REVISI-JRN.
001300 01 PO-REVISI-LINE.
001400     02 PR-NO-PO           PIC 9(05).
001500     02 FILLER             PIC X(01).
001600     02 PR-URUT            PIC 9(02).
001700     02 FILLER             PIC X(01).
001800     02 PR-REVISI          PIC 9(02).
001900     02 FILLER             PIC X(01).
002000     02 PR-JENIS           PIC X(01).
002100     02 FILLER             PIC X(01).
002200     02 PR-ALASAN          PIC X(02).
002300     02 FILLER             PIC X(01).
002400     02 PR-JUMLAH-LAMA     PIC 9(05).
002500     02 FILLER             PIC X(01).
002600     02 PR-JUMLAH-BARU     PIC 9(05).
002700     02 FILLER             PIC X(01).
002800     02 PR-HARGA-LAMA      PIC 9(07)V9(03).
002900     02 FILLER             PIC X(01).
003000     02 PR-HARGA-BARU      PIC 9(07)V9(03).
003100     02 FILLER             PIC X(01).
003200     02 PR-KIRIM-LAMA      PIC 9(08).
003300     02 FILLER             PIC X(01).
003400     02 PR-KIRIM-BARU      PIC 9(08).
003500     02 FILLER             PIC X(01).
003600     02 PR-OPERATOR        PIC X(08).
003700     02 FILLER             PIC X(01).
003800     02 PR-TGL             PIC 9(08).
003900     02 FILLER             PIC X(01).
004000     02 PR-JAM             PIC 9(06).
