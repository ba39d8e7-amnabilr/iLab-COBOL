000100*-----------------------------------------------------------------
000200* TRMFD - FD and record layout for TERIMA-FILE (terima.dat).
000300*         TM-NO nomor bukti terima (satu per kiriman), TM-BARIS
000400*         urut baris dalam bukti. TM-NO-PO/TM-URUT-PO baris
000500*         po.dat yang diterima (nol = tanpa PO, mis. titipan
000600*         konsinyasi). TM-JML-TERIMA jumlah yang datang pada
000700*         kiriman ini, TM-JML-QC bagiannya yang tidak masuk stok
000800*         terpakai tetapi ditahan ke QC. TM-JALUR: E = entri
000900*         barang, S = scan satuan, K = scan karton, T = titipan
001000*         konsinyasi. TM-OPERATOR penerima (sesi OPR-SES).
001100*-----------------------------------------------------------------
001200 FD TERIMA-FILE.
001300 01 TERIMA-RECORD.
001400     02 TM-KUNCI.
001500         03 TM-NO          PIC 9(07).
001600         03 TM-BARIS       PIC 9(03).
001700     02 TM-PO-BARIS.
001800         03 TM-NO-PO       PIC 9(05).
001900         03 TM-URUT-PO     PIC 9(02).
002000     02 TM-TANGGAL         PIC 9(08).
002100     02 TM-JAM             PIC 9(08).
002200     02 TM-SURAT-JALAN     PIC X(15).
002300     02 TM-SUPPLIER        PIC X(13).
002400     02 TM-KODE-BRG        PIC X(05).
002500     02 TM-GUDANG          PIC 9(02).
002600     02 TM-JALUR           PIC X(01).
002700     02 TM-JML-TERIMA      PIC 9(07).
002800     02 TM-JML-QC          PIC 9(07).
002900     02 TM-OPERATOR        PIC X(08).
