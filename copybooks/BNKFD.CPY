000100*-----------------------------------------------------------------
000200* BNKFD - FD and record layout for BANKIMP-FILE (bankimp.dat).
000300*         BI-KUNCI diambil dari baris header rekening koran
000400*         (rekening, tanggal, nomor rekening koran bank).
000500*         BI-STATUS: P = sedang dibukukan (run terputus, periksa
000600*         dulu sebelum apa pun diulang), S = selesai. BI-TOTAL
000700*         jumlah kredit rekening koran = BI-TERAP (masuk ke
000800*         tagihan.dat) + BI-SUSPEN (ke suspen.dat).
000900*-----------------------------------------------------------------
001000 FD BANKIMP-FILE.
001100 01 BANKIMP-RECORD.
001200     02 BI-KUNCI.
001300         03 BI-REKENING    PIC X(15).
001400         03 BI-TGL         PIC 9(08).
001500         03 BI-NOMOR       PIC X(10).
001600     02 BI-STATUS          PIC X(01).
001700     02 BI-JML-KREDIT      PIC 9(07).
001800     02 BI-TOTAL           PIC 9(13).
001900     02 BI-TERAP           PIC 9(13).
002000     02 BI-SUSPEN          PIC 9(13).
002100     02 BI-TGL-IMPOR       PIC 9(08).
002200     02 BI-OPERATOR        PIC X(08).
