000100*-----------------------------------------------------------------
000200* SJRFD - FD and record layout for SERI-JURNAL (serijrnl.dat).
000300*         SJ-JENIS: M=terima dari supplier, K=keluar ke
000400*         departemen, T=kirim transfer, U=terima transfer,
000500*         R=retur ke supplier, D=kembali dari departemen.
000600*         SJ-REF seperti SN-REF di SERFD (departemen, nomor
000610*         transfer atau nota debet); pada D departemen yang
000620*         mengembalikan.
000700*-----------------------------------------------------------------
000800 FD SERI-JURNAL.
000900 01 SERI-JURNAL-LINE.
001000     02 SJ-KODE-BRG        PIC X(05).
001100     02 FILLER             PIC X(01).
001200     02 SJ-SERI            PIC X(20).
001300     02 FILLER             PIC X(01).
001400     02 SJ-TANGGAL         PIC 9(08).
001500     02 FILLER             PIC X(01).
001600     02 SJ-JENIS           PIC X(01).
001700     02 FILLER             PIC X(01).
001800     02 SJ-GUDANG          PIC 9(02).
001900     02 FILLER             PIC X(01).
002000     02 SJ-REF             PIC X(10).
002100     02 FILLER             PIC X(01).
002200     02 SJ-NO-PO           PIC 9(05).
002300     02 FILLER             PIC X(01).
002400     02 SJ-OPERATOR        PIC X(08).
