000100*-----------------------------------------------------------------
000200* PPBFD - FD and record layout for PPB-FILE (ppb.dat).
000300*         PP-STATUS: B = baru menunggu persetujuan, S = disetujui,
000400*         T = ditolak, O = sudah dibuatkan baris PO (PP-NO-PO dan
000500*         PP-PO-URUT menunjuk baris po.dat nya). PP-SUPPLIER boleh
000600*         diisi penyetuju; kosong berarti SUPPLIER barang.dat.
000700*-----------------------------------------------------------------
000800 FD PPB-FILE.
000900 01 PPB-RECORD.
001000     02 PP-KUNCI.
001100         03 PP-NO          PIC 9(05).
001200         03 PP-URUT        PIC 9(02).
001300     02 PP-DEPT            PIC X(10).
001400     02 PP-NAMA-BRG        PIC X(22).
001500     02 PP-JUMLAH          PIC 9(05).
001600     02 PP-TGL-BUTUH       PIC 9(08).
001700     02 PP-ALASAN          PIC X(40).
001800     02 PP-TGL             PIC 9(08).
001900     02 PP-PEMINTA         PIC X(08).
002000     02 PP-STATUS          PIC X(01).
002100     02 PP-SUPPLIER        PIC X(13).
002200     02 PP-PENYETUJU       PIC X(08).
002300     02 PP-TGL-PUTUS       PIC 9(08).
002400     02 PP-NO-PO           PIC 9(05).
002500     02 PP-PO-URUT         PIC 9(02).
