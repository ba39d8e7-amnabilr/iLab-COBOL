000100*-----------------------------------------------------------------
000200* SERFD - FD and record layout for SERI-FILE (serial.dat).
000300*         SN-STATUS: G=ada di gudang SN-GUDANG, K=dikeluarkan
000400*         ke departemen SN-REF, T=dalam perjalanan transfer
000500*         nomor SN-REF dari gudang SN-GUDANG, R=diretur ke
000600*         supplier dengan nota debet SN-REF.
000700*         SN-TGL-TERIMA/SN-NO-PO/SN-SUPPLIER mencatat kiriman
000800*         asal unit untuk klaim garansi; tidak berubah oleh
000900*         mutasi sesudahnya.
001000*-----------------------------------------------------------------
001100 FD SERI-FILE.
001200 01 SERI-RECORD.
001300     02 SN-KUNCI.
001400         03 SN-KODE-BRG    PIC X(05).
001500         03 SN-SERI        PIC X(20).
001600     02 SN-STATUS          PIC X(01).
001700     02 SN-GUDANG          PIC 9(02).
001800     02 SN-REF             PIC X(10).
001900     02 SN-TGL-TERIMA      PIC 9(08).
002000     02 SN-NO-PO           PIC 9(05).
002100     02 SN-SUPPLIER        PIC X(13).
002200     02 SN-TGL-MUTASI      PIC 9(08).
