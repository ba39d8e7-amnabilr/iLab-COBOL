000100*-----------------------------------------------------------------
000200* BBTFD - FD and record layout for BOBOT-FILE (bobot.dat).
000300*         BB-PERSEN seluruh komponen satu MK + term berjumlah
000400*         100 (dijaga NIL-KMP); bobot dikunci begitu ada skor
000500*         komponen kelas itu di nilkomp.dat.
000600*-----------------------------------------------------------------
000700 FD BOBOT-FILE.
000800 01 BOBOT-RECORD.
000900     02 BB-KUNCI.
001000         03 BB-TERM        PIC 9(05).
001100         03 BB-MK          PIC X(06).
001200         03 BB-KODE        PIC X(04).
001300     02 BB-NAMA            PIC X(20).
001400     02 BB-PERSEN          PIC 9(03).
001500     02 BB-TGL             PIC 9(08).
001600     02 BB-OPERATOR        PIC X(08).
