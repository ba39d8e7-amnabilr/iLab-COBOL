000100*-----------------------------------------------------------------
000200* NKPFD - FD and record layout for NILKOMP-FILE (nilkomp.dat).
000300*         NK-KODE sama dengan BB-KODE bobot.dat. NILAI akhir
000400*         tidak disimpan di sini: dihitung dari skor x bobot
000500*         saat NIL-KMP (pilihan P) memposting ke GRADEBOOK.DAT.
000600*-----------------------------------------------------------------
000700 FD NILKOMP-FILE.
000800 01 NILKOMP-RECORD.
000900     02 NK-KUNCI.
001000         03 NK-TERM        PIC 9(05).
001100         03 NK-MK          PIC X(06).
001200         03 NK-NPM         PIC X(08).
001300         03 NK-KODE        PIC X(04).
001400     02 NK-SKOR            PIC 9(03).
001500     02 NK-TGL             PIC 9(08).
001600     02 NK-OPERATOR        PIC X(08).
