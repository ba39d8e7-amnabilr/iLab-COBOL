000100*-----------------------------------------------------------------
000200* GBKFD - FD and record layout for GRADEBOOK (GRADEBOOK.DAT).
000300*         Layout 63 byte sama dengan GBHFD, jadi record bisa
000400*         dipindah utuh ke riwayat saat tutup term. Pemisah
000500*         satu byte ikut menjadi bagian kunci: MOVE SPACES TO
000600*         GB-RECORD dulu sebelum kunci diisi.
000610*         File line sequential lama dipindah sekali lewat
000620*         AKD-KONV.
000700*-----------------------------------------------------------------
000800 FD GRADEBOOK.
000900 01 GB-RECORD.
001000     02 GB-KUNCI.
001100         03 GB-NPM         PIC X(08).
001200         03 FILLER         PIC X(01).
001300         03 GB-MK-TERM.
001400             04 GB-MK      PIC X(06).
001500             04 FILLER     PIC X(01).
001600             04 GB-TERM    PIC 9(05).
001700     02 FILLER             PIC X(01).
001800     02 GB-NILAI           PIC 999.
001900     02 FILLER             PIC X(01).
002000     02 GB-HURUF           PIC X(01).
002100     02 FILLER             PIC X(01).
002200     02 GB-KETERANGAN      PIC X(35).
