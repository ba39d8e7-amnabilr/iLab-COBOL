000100*-----------------------------------------------------------------
000200* HSTFD - FD and record layout for STATUS-HIST (stathis.dat).
000300*         HS-STATUS memakai kode DP-STATUS (A/C/N/L/W) dan
000400*         berlaku untuk term HS-TERM; HS-STATUS-LAMA adalah
000500*         DP-STATUS sebelum her-registrasi term itu (run ulang
000600*         term yang sama mempertahankannya). HS-ALASAN dasar
000700*         penetapan (cuti, KRS, pelunasan tagihan).
000800*-----------------------------------------------------------------
000900 FD STATUS-HIST.
001000 01 STATUS-HIST-RECORD.
001100     02 HS-KUNCI.
001200         03 HS-NPM         PIC X(08).
001300         03 HS-TERM        PIC 9(05).
001400     02 HS-STATUS          PIC X(01).
001500     02 HS-STATUS-LAMA     PIC X(01).
001600     02 HS-ALASAN          PIC X(30).
001700     02 HS-TGL             PIC 9(08).
001800     02 HS-OPERATOR        PIC X(08).
