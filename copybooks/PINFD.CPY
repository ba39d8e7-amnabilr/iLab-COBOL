000100*-----------------------------------------------------------------
000200* PINFD - FD and record layout for PIN-MHS (pinmhs.dat).
000300*         Aturan sama dengan sandi operator opr.dat: PN-PIN
000400*         disimpan teracak SANDI-UTIL, tidak pernah polos;
000500*         PN-STATUS A = aktif, L = terkunci (tiga kali salah
000600*         PIN beruntun, dibuka lagi hanya lewat reset PIN-MNT);
000700*         PN-GANTI Y memaksa ganti PIN pada sign-on berikut
000800*         (PIN terbitan/reset loket selalu Y); PN-TGL-PIN
000900*         tanggal PIN terakhir diganti (kedaluwarsa 90 hari);
001000*         PN-GAGAL cacah salah PIN beruntun.
001100*-----------------------------------------------------------------
001200 FD PIN-MHS.
001300 01 PIN-MHS-RECORD.
001400     02 PN-NPM             PIC X(08).
001500     02 PN-PIN             PIC X(08).
001600     02 PN-STATUS          PIC X(01).
001700     02 PN-TGL-PIN         PIC 9(08).
001800     02 PN-GANTI           PIC X(01).
001900     02 PN-GAGAL           PIC 9(01).
002000     02 PN-OPERATOR        PIC X(08).
