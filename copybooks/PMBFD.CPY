000100*-----------------------------------------------------------------
000200* PMBFD - FD and record layout for PENDAFTAR-FILE (pmb.dat).
000300*         PM-STATUS: D = daftar, T = diterima, G = tidak
000400*         diterima, R = registrasi selesai (NPM terbit dan
000500*         record dept.dat dibuat). PM-TAHUN = tahun angkatan;
000600*         PM-PRODI persis PS-PRODI prodi.dat; PM-KAMPUS kode
000700*         campus.dat. PM-BAYAR-DU = biaya daftar ulang yang
000800*         dibayar (nol = belum).
000900*-----------------------------------------------------------------
001000 FD PENDAFTAR-FILE.
001100 01 PENDAFTAR-RECORD.
001200     02 PM-NO-DAFTAR       PIC X(10).
001300     02 PM-TAHUN           PIC 9(04).
001400     02 PM-NAMA            PIC X(20).
001500     02 PM-ALAMAT          PIC X(20).
001600     02 PM-EMAIL           PIC X(30).
001700     02 PM-PRODI           PIC X(20).
001800     02 PM-KAMPUS          PIC X(01).
001900     02 PM-NILAI           PIC 9(03).
002000     02 PM-STATUS          PIC X(01).
002100     02 PM-TGL-DAFTAR      PIC 9(08).
002200     02 PM-TGL-SELEKSI     PIC 9(08).
002300     02 PM-BAYAR-DU        PIC 9(09).
002400     02 PM-TGL-BAYAR       PIC 9(08).
002500     02 PM-REF-BAYAR       PIC X(16).
002600     02 PM-NPM             PIC X(08).
002700     02 PM-TGL-NPM         PIC 9(08).
002800     02 PM-OPERATOR        PIC X(08).
