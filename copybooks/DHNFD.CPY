000100*-----------------------------------------------------------------
000200* DHNFD - FD and record layout for DSNHON-MST (dosenhon.dat).
000300*         DH-DS-ID = DS-ID dosen.dat. DH-JABATAN kunci tarif
000400*         tarifhon.dat (AA asisten ahli, L lektor, LK lektor
000500*         kepala, GB guru besar, TP tenaga pengajar).
000600*         DH-STATUS: L = dosen luar biasa, dibayar per
000700*         pertemuan oleh HONOR-DSN; T = dosen tetap, tidak.
000800*-----------------------------------------------------------------
000900 FD DSNHON-MST.
001000 01 DSNHON-RECORD.
001100     02 DH-DS-ID           PIC X(08).
001200     02 DH-JABATAN         PIC X(02).
001300     02 DH-STATUS          PIC X(01).
001400     02 DH-BANK            PIC X(03).
001500     02 DH-REKENING        PIC X(15).
001600     02 DH-NAMA-REK        PIC X(20).
