000100*-----------------------------------------------------------------
000200* THNFD - FD and record layout for TARIF-HONOR (tarifhon.dat).
000300*         TH-TARIF-SKS = rupiah per SKS per pertemuan; honor
000400*         satu pertemuan = SKS MK x TH-TARIF-SKS jabatan dosen.
000500*-----------------------------------------------------------------
000600 FD TARIF-HONOR.
000700 01 TARIF-HONOR-RECORD.
000800     02 TH-JABATAN         PIC X(02).
000900     02 TH-TARIF-SKS       PIC 9(07).
001000     02 TH-TGL-UBAH        PIC 9(08).
