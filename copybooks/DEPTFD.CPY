000200* DEPTFD - FD and record layout for DEPT-MST (dept.dat).
000300*         DP-PRODI/DP-EMAIL/DP-STATUS dibawa dari roster
000400*         konsolidasi oleh DEPT-SYNC; DP-STATUS memakai kode
000500*         roster (A=aktif, C=cuti, N=non-aktif, L=lulus);
000502*         W=lulus diwisudakan, hanya diisi WSD-RUN dan tidak
000503*         ditimpa DEPT-SYNC;
000505*         N/L yang lama tak berkegiatan dianonimkan MHS-ANON
000507*         (NAMA/ALAMAT/EMAIL berbintang). DP-KAMPUS
000510*         memakai kode campus.dat (1-9); mahasiswa baru dari
000520*         PMB-MNT langsung berkampus pilihan pendaftarannya,
000521*         yang lain spasi sampai diisi transaksi pindah kampus
000522*         KMP-TRF -- satu-satunya jalur ubah kampus, supaya
000530*         tiap pindah berriwayat (DEPT-MNT hanya
000540*         menampilkannya).
000550*         dept.dat layout lama (104 byte) harus dikonversi
000560*         sekali lewat MST-KONV (indexed menolak beda panjang
000570*         record).
