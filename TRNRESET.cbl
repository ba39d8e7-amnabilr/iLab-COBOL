007200 FD LAT-GUDANG.
007300 01 LAT-GUDANG-REC.
007400     02 LG-KODE            PIC 9(02).
007500     02 LG-SISA            PIC X(41).
007600 FD LAT-OPR.
007700 01 LAT-OPR-REC.
007800     02 LO-ID              PIC X(08).
