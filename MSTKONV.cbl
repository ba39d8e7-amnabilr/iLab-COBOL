000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Konversi satu-kali tujuh file indexed yang record-
000500*           nya memanjang: barang.dat (60 -> 61 byte, tambah
000600*           STATUS-BRG), opr.dat (30 -> 48 byte, tambah kolom
000700*           sandi), po.dat (70 -> 93 byte, tambah kolom valuta),
000800*           dept.dat (104 -> 105 byte, tambah DP-KAMPUS),
000810*           transit.dat (36 -> 41 byte, tambah TR-JML-TERIMA) dan
000820*           faktur.dat (64 -> 77 byte, tambah kolom voucher)
000830*           dan po.dat tahap kedua (93 -> 101 byte, tambah
000840*           nomor permintaan pembelian dan status draft),
000850*           serta binmst.dat (28 -> 38 byte, tambah daftar
000860*           kelas bahan berbahaya yang diizinkan) dan po.dat
000862*           tahap ketiga (101 -> 111 byte, tambah tanggal kirim
000864*           dan nomor revisi PO), supplier.dat (34 -> 50 byte,
000866*           tambah NPWP) dan faktur.dat tahap kedua (77 -> 109
000868*           byte, tambah nomor dan PPN faktur pajak), serta
000869*           antrian hrgpend.dat (33 -> 41 byte) dan opnpend.dat
000870*           (37 -> 45 byte), keduanya tambah ID operator peminta,
000880*           serta gudang.dat (42 -> 43 byte, tambah GD-KAMPUS)
000890*           dan reqbrg.dat (43 -> 48 byte, tambah REQ-JML-RETUR),
000892*           serta rekap stokrkp.dat (512 -> 558 byte, tambah
000894*           slot 11 penjualan kasir J; sesudahnya jalankan STK-RKB
000896*           supaya penjualan bulan di jurnal hidup ikut terekap).
000900*           File indexed menolak dibuka (status 39) begitu
001000*           panjang record FD tidak sama dengan di disk, jadi
001100*           "record lama dianggap spasi" tidak berlaku di sini:
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY BRGSEL.
002910     COPY FKTSEL.
003000     COPY OPRSEL.
003100     COPY POSEL.
003110     COPY SUPSEL.
003200     COPY DEPTSEL.
003210     COPY HPDSEL.
003220     COPY OPNSEL.
003230     COPY GDGSEL.
003240     COPY REQSEL.
003250     COPY RKPSEL.
003300     SELECT BRG-LAMA ASSIGN TO 'barang.dat'
003400     ORGANIZATION IS INDEXED
003500     ACCESS MODE IS DYNAMIC
005280     ACCESS MODE IS DYNAMIC
005290     RECORD KEY IS LT-NO
005295     FILE STATUS IS LT-FS.
005305     SELECT FKT-LAMA ASSIGN TO 'faktur.dat'
005315     ORGANIZATION IS INDEXED
005325     ACCESS MODE IS DYNAMIC
005335     RECORD KEY IS LF-KUNCI
005345     FILE STATUS IS LF-FS.
005346     SELECT PO93-LAMA ASSIGN TO 'po.dat'
005347     ORGANIZATION IS INDEXED
005348     ACCESS MODE IS DYNAMIC
005349     RECORD KEY IS LQ-KUNCI
005350     FILE STATUS IS LQ-FS.
005351     SELECT PO101-LAMA ASSIGN TO 'po.dat'
005352     ORGANIZATION IS INDEXED
005353     ACCESS MODE IS DYNAMIC
005354     RECORD KEY IS LR-KUNCI
005355     FILE STATUS IS LR-FS.
005357     SELECT SUP-LAMA ASSIGN TO 'supplier.dat'
005359     ORGANIZATION IS INDEXED
005361     ACCESS MODE IS DYNAMIC
005363     RECORD KEY IS LS-NAMA
005365     FILE STATUS IS LS-FS.
005367     SELECT FKT77-LAMA ASSIGN TO 'faktur.dat'
005369     ORGANIZATION IS INDEXED
005371     ACCESS MODE IS DYNAMIC
005373     RECORD KEY IS LG-KUNCI
005375     FILE STATUS IS LG-FS.
005377     SELECT BINMST-BARU ASSIGN TO 'binmst.dat'
005379     ORGANIZATION IS INDEXED
005381     ACCESS MODE IS DYNAMIC
005383     RECORD KEY IS BN-KUNCI
005385     FILE STATUS IS BN-FS.
005387     SELECT BIN-LAMA ASSIGN TO 'binmst.dat'
005389     ORGANIZATION IS INDEXED
005391     ACCESS MODE IS DYNAMIC
005393     RECORD KEY IS LN-KUNCI
005395     FILE STATUS IS LN-FS.
005403     SELECT HPD-LAMA ASSIGN TO 'hrgpend.dat'
005411     ORGANIZATION IS INDEXED
005419     ACCESS MODE IS DYNAMIC
005427     RECORD KEY IS LH-KUNCI
005435     FILE STATUS IS LH-FS.
005443     SELECT OPN-LAMA ASSIGN TO 'opnpend.dat'
005451     ORGANIZATION IS INDEXED
005459     ACCESS MODE IS DYNAMIC
005467     RECORD KEY IS LJ-KUNCI
005475     FILE STATUS IS LJ-FS.
005476     SELECT GDG-LAMA ASSIGN TO 'gudang.dat'
005477     ORGANIZATION IS INDEXED
005478     ACCESS MODE IS DYNAMIC
005479     RECORD KEY IS LW-KODE
005480     FILE STATUS IS LW-FS.
005481     SELECT REQ-LAMA ASSIGN TO 'reqbrg.dat'
005482     ORGANIZATION IS INDEXED
005483     ACCESS MODE IS DYNAMIC
005484     RECORD KEY IS LM-KUNCI
005485     FILE STATUS IS LM-FS.
005486     SELECT RKP-LAMA ASSIGN TO 'stokrkp.dat'
005487     ORGANIZATION IS INDEXED
005488     ACCESS MODE IS DYNAMIC
005489     RECORD KEY IS LX-KUNCI
005490     FILE STATUS IS LX-FS.
005491     SELECT KONV-TMP ASSIGN TO 'MSTKONV.TMP'
005492     ORGANIZATION IS LINE SEQUENTIAL
005500     FILE STATUS IS KV-FS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800     COPY BRGFD.
005810     COPY FKTFD.
005900     COPY OPRFD.
006000     COPY POFD.
006010     COPY SUPFD.
006100     COPY DEPTFD.
006110     COPY HPDFD.
006120     COPY OPNFD.
006130     COPY GDGFD.
006140     COPY REQFD.
006150     COPY RKPFD.
006200 FD BRG-LAMA.
006300 01 BRG-LAMA-RECORD.
006400     02 LB-KODE            PIC X(05).
007770 01 TRANSIT-LAMA-RECORD.
007780     02 LT-NO              PIC 9(05).
007790     02 LT-SISA            PIC X(31).
007792 FD FKT-LAMA.
007794 01 FKT-LAMA-RECORD.
007796     02 LF-KUNCI           PIC X(12).
007798     02 LF-SISA            PIC X(52).
007808 FD PO93-LAMA.
007818 01 PO93-LAMA-RECORD.
007819     02 LQ-KUNCI           PIC X(07).
007820     02 LQ-SISA            PIC X(86).
007821 FD PO101-LAMA.
007822 01 PO101-LAMA-RECORD.
007823     02 LR-KUNCI           PIC X(07).
007824     02 LR-SISA            PIC X(94).
007825 FD SUP-LAMA.
007826 01 SUP-LAMA-RECORD.
007827     02 LS-NAMA            PIC X(13).
007828     02 LS-SISA            PIC X(21).
007829 FD FKT77-LAMA.
007830 01 FKT77-LAMA-RECORD.
007831     02 LG-KUNCI           PIC X(12).
007832     02 LG-SISA            PIC X(65).
007839 FD BINMST-BARU.
007840 01 BINMST-BARU-RECORD.
007841     02 BN-KUNCI           PIC X(08).
007842     02 BN-SISA            PIC X(20).
007843     02 BN-KELAS-DAFTAR    PIC X(10).
007844 FD BIN-LAMA.
007845 01 BIN-LAMA-RECORD.
007846     02 LN-KUNCI           PIC X(08).
007847     02 LN-SISA            PIC X(20).
007852 FD HPD-LAMA.
007857 01 HPD-LAMA-RECORD.
007862     02 LH-KUNCI           PIC X(05).
007867     02 LH-SISA            PIC X(28).
007872 FD OPN-LAMA.
007877 01 OPN-LAMA-RECORD.
007882     02 LJ-KUNCI           PIC X(07).
007887     02 LJ-SISA            PIC X(30).
007888 FD GDG-LAMA.
007889 01 GDG-LAMA-RECORD.
007890     02 LW-KODE            PIC 9(02).
007891     02 LW-SISA            PIC X(40).
007892 FD REQ-LAMA.
007893 01 REQ-LAMA-RECORD.
007894     02 LM-KUNCI           PIC X(07).
007895     02 LM-SISA            PIC X(36).
007905 FD RKP-LAMA.
007915 01 RKP-LAMA-RECORD.
007925     02 LX-KUNCI           PIC X(13).
007935     02 LX-SISA            PIC X(499).
007945 FD KONV-TMP.
007955 01 KONV-RECORD            PIC X(560).
008000
008100 WORKING-STORAGE SECTION.
008200 77 FS                     PIC XX.
008900 77 LD-FS                  PIC XX.
008910 77 TN-FS                  PIC XX.
008920 77 LT-FS                  PIC XX.
008930 77 FK-FS                  PIC XX.
008940 77 LF-FS                  PIC XX.
008950 77 LQ-FS                  PIC XX.
008960 77 BN-FS                  PIC XX.
008970 77 LN-FS                  PIC XX.
008985 77 LR-FS                  PIC XX.
008988 77 SUP-FS                 PIC XX.
008991 77 LS-FS                  PIC XX.
008994 77 LG-FS                  PIC XX.
008995 77 HP-FS                  PIC XX.
008996 77 OPN-FS                 PIC XX.
008997 77 LH-FS                  PIC XX.
008998 77 LJ-FS                  PIC XX.
009008 77 GD-FS                  PIC XX.
009018 77 LW-FS                  PIC XX.
009021 77 RQ-FS                  PIC XX.
009024 77 LM-FS                  PIC XX.
009025 77 RKP-FS                 PIC XX.
009026 77 LX-FS                  PIC XX.
009028 77 KV-FS                  PIC XX.
009100 77 WS-JAWAB               PIC X.
009200 77 WS-EOF-SW              PIC X VALUE 'N'.
009300     88 WS-EOF             VALUE 'Y'.
009600 77 WS-JML-PO              PIC 9(7) VALUE ZERO.
009700 77 WS-JML-DEPT            PIC 9(7) VALUE ZERO.
009710 77 WS-JML-TRANSIT         PIC 9(7) VALUE ZERO.
009720 77 WS-JML-FAKTUR          PIC 9(7) VALUE ZERO.
009730 77 WS-JML-PO-PPB          PIC 9(7) VALUE ZERO.
009740 77 WS-JML-BIN             PIC 9(7) VALUE ZERO.
009770 77 WS-JML-PO-REV          PIC 9(7) VALUE ZERO.
009780 77 WS-JML-SUPPLIER        PIC 9(7) VALUE ZERO.
009790 77 WS-JML-FAKTUR-FP       PIC 9(7) VALUE ZERO.
009793 77 WS-JML-HRGPEND         PIC 9(7) VALUE ZERO.
009796 77 WS-JML-OPNPEND         PIC 9(7) VALUE ZERO.
009798 77 WS-JML-GUDANG          PIC 9(7) VALUE ZERO.
009799 77 WS-JML-REQ             PIC 9(7) VALUE ZERO.
009809 77 WS-JML-REKAP           PIC 9(7) VALUE ZERO.
009819
009900 PROCEDURE DIVISION.
010000*-----------------------------------------------------------------
010100 0000-MAINLINE.
011300     PERFORM 3000-KONVERSI-PO THRU 3000-EXIT.
011400     PERFORM 4000-KONVERSI-DEPT THRU 4000-EXIT.
011410     PERFORM 5000-KONVERSI-TRANSIT THRU 5000-EXIT.
011420     PERFORM 6000-KONVERSI-FAKTUR THRU 6000-EXIT.
011430     PERFORM 7000-KONVERSI-PO-PPB THRU 7000-EXIT.
011440     PERFORM 8000-KONVERSI-BIN THRU 8000-EXIT.
011470     PERFORM 9000-KONVERSI-PO-REV THRU 9000-EXIT.
011480     PERFORM 9300-KONVERSI-SUPPLIER THRU 9300-EXIT.
011490     PERFORM 9600-KONVERSI-FAKTUR-FP THRU 9600-EXIT.
011493     PERFORM 9850-KONVERSI-HRGPEND THRU 9850-EXIT.
011496     PERFORM 9900-KONVERSI-OPNPEND THRU 9900-EXIT.
011498     PERFORM 9950-KONVERSI-GUDANG THRU 9950-EXIT.
011499     PERFORM 9980-KONVERSI-REQ THRU 9980-EXIT.
011509     PERFORM 9992-KONVERSI-REKAP THRU 9992-EXIT.
011519     DISPLAY 'RECORD BARANG DIKONVERSI   : ' WS-JML-BRG.
011600     DISPLAY 'RECORD OPERATOR DIKONVERSI : ' WS-JML-OPR.
011700     DISPLAY 'RECORD PO DIKONVERSI       : ' WS-JML-PO.
011800     DISPLAY 'RECORD DEPT DIKONVERSI     : ' WS-JML-DEPT.
011810     DISPLAY 'RECORD TRANSIT DIKONVERSI  : ' WS-JML-TRANSIT.
011820     DISPLAY 'RECORD FAKTUR DIKONVERSI   : ' WS-JML-FAKTUR.
011830     DISPLAY 'RECORD PO (PPB) DIKONVERSI : ' WS-JML-PO-PPB.
011840     DISPLAY 'RECORD BIN DIKONVERSI      : ' WS-JML-BIN.
011870     DISPLAY 'RECORD PO (REVISI) DIKONV. : ' WS-JML-PO-REV.
011880     DISPLAY 'RECORD SUPPLIER DIKONVERSI : ' WS-JML-SUPPLIER.
011890     DISPLAY 'RECORD FAKTUR (FP) DIKONV. : ' WS-JML-FAKTUR-FP.
011893     DISPLAY 'RECORD hrgpend DIKONVERSI  : ' WS-JML-HRGPEND.
011896     DISPLAY 'RECORD opnpend DIKONVERSI  : ' WS-JML-OPNPEND.
011898     DISPLAY 'RECORD gudang DIKONVERSI   : ' WS-JML-GUDANG.
011899     DISPLAY 'RECORD reqbrg DIKONVERSI   : ' WS-JML-REQ.
011909     DISPLAY 'RECORD stokrkp DIKONVERSI  : ' WS-JML-REKAP.
011919     DISPLAY 'KONVERSI SELESAI'.
012000     GO TO 9999-EXIT.
012100
012200*-----------------------------------------------------------------
030800         MOVE SPACES TO PO-VALUTA
030900         MOVE ZERO TO PO-HARGA-VAL
031000         MOVE ZERO TO PO-KURS
031010         MOVE ZERO TO PO-NO-PP
031020         MOVE ZERO TO PO-PP-URUT
031030         MOVE SPACES TO PO-STATUS
031053         MOVE ZERO TO PO-TGL-KIRIM
031076         MOVE ZERO TO PO-REVISI
031100         WRITE PO-RECORD
031200             INVALID KEY
031300                 DISPLAY 'KUNCI GANDA PO : ' PO-KUNCI
038360     END-IF.
038370 5200-EXIT.
038380     EXIT.
038381
038382*-----------------------------------------------------------------
038383* faktur.dat 64 -> 77 byte: FK-NO-VOUCHER dan FK-TGL-BAYAR nol
038384* (belum ada faktur yang tercatat dibayar sebelum FKT-BAYAR).
038385*-----------------------------------------------------------------
038386 6000-KONVERSI-FAKTUR.
038387     OPEN INPUT FKT-LAMA.
038388     IF LF-FS = '35'
038389         DISPLAY 'faktur.dat BELUM ADA, DILEWATI'
038390         GO TO 6000-EXIT
038391     END-IF.
038392     IF LF-FS NOT = '00'
038393         DISPLAY 'faktur.dat TIDAK TERBUKA LAYOUT LAMA, STATUS '
038394             LF-FS ' (SUDAH DIKONVERSI?), DILEWATI'
038395         GO TO 6000-EXIT
038396     END-IF.
038397     OPEN OUTPUT KONV-TMP.
038398     MOVE 'N' TO WS-EOF-SW.
038399     PERFORM 6100-SALIN-FAKTUR THRU 6100-EXIT
038400         UNTIL WS-EOF.
038401     CLOSE FKT-LAMA.
038402     CLOSE KONV-TMP.
038403     OPEN OUTPUT FAKTUR-FILE.
038404     IF FK-FS NOT = '00'
038405         DISPLAY 'GAGAL MEMBUAT faktur.dat BARU, STATUS ' FK-FS
038406         GO TO 9999-EXIT
038407     END-IF.
038408     OPEN INPUT KONV-TMP.
038409     MOVE 'N' TO WS-EOF-SW.
038410     PERFORM 6200-MUAT-FAKTUR THRU 6200-EXIT
038411         UNTIL WS-EOF.
038412     CLOSE KONV-TMP.
038413     CLOSE FAKTUR-FILE.
038414 6000-EXIT.
038415     EXIT.
038416
038417 6100-SALIN-FAKTUR.
038418     READ FKT-LAMA NEXT RECORD
038419         AT END MOVE 'Y' TO WS-EOF-SW
038420     END-READ.
038421     IF WS-EOF
038422         GO TO 6100-EXIT
038423     END-IF.
038424     MOVE SPACES TO KONV-RECORD.
038425     MOVE FKT-LAMA-RECORD TO KONV-RECORD(1:64).
038426     WRITE KONV-RECORD.
038427     ADD 1 TO WS-JML-FAKTUR.
038428 6100-EXIT.
038429     EXIT.
038430
038431 6200-MUAT-FAKTUR.
038432     READ KONV-TMP
038433         AT END MOVE 'Y' TO WS-EOF-SW
038434     END-READ.
038435     IF NOT WS-EOF
038436         MOVE KONV-RECORD(1:64) TO FAKTUR-RECORD(1:64)
038437         MOVE ZERO TO FK-NO-VOUCHER
038438         MOVE ZERO TO FK-TGL-BAYAR
038439         MOVE SPACES TO FK-NO-FP
038440         MOVE ZERO TO FK-PPN-FP
038441         WRITE FAKTUR-RECORD
038442             INVALID KEY
038443                 DISPLAY 'KUNCI GANDA FAKTUR : ' FK-KUNCI
038444         END-WRITE
038445     END-IF.
038446 6200-EXIT.
038447     EXIT.
038448
038449*-----------------------------------------------------------------
038450* po.dat 93 -> 101 byte: PO-NO-PP dan PO-PP-URUT nol (PO lama
038452* diketik langsung), PO-STATUS spasi (resmi). Tahap ini jalan
038454* setelah 3000, jadi po.dat 70 byte sudah langsung layout baru
038456* dan dilewati di sini (status 39).
038458*-----------------------------------------------------------------
038460 7000-KONVERSI-PO-PPB.
038462     OPEN INPUT PO93-LAMA.
038464     IF LQ-FS = '35'
038466         DISPLAY 'po.dat BELUM ADA, DILEWATI'
038468         GO TO 7000-EXIT
038470     END-IF.
038472     IF LQ-FS NOT = '00'
038474         DISPLAY 'po.dat TIDAK TERBUKA LAYOUT 93 BYTE, STATUS '
038476             LQ-FS ' (SUDAH DIKONVERSI?), DILEWATI'
038478         GO TO 7000-EXIT
038480     END-IF.
038482     OPEN OUTPUT KONV-TMP.
038484     MOVE 'N' TO WS-EOF-SW.
038486     PERFORM 7100-SALIN-PO-PPB THRU 7100-EXIT
038488         UNTIL WS-EOF.
038490     CLOSE PO93-LAMA.
038492     CLOSE KONV-TMP.
038494     OPEN OUTPUT PO-FILE.
038496     IF PO-FS NOT = '00'
038498         DISPLAY 'GAGAL MEMBUAT po.dat BARU, STATUS ' PO-FS
038500         GO TO 9999-EXIT
038502     END-IF.
038504     OPEN INPUT KONV-TMP.
038506     MOVE 'N' TO WS-EOF-SW.
038508     PERFORM 7200-MUAT-PO-PPB THRU 7200-EXIT
038510         UNTIL WS-EOF.
038512     CLOSE KONV-TMP.
038514     CLOSE PO-FILE.
038516 7000-EXIT.
038518     EXIT.
038520
038522 7100-SALIN-PO-PPB.
038524     READ PO93-LAMA NEXT RECORD
038526         AT END MOVE 'Y' TO WS-EOF-SW
038528     END-READ.
038530     IF WS-EOF
038532         GO TO 7100-EXIT
038534     END-IF.
038536     MOVE SPACES TO KONV-RECORD.
038538     MOVE PO93-LAMA-RECORD TO KONV-RECORD(1:93).
038540     WRITE KONV-RECORD.
038542     ADD 1 TO WS-JML-PO-PPB.
038544 7100-EXIT.
038546     EXIT.
038548
038550 7200-MUAT-PO-PPB.
038552     READ KONV-TMP
038554         AT END MOVE 'Y' TO WS-EOF-SW
038556     END-READ.
038558     IF NOT WS-EOF
038560         MOVE KONV-RECORD(1:93) TO PO-RECORD(1:93)
038562         MOVE ZERO TO PO-NO-PP
038564         MOVE ZERO TO PO-PP-URUT
038566         MOVE SPACES TO PO-STATUS
038567         MOVE ZERO TO PO-TGL-KIRIM
038568         MOVE ZERO TO PO-REVISI
038569         WRITE PO-RECORD
038570             INVALID KEY
038572                 DISPLAY 'KUNCI GANDA PO : ' PO-KUNCI
038574         END-WRITE
038576     END-IF.
038578 7200-EXIT.
038580     EXIT.
038582
038592*-----------------------------------------------------------------
038602* binmst.dat 28 -> 38 byte: BIN-KELAS-IZIN spasi semua (bin lama
038612* hanya untuk barang bukan B3 sampai kelasnya diisi lewat menu
038622* K BIN-LOC).
038632*-----------------------------------------------------------------
038642 8000-KONVERSI-BIN.
038652     OPEN INPUT BIN-LAMA.
038662     IF LN-FS = '35'
038672         DISPLAY 'binmst.dat BELUM ADA, DILEWATI'
038682         GO TO 8000-EXIT
038692     END-IF.
038702     IF LN-FS NOT = '00'
038712         DISPLAY 'binmst.dat TIDAK TERBUKA LAYOUT LAMA, STATUS '
038722             LN-FS ' (SUDAH DIKONVERSI?), DILEWATI'
038732         GO TO 8000-EXIT
038742     END-IF.
038752     OPEN OUTPUT KONV-TMP.
038762     MOVE 'N' TO WS-EOF-SW.
038772     PERFORM 8100-SALIN-BIN THRU 8100-EXIT
038782         UNTIL WS-EOF.
038792     CLOSE BIN-LAMA.
038802     CLOSE KONV-TMP.
038812     OPEN OUTPUT BINMST-BARU.
038822     IF BN-FS NOT = '00'
038832         DISPLAY 'GAGAL MEMBUAT binmst.dat BARU, STATUS ' BN-FS
038842         GO TO 9999-EXIT
038852     END-IF.
038862     OPEN INPUT KONV-TMP.
038872     MOVE 'N' TO WS-EOF-SW.
038882     PERFORM 8200-MUAT-BIN THRU 8200-EXIT
038892         UNTIL WS-EOF.
038902     CLOSE KONV-TMP.
038912     CLOSE BINMST-BARU.
038922 8000-EXIT.
038932     EXIT.
038942
038952 8100-SALIN-BIN.
038962     READ BIN-LAMA NEXT RECORD
038972         AT END MOVE 'Y' TO WS-EOF-SW
038982     END-READ.
038992     IF WS-EOF
039002         GO TO 8100-EXIT
039012     END-IF.
039022     MOVE SPACES TO KONV-RECORD.
039032     MOVE BIN-LAMA-RECORD TO KONV-RECORD(1:28).
039042     WRITE KONV-RECORD.
039052     ADD 1 TO WS-JML-BIN.
039062 8100-EXIT.
039072     EXIT.
039082
039092 8200-MUAT-BIN.
039102     READ KONV-TMP
039112         AT END MOVE 'Y' TO WS-EOF-SW
039122     END-READ.
039132     IF NOT WS-EOF
039142         MOVE KONV-RECORD(1:28) TO BINMST-BARU-RECORD(1:28)
039152         MOVE SPACES TO BN-KELAS-DAFTAR
039162         WRITE BINMST-BARU-RECORD
039172             INVALID KEY
039182                 DISPLAY 'KUNCI GANDA BIN : ' BN-KUNCI
039192         END-WRITE
039202     END-IF.
039212 8200-EXIT.
039222     EXIT.
039232
039242*-----------------------------------------------------------------
039252* po.dat 101 -> 111 byte: PO-TGL-KIRIM nol (belum ditentukan) dan
039262* PO-REVISI nol (PO asli, belum pernah diubah). Seperti 7000,
039272* po.dat yang baru dibangun tahap sebelumnya sudah 111 byte dan
039282* dilewati di sini (status 39).
039292*-----------------------------------------------------------------
039302 9000-KONVERSI-PO-REV.
039312     OPEN INPUT PO101-LAMA.
039322     IF LR-FS = '35'
039332         DISPLAY 'po.dat BELUM ADA, DILEWATI'
039342         GO TO 9000-EXIT
039352     END-IF.
039362     IF LR-FS NOT = '00'
039372         DISPLAY 'po.dat TIDAK TERBUKA LAYOUT 101 BYTE, STATUS '
039382             LR-FS ' (SUDAH DIKONVERSI?), DILEWATI'
039392         GO TO 9000-EXIT
039402     END-IF.
039412     OPEN OUTPUT KONV-TMP.
039422     MOVE 'N' TO WS-EOF-SW.
039432     PERFORM 9100-SALIN-PO-REV THRU 9100-EXIT
039442         UNTIL WS-EOF.
039452     CLOSE PO101-LAMA.
039462     CLOSE KONV-TMP.
039472     OPEN OUTPUT PO-FILE.
039482     IF PO-FS NOT = '00'
039492         DISPLAY 'GAGAL MEMBUAT po.dat BARU, STATUS ' PO-FS
039502         GO TO 9999-EXIT
039512     END-IF.
039522     OPEN INPUT KONV-TMP.
039532     MOVE 'N' TO WS-EOF-SW.
039542     PERFORM 9200-MUAT-PO-REV THRU 9200-EXIT
039552         UNTIL WS-EOF.
039562     CLOSE KONV-TMP.
039572     CLOSE PO-FILE.
039582 9000-EXIT.
039592     EXIT.
039602
039612 9100-SALIN-PO-REV.
039622     READ PO101-LAMA NEXT RECORD
039632         AT END MOVE 'Y' TO WS-EOF-SW
039642     END-READ.
039652     IF WS-EOF
039662         GO TO 9100-EXIT
039672     END-IF.
039682     MOVE SPACES TO KONV-RECORD.
039692     MOVE PO101-LAMA-RECORD TO KONV-RECORD(1:101).
039702     WRITE KONV-RECORD.
039712     ADD 1 TO WS-JML-PO-REV.
039722 9100-EXIT.
039732     EXIT.
039742
039752 9200-MUAT-PO-REV.
039762     READ KONV-TMP
039772         AT END MOVE 'Y' TO WS-EOF-SW
039782     END-READ.
039792     IF NOT WS-EOF
039802         MOVE KONV-RECORD(1:101) TO PO-RECORD(1:101)
039812         MOVE ZERO TO PO-TGL-KIRIM
039822         MOVE ZERO TO PO-REVISI
039832         WRITE PO-RECORD
039842             INVALID KEY
039852                 DISPLAY 'KUNCI GANDA PO : ' PO-KUNCI
039862         END-WRITE
039872     END-IF.
039882 9200-EXIT.
039892     EXIT.
039902
039912*-----------------------------------------------------------------
039922* supplier.dat 34 -> 50 byte: SUP-NPWP spasi (belum ada), diisi
039932* kemudian lewat SUP-MNT.
039942*-----------------------------------------------------------------
039952 9300-KONVERSI-SUPPLIER.
039962     OPEN INPUT SUP-LAMA.
039972     IF LS-FS = '35'
039982         DISPLAY 'supplier.dat BELUM ADA, DILEWATI'
039992         GO TO 9300-EXIT
040002     END-IF.
040012     IF LS-FS NOT = '00'
040022         DISPLAY 'supplier.dat TIDAK TERBUKA LAYOUT LAMA, STATUS '
040032             LS-FS ' (SUDAH DIKONVERSI?), DILEWATI'
040042         GO TO 9300-EXIT
040052     END-IF.
040062     OPEN OUTPUT KONV-TMP.
040072     MOVE 'N' TO WS-EOF-SW.
040082     PERFORM 9400-SALIN-SUPPLIER THRU 9400-EXIT
040092         UNTIL WS-EOF.
040102     CLOSE SUP-LAMA.
040112     CLOSE KONV-TMP.
040122     OPEN OUTPUT SUPPLIER-MST.
040132     IF SUP-FS NOT = '00'
040142         DISPLAY 'GAGAL MEMBUAT supplier.dat BARU, STATUS ' SUP-FS
040152         GO TO 9999-EXIT
040162     END-IF.
040172     OPEN INPUT KONV-TMP.
040182     MOVE 'N' TO WS-EOF-SW.
040192     PERFORM 9500-MUAT-SUPPLIER THRU 9500-EXIT
040202         UNTIL WS-EOF.
040212     CLOSE KONV-TMP.
040222     CLOSE SUPPLIER-MST.
040232 9300-EXIT.
040242     EXIT.
040252
040262 9400-SALIN-SUPPLIER.
040272     READ SUP-LAMA NEXT RECORD
040282         AT END MOVE 'Y' TO WS-EOF-SW
040292     END-READ.
040302     IF WS-EOF
040312         GO TO 9400-EXIT
040322     END-IF.
040332     MOVE SPACES TO KONV-RECORD.
040342     MOVE SUP-LAMA-RECORD TO KONV-RECORD(1:34).
040352     WRITE KONV-RECORD.
040362     ADD 1 TO WS-JML-SUPPLIER.
040372 9400-EXIT.
040382     EXIT.
040392
040402 9500-MUAT-SUPPLIER.
040412     READ KONV-TMP
040422         AT END MOVE 'Y' TO WS-EOF-SW
040432     END-READ.
040442     IF NOT WS-EOF
040452         MOVE KONV-RECORD(1:34) TO SUPPLIER-RECORD(1:34)
040462         MOVE SPACES TO SUP-NPWP
040472         WRITE SUPPLIER-RECORD
040482             INVALID KEY
040492                 DISPLAY 'KUNCI GANDA SUPPLIER : ' SUP-NAMA
040502         END-WRITE
040512     END-IF.
040522 9500-EXIT.
040532     EXIT.
040542
040552*-----------------------------------------------------------------
040562* faktur.dat 77 -> 109 byte: FK-NO-FP spasi (faktur pajak belum
040572* dicatat) dan FK-PPN-FP nol. faktur.dat 64 byte sudah langsung
040582* dibangun berlayout baru oleh 6000 dan dilewati di sini.
040592*-----------------------------------------------------------------
040602 9600-KONVERSI-FAKTUR-FP.
040612     OPEN INPUT FKT77-LAMA.
040622     IF LG-FS = '35'
040632         DISPLAY 'faktur.dat BELUM ADA, DILEWATI'
040642         GO TO 9600-EXIT
040652     END-IF.
040662     IF LG-FS NOT = '00'
040672         DISPLAY 'faktur.dat TIDAK TERBUKA LAYOUT 77 BYTE,'
040682             ' STATUS ' LG-FS ' (SUDAH DIKONVERSI?), DILEWATI'
040692         GO TO 9600-EXIT
040702     END-IF.
040712     OPEN OUTPUT KONV-TMP.
040722     MOVE 'N' TO WS-EOF-SW.
040732     PERFORM 9700-SALIN-FAKTUR-FP THRU 9700-EXIT
040742         UNTIL WS-EOF.
040752     CLOSE FKT77-LAMA.
040762     CLOSE KONV-TMP.
040772     OPEN OUTPUT FAKTUR-FILE.
040782     IF FK-FS NOT = '00'
040792         DISPLAY 'GAGAL MEMBUAT faktur.dat BARU, STATUS ' FK-FS
040802         GO TO 9999-EXIT
040812     END-IF.
040822     OPEN INPUT KONV-TMP.
040832     MOVE 'N' TO WS-EOF-SW.
040842     PERFORM 9800-MUAT-FAKTUR-FP THRU 9800-EXIT
040852         UNTIL WS-EOF.
040862     CLOSE KONV-TMP.
040872     CLOSE FAKTUR-FILE.
040882 9600-EXIT.
040892     EXIT.
040902
040912 9700-SALIN-FAKTUR-FP.
040922     READ FKT77-LAMA NEXT RECORD
040932         AT END MOVE 'Y' TO WS-EOF-SW
040942     END-READ.
040952     IF WS-EOF
040962         GO TO 9700-EXIT
040972     END-IF.
040982     MOVE SPACES TO KONV-RECORD.
040992     MOVE FKT77-LAMA-RECORD TO KONV-RECORD(1:77).
041002     WRITE KONV-RECORD.
041012     ADD 1 TO WS-JML-FAKTUR-FP.
041022 9700-EXIT.
041032     EXIT.
041042
041052 9800-MUAT-FAKTUR-FP.
041062     READ KONV-TMP
041072         AT END MOVE 'Y' TO WS-EOF-SW
041082     END-READ.
041092     IF NOT WS-EOF
041102         MOVE KONV-RECORD(1:77) TO FAKTUR-RECORD(1:77)
041112         MOVE SPACES TO FK-NO-FP
041122         MOVE ZERO TO FK-PPN-FP
041132         WRITE FAKTUR-RECORD
041142             INVALID KEY
041152                 DISPLAY 'KUNCI GANDA FAKTUR : ' FK-KUNCI
041162         END-WRITE
041172     END-IF.
041182 9800-EXIT.
041192     EXIT.
041202
041212*-----------------------------------------------------------------
041222* hrgpend.dat 33 -> 41 byte: HP-PEMINTA spasi (peminta permintaan
041232* lama tidak diketahui; HRG-APRV meneruskannya apa adanya).
041242*-----------------------------------------------------------------
041252 9850-KONVERSI-HRGPEND.
041262     OPEN INPUT HPD-LAMA.
041272     IF LH-FS = '35'
041282         DISPLAY 'hrgpend.dat BELUM ADA, DILEWATI'
041292         GO TO 9850-EXIT
041302     END-IF.
041312     IF LH-FS NOT = '00'
041322         DISPLAY 'hrgpend.dat TIDAK TERBUKA LAYOUT 33 BYTE,'
041332             ' STATUS ' LH-FS ' (SUDAH DIKONVERSI?), DILEWATI'
041342         GO TO 9850-EXIT
041352     END-IF.
041362     OPEN OUTPUT KONV-TMP.
041372     MOVE 'N' TO WS-EOF-SW.
041382     PERFORM 9860-SALIN-HRGPEND THRU 9860-EXIT
041392         UNTIL WS-EOF.
041402     CLOSE HPD-LAMA.
041412     CLOSE KONV-TMP.
041422     OPEN OUTPUT HARGA-PENDING.
041432     IF HP-FS NOT = '00'
041442         DISPLAY 'GAGAL MEMBUAT hrgpend.dat BARU, STATUS ' HP-FS
041452         GO TO 9999-EXIT
041462     END-IF.
041472     OPEN INPUT KONV-TMP.
041482     MOVE 'N' TO WS-EOF-SW.
041492     PERFORM 9870-MUAT-HRGPEND THRU 9870-EXIT
041502         UNTIL WS-EOF.
041512     CLOSE KONV-TMP.
041522     CLOSE HARGA-PENDING.
041532 9850-EXIT.
041542     EXIT.
041552
041562 9860-SALIN-HRGPEND.
041572     READ HPD-LAMA NEXT RECORD
041582         AT END MOVE 'Y' TO WS-EOF-SW
041592     END-READ.
041602     IF WS-EOF
041612         GO TO 9860-EXIT
041622     END-IF.
041632     MOVE SPACES TO KONV-RECORD.
041642     MOVE HPD-LAMA-RECORD TO KONV-RECORD(1:33).
041652     WRITE KONV-RECORD.
041662     ADD 1 TO WS-JML-HRGPEND.
041672 9860-EXIT.
041682     EXIT.
041692
041702 9870-MUAT-HRGPEND.
041712     READ KONV-TMP
041722         AT END MOVE 'Y' TO WS-EOF-SW
041732     END-READ.
041742     IF NOT WS-EOF
041752         MOVE KONV-RECORD(1:33) TO HARGA-PENDING-RECORD(1:33)
041762         MOVE SPACES TO HP-PEMINTA
041772         WRITE HARGA-PENDING-RECORD
041782             INVALID KEY
041792                 DISPLAY 'KUNCI GANDA hrgpend : ' HP-KODE-BRG
041802         END-WRITE
041812     END-IF.
041822 9870-EXIT.
041832     EXIT.
041842
041852*-----------------------------------------------------------------
041862* opnpend.dat 37 -> 45 byte: OPN-PEMINTA spasi, sama seperti
041872* hrgpend.dat di atas.
041882*-----------------------------------------------------------------
041892 9900-KONVERSI-OPNPEND.
041902     OPEN INPUT OPN-LAMA.
041912     IF LJ-FS = '35'
041922         DISPLAY 'opnpend.dat BELUM ADA, DILEWATI'
041932         GO TO 9900-EXIT
041942     END-IF.
041952     IF LJ-FS NOT = '00'
041962         DISPLAY 'opnpend.dat TIDAK TERBUKA LAYOUT 37 BYTE,'
041972             ' STATUS ' LJ-FS ' (SUDAH DIKONVERSI?), DILEWATI'
041982         GO TO 9900-EXIT
041992     END-IF.
042002     OPEN OUTPUT KONV-TMP.
042012     MOVE 'N' TO WS-EOF-SW.
042022     PERFORM 9910-SALIN-OPNPEND THRU 9910-EXIT
042032         UNTIL WS-EOF.
042042     CLOSE OPN-LAMA.
042052     CLOSE KONV-TMP.
042062     OPEN OUTPUT OPNAME-PENDING.
042072     IF OPN-FS NOT = '00'
042082         DISPLAY 'GAGAL MEMBUAT opnpend.dat BARU, STATUS ' OPN-FS
042092         GO TO 9999-EXIT
042102     END-IF.
042112     OPEN INPUT KONV-TMP.
042122     MOVE 'N' TO WS-EOF-SW.
042132     PERFORM 9920-MUAT-OPNPEND THRU 9920-EXIT
042142         UNTIL WS-EOF.
042152     CLOSE KONV-TMP.
042162     CLOSE OPNAME-PENDING.
042172 9900-EXIT.
042182     EXIT.
042192
042202 9910-SALIN-OPNPEND.
042212     READ OPN-LAMA NEXT RECORD
042222         AT END MOVE 'Y' TO WS-EOF-SW
042232     END-READ.
042242     IF WS-EOF
042252         GO TO 9910-EXIT
042262     END-IF.
042272     MOVE SPACES TO KONV-RECORD.
042282     MOVE OPN-LAMA-RECORD TO KONV-RECORD(1:37).
042292     WRITE KONV-RECORD.
042302     ADD 1 TO WS-JML-OPNPEND.
042312 9910-EXIT.
042322     EXIT.
042332
042342 9920-MUAT-OPNPEND.
042352     READ KONV-TMP
042362         AT END MOVE 'Y' TO WS-EOF-SW
042372     END-READ.
042382     IF NOT WS-EOF
042392         MOVE KONV-RECORD(1:37) TO OPNAME-PENDING-RECORD(1:37)
042402         MOVE SPACES TO OPN-PEMINTA
042412         WRITE OPNAME-PENDING-RECORD
042422             INVALID KEY
042432                 DISPLAY 'KUNCI GANDA opnpend : ' OPN-KUNCI
042442         END-WRITE
042452     END-IF.
042462 9920-EXIT.
042472     EXIT.
042482
042492*-----------------------------------------------------------------
042502* gudang.dat 42 -> 43 byte: GD-KAMPUS diisi 0 (belum ditetapkan);
042512* kampus pemilik diisi kemudian lewat GDG-ADD.
042522*-----------------------------------------------------------------
042532 9950-KONVERSI-GUDANG.
042542     OPEN INPUT GDG-LAMA.
042552     IF LW-FS = '35'
042562         DISPLAY 'gudang.dat BELUM ADA, DILEWATI'
042572         GO TO 9950-EXIT
042582     END-IF.
042592     IF LW-FS NOT = '00'
042602         DISPLAY 'gudang.dat TIDAK TERBUKA LAYOUT 42 BYTE,'
042612             ' STATUS ' LW-FS ' (SUDAH DIKONVERSI?), DILEWATI'
042622         GO TO 9950-EXIT
042632     END-IF.
042642     OPEN OUTPUT KONV-TMP.
042652     MOVE 'N' TO WS-EOF-SW.
042662     PERFORM 9960-SALIN-GUDANG THRU 9960-EXIT
042672         UNTIL WS-EOF.
042682     CLOSE GDG-LAMA.
042692     CLOSE KONV-TMP.
042702     OPEN OUTPUT GUDANG-MST.
042712     IF GD-FS NOT = '00'
042722         DISPLAY 'GAGAL MEMBUAT gudang.dat BARU, STATUS ' GD-FS
042732         GO TO 9999-EXIT
042742     END-IF.
042752     OPEN INPUT KONV-TMP.
042762     MOVE 'N' TO WS-EOF-SW.
042772     PERFORM 9970-MUAT-GUDANG THRU 9970-EXIT
042782         UNTIL WS-EOF.
042792     CLOSE KONV-TMP.
042802     CLOSE GUDANG-MST.
042812 9950-EXIT.
042822     EXIT.
042832
042842 9960-SALIN-GUDANG.
042852     READ GDG-LAMA NEXT RECORD
042862         AT END MOVE 'Y' TO WS-EOF-SW
042872     END-READ.
042882     IF WS-EOF
042892         GO TO 9960-EXIT
042902     END-IF.
042912     MOVE SPACES TO KONV-RECORD.
042922     MOVE GDG-LAMA-RECORD TO KONV-RECORD(1:42).
042932     WRITE KONV-RECORD.
042942     ADD 1 TO WS-JML-GUDANG.
042952 9960-EXIT.
042962     EXIT.
042972
042982 9970-MUAT-GUDANG.
042992     READ KONV-TMP
043002         AT END MOVE 'Y' TO WS-EOF-SW
043012     END-READ.
043022     IF NOT WS-EOF
043032         MOVE KONV-RECORD(1:42) TO GUDANG-RECORD(1:42)
043042         MOVE ZERO TO GD-KAMPUS
043052         WRITE GUDANG-RECORD
043062             INVALID KEY
043072                 DISPLAY 'KUNCI GANDA gudang : ' GD-KODE
043082         END-WRITE
043092     END-IF.
043102 9970-EXIT.
043112     EXIT.
043122
043132*-----------------------------------------------------------------
043142* reqbrg.dat 43 -> 48 byte: REQ-JML-RETUR diisi 0 (belum ada
043152* pengembalian departemen).
043162*-----------------------------------------------------------------
043172 9980-KONVERSI-REQ.
043182     OPEN INPUT REQ-LAMA.
043192     IF LM-FS = '35'
043202         DISPLAY 'reqbrg.dat BELUM ADA, DILEWATI'
043212         GO TO 9980-EXIT
043222     END-IF.
043232     IF LM-FS NOT = '00'
043242         DISPLAY 'reqbrg.dat TIDAK TERBUKA LAYOUT 43 BYTE,'
043252             ' STATUS ' LM-FS ' (SUDAH DIKONVERSI?), DILEWATI'
043262         GO TO 9980-EXIT
043272     END-IF.
043282     OPEN OUTPUT KONV-TMP.
043292     MOVE 'N' TO WS-EOF-SW.
043302     PERFORM 9985-SALIN-REQ THRU 9985-EXIT
043312         UNTIL WS-EOF.
043322     CLOSE REQ-LAMA.
043332     CLOSE KONV-TMP.
043342     OPEN OUTPUT REQ-FILE.
043352     IF RQ-FS NOT = '00'
043362         DISPLAY 'GAGAL MEMBUAT reqbrg.dat BARU, STATUS ' RQ-FS
043372         GO TO 9999-EXIT
043382     END-IF.
043392     OPEN INPUT KONV-TMP.
043402     MOVE 'N' TO WS-EOF-SW.
043412     PERFORM 9990-MUAT-REQ THRU 9990-EXIT
043422         UNTIL WS-EOF.
043432     CLOSE KONV-TMP.
043442     CLOSE REQ-FILE.
043452 9980-EXIT.
043462     EXIT.
043472
043482 9985-SALIN-REQ.
043492     READ REQ-LAMA NEXT RECORD
043502         AT END MOVE 'Y' TO WS-EOF-SW
043512     END-READ.
043522     IF WS-EOF
043532         GO TO 9985-EXIT
043542     END-IF.
043552     MOVE SPACES TO KONV-RECORD.
043562     MOVE REQ-LAMA-RECORD TO KONV-RECORD(1:43).
043572     WRITE KONV-RECORD.
043582     ADD 1 TO WS-JML-REQ.
043592 9985-EXIT.
043602     EXIT.
043612
043622 9990-MUAT-REQ.
043632     READ KONV-TMP
043642         AT END MOVE 'Y' TO WS-EOF-SW
043652     END-READ.
043662     IF NOT WS-EOF
043672         MOVE KONV-RECORD(1:43) TO REQ-RECORD(1:43)
043682         MOVE ZERO TO REQ-JML-RETUR
043692         WRITE REQ-RECORD
043702             INVALID KEY
043712                 DISPLAY 'KUNCI GANDA reqbrg : ' REQ-KUNCI
043722         END-WRITE
043732     END-IF.
043742 9990-EXIT.
043752     EXIT.
043762
043772*-----------------------------------------------------------------
043782* stokrkp.dat 512 -> 558 byte: slot RKP-MUTASI ke-11 (penjualan
043792* kasir J) disisipkan nol sebelum kolom penutup record; 10 slot
043802* lama dan kolom penutupnya disalin apa adanya.
043812*-----------------------------------------------------------------
043822 9992-KONVERSI-REKAP.
043832     OPEN INPUT RKP-LAMA.
043842     IF LX-FS = '35'
043852         DISPLAY 'stokrkp.dat BELUM ADA, DILEWATI'
043862         GO TO 9992-EXIT
043872     END-IF.
043882     IF LX-FS NOT = '00'
043892         DISPLAY 'stokrkp.dat TIDAK TERBUKA LAYOUT 512 BYTE,'
043902             ' STATUS ' LX-FS ' (SUDAH DIKONVERSI?), DILEWATI'
043912         GO TO 9992-EXIT
043922     END-IF.
043932     OPEN OUTPUT KONV-TMP.
043942     MOVE 'N' TO WS-EOF-SW.
043952     PERFORM 9994-SALIN-REKAP THRU 9994-EXIT
043962         UNTIL WS-EOF.
043972     CLOSE RKP-LAMA.
043982     CLOSE KONV-TMP.
043992     OPEN OUTPUT STOK-REKAP.
044002     IF RKP-FS NOT = '00'
044012         DISPLAY 'GAGAL MEMBUAT stokrkp.dat BARU, STATUS ' RKP-FS
044022         GO TO 9999-EXIT
044032     END-IF.
044042     OPEN INPUT KONV-TMP.
044052     MOVE 'N' TO WS-EOF-SW.
044062     PERFORM 9996-MUAT-REKAP THRU 9996-EXIT
044072         UNTIL WS-EOF.
044082     CLOSE KONV-TMP.
044092     CLOSE STOK-REKAP.
044102 9992-EXIT.
044112     EXIT.
044122
044132 9994-SALIN-REKAP.
044142     READ RKP-LAMA NEXT RECORD
044152         AT END MOVE 'Y' TO WS-EOF-SW
044162     END-READ.
044172     IF WS-EOF
044182         GO TO 9994-EXIT
044192     END-IF.
044202     MOVE SPACES TO KONV-RECORD.
044212     MOVE RKP-LAMA-RECORD TO KONV-RECORD(1:512).
044222     WRITE KONV-RECORD.
044232     ADD 1 TO WS-JML-REKAP.
044242 9994-EXIT.
044252     EXIT.
044262 
044272 9996-MUAT-REKAP.
044282     READ KONV-TMP
044292         AT END MOVE 'Y' TO WS-EOF-SW
044302     END-READ.
044312     IF NOT WS-EOF
044322         MOVE KONV-RECORD(1:473) TO STOK-REKAP-RECORD(1:473)
044332         MOVE ZERO TO RKP-QTY-MASUK(11)
044342         MOVE ZERO TO RKP-NILAI-MASUK(11)
044352         MOVE ZERO TO RKP-QTY-KELUAR(11)
044362         MOVE ZERO TO RKP-NILAI-KELUAR(11)
044372         MOVE KONV-RECORD(474:39) TO STOK-REKAP-RECORD(520:39)
044382         WRITE STOK-REKAP-RECORD
044392             INVALID KEY
044402                 DISPLAY 'KUNCI GANDA stokrkp : ' RKP-KUNCI
044412         END-WRITE
044422     END-IF.
044432 9996-EXIT.
044442     EXIT.
044452*-----------------------------------------------------------------
044462 9999-EXIT.
044472     STOP RUN.
