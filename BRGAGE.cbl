000800*           TIPE-BARANG, ke BRGAGE.RPT, supaya barang lambat
000900*           bergerak kelihatan selagi masih bisa diretur atau
001000*           didiskon, bukan baru saat BRG-ARC mengangkutnya.
001100*           Umur adalah hari kalender sebenarnya dari TGL-MSK
001200*           sampai hari ini, dihitung subprogram bersama
001300*           TGL-KERJA.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
004200 77 WS-POSISI              PIC 9(2) VALUE ZERO.
004300 77 WS-JML-TIPE            PIC 9(2) VALUE ZERO.
004400 77 WS-UMUR-HARI           PIC S9(7).
004409* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
004418 77 WS-TK-FUNGSI           PIC X(1).
004427 77 WS-TK-TGL-2            PIC 9(8).
004436 77 WS-TK-HARI             PIC S9(7).
004445 77 WS-TK-KERJA            PIC S9(7).
004454 77 WS-TK-KET              PIC X(30).
004463 01 WS-TGL-MASUK.
004472     02 WS-TM-TAHUN        PIC 9(4).
004481     02 WS-TM-BULAN        PIC 99.
004490     02 WS-TM-HARI         PIC 99.
004500 01 WS-TANGGAL-SISTEM.
004600     02 WS-TAHUN-SISTEM    PIC 9(4).
004700     02 WS-BULAN-SISTEM    PIC 99.
010100
010200*-----------------------------------------------------------------
010300 1000-PROSES.
010310     MOVE TAHUN TO WS-TM-TAHUN.
010320     MOVE BULAN TO WS-TM-BULAN.
010330     MOVE TANGGAL TO WS-TM-HARI.
010340     MOVE 'H' TO WS-TK-FUNGSI.
010350     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, WS-TGL-MASUK,
010360         WS-TANGGAL-SISTEM, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
010370     MOVE WS-TK-HARI TO WS-UMUR-HARI.
010800     IF WS-UMUR-HARI < ZERO
010900         MOVE ZERO TO WS-UMUR-HARI
011000     END-IF.
