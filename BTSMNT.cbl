000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Pelihara batas otorisasi nilai PO per operator di
000500*           batasop.dat (hanya supervisor level 2, sign-on
000600*           BRG-MENU): ID operator divalidasi ke opr.dat, batas
000700*           lama ditampilkan lalu diganti; pengubah dan tanggalnya
000800*           dicatat di record. Supervisor tidak boleh mengubah
000900*           batasnya sendiri. Menu L menampilkan semua batas yang
001000*           tercatat. PO-ENTRY menahan PO di atas batas
001100*           pembuatnya, PO-APRV memakai batas penyetuju.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 PROGRAM-ID. BTS-MNT.
001700 ENVIRONMENT DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 CONFIGURATION SECTION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY OPRSEL.
002400     COPY BTSSEL.
002500 DATA DIVISION.
002600 FILE SECTION.
002700     COPY OPRFD.
002800     COPY BTSFD.
002900
003000 WORKING-STORAGE SECTION.
003100 77 OP-FS                  PIC XX.
003200 77 BT-FS                  PIC XX.
003300 77 WS-EOF-SW              PIC X VALUE 'N'.
003400     88 WS-EOF             VALUE 'Y'.
003500 77 WS-PILIHAN             PIC X VALUE SPACES.
003600     88 WS-PILIH-UBAH      VALUE 'U' 'u'.
003700     88 WS-PILIH-DAFTAR    VALUE 'L' 'l'.
003800     88 WS-PILIH-SELESAI   VALUE 'S' 's'.
003900 77 WS-OPERATOR            PIC X(8).
004000 77 WS-OPR-LEVEL           PIC 9(1).
004100 77 WS-ID-CARI             PIC X(8).
004200 77 WS-BATAS-BARU          PIC 9(11)V9(3).
004300 77 WS-BATAS-ADA-SW        PIC X VALUE 'N'.
004400     88 WS-BATAS-ADA       VALUE 'Y'.
004500 77 WS-JML-BATAS           PIC 9(5) VALUE ZERO.
004600
004700 PROCEDURE DIVISION.
004800*-----------------------------------------------------------------
004900 0000-MAINLINE.
005000     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
005100     IF WS-OPR-LEVEL < 2
005200         DISPLAY 'BATAS OTORISASI PO HANYA UNTUK SUPERVISOR'
005300             ' YANG SIGN-ON LEWAT BRG-MENU'
005400         GO TO 9999-EXIT
005500     END-IF.
005600     PERFORM 1000-MENU THRU 1000-EXIT
005700         UNTIL WS-PILIH-SELESAI.
005800     GO TO 9999-EXIT.
005900
006000*-----------------------------------------------------------------
006100 1000-MENU.
006200     DISPLAY 'BATAS PO (U=UBAH BATAS, L=DAFTAR, S=SELESAI) : '
006300         WITH NO ADVANCING.
006400     ACCEPT WS-PILIHAN.
006500     EVALUATE TRUE
006600         WHEN WS-PILIH-UBAH
006700             PERFORM 2000-UBAH-BATAS THRU 2000-EXIT
006800         WHEN WS-PILIH-DAFTAR
006900             PERFORM 3000-DAFTAR THRU 3000-EXIT
007000         WHEN WS-PILIH-SELESAI
007100             CONTINUE
007200         WHEN OTHER
007300             DISPLAY 'PILIHAN TIDAK DIKENAL'
007400     END-EVALUATE.
007500 1000-EXIT.
007600     EXIT.
007700
007800*-----------------------------------------------------------------
007900* Operator harus terdaftar di opr.dat; batas nol berarti setiap PO
008000* yang dibuatnya ditahan dan ia tidak bisa menyetujui PO apa pun.
008100*-----------------------------------------------------------------
008200 2000-UBAH-BATAS.
008300     DISPLAY 'ID OPERATOR              : ' WITH NO ADVANCING.
008400     ACCEPT WS-ID-CARI.
008500     IF WS-ID-CARI = WS-OPERATOR
008600         DISPLAY 'BATAS SENDIRI TIDAK BOLEH DIUBAH SENDIRI'
008700         GO TO 2000-EXIT
008800     END-IF.
008900     OPEN INPUT OPERATOR-MST.
009000     IF OP-FS NOT = '00'
009100         DISPLAY 'opr.dat TIDAK DAPAT DIBUKA, STATUS ' OP-FS
009200         CLOSE OPERATOR-MST
009300         GO TO 2000-EXIT
009400     END-IF.
009500     MOVE WS-ID-CARI TO OP-ID.
009600     READ OPERATOR-MST
009700         INVALID KEY
009800             DISPLAY 'OPERATOR TIDAK TERDAFTAR DI opr.dat'
009900             CLOSE OPERATOR-MST
010000             GO TO 2000-EXIT
010100     END-READ.
010200     CLOSE OPERATOR-MST.
010300     DISPLAY OP-NAMA ' LEVEL ' OP-LEVEL ' STATUS ' OP-STATUS.
010400     OPEN I-O BATAS-MST.
010500     IF BT-FS = '35'
010600         OPEN OUTPUT BATAS-MST
010700         CLOSE BATAS-MST
010800         OPEN I-O BATAS-MST
010900     END-IF.
011000     IF BT-FS NOT = '00'
011100         DISPLAY 'batasop.dat TIDAK DAPAT DIBUKA, STATUS ' BT-FS
011200         GO TO 2000-EXIT
011300     END-IF.
011400     MOVE WS-ID-CARI TO BT-OP-ID.
011500     READ BATAS-MST
011600         INVALID KEY MOVE 'N' TO WS-BATAS-ADA-SW
011700         NOT INVALID KEY MOVE 'Y' TO WS-BATAS-ADA-SW
011800     END-READ.
011900     IF WS-BATAS-ADA
012000         DISPLAY 'BATAS SEKARANG : ' BT-BATAS-PO ' (DIUBAH '
012100             BT-TGL-UBAH ' OLEH ' BT-PENGUBAH ')'
012200     ELSE
012300         DISPLAY 'BELUM ADA BATAS (DIANGGAP NOL)'
012400     END-IF.
012500     DISPLAY 'BATAS BARU (RUPIAH)      : ' WITH NO ADVANCING.
012600     ACCEPT WS-BATAS-BARU.
012700     MOVE WS-ID-CARI TO BT-OP-ID.
012800     MOVE WS-BATAS-BARU TO BT-BATAS-PO.
012900     ACCEPT BT-TGL-UBAH FROM DATE YYYYMMDD.
013000     MOVE WS-OPERATOR TO BT-PENGUBAH.
013100     IF WS-BATAS-ADA
013200         REWRITE BATAS-RECORD
013300             INVALID KEY
013400                 DISPLAY 'GAGAL SIMPAN BATAS, STATUS ' BT-FS
013500         END-REWRITE
013600     ELSE
013700         WRITE BATAS-RECORD
013800             INVALID KEY
013900                 DISPLAY 'GAGAL SIMPAN BATAS, STATUS ' BT-FS
014000         END-WRITE
014100     END-IF.
014200     IF BT-FS = '00'
014300         DISPLAY 'BATAS ' WS-ID-CARI ' TERSIMPAN'
014400     END-IF.
014500     CLOSE BATAS-MST.
014600 2000-EXIT.
014700     EXIT.
014800
014900*-----------------------------------------------------------------
015000 3000-DAFTAR.
015100     OPEN INPUT BATAS-MST.
015200     IF BT-FS NOT = '00'
015300         DISPLAY 'BELUM ADA BATAS OTORISASI (batasop.dat)'
015400         CLOSE BATAS-MST
015500         GO TO 3000-EXIT
015600     END-IF.
015700     MOVE ZERO TO WS-JML-BATAS.
015800     MOVE 'N' TO WS-EOF-SW.
015900     PERFORM 3100-SATU-BATAS THRU 3100-EXIT
016000         UNTIL WS-EOF.
016100     CLOSE BATAS-MST.
016200     DISPLAY WS-JML-BATAS ' OPERATOR BERBATAS'.
016300 3000-EXIT.
016400     EXIT.
016500
016600 3100-SATU-BATAS.
016700     READ BATAS-MST NEXT RECORD
016800         AT END MOVE 'Y' TO WS-EOF-SW
016900     END-READ.
017000     IF WS-EOF
017100         GO TO 3100-EXIT
017200     END-IF.
017300     DISPLAY BT-OP-ID ' ' BT-BATAS-PO ' ' BT-TGL-UBAH ' '
017400         BT-PENGUBAH.
017500     ADD 1 TO WS-JML-BATAS.
017600 3100-EXIT.
017700     EXIT.
017800
017900*-----------------------------------------------------------------
018000 9999-EXIT.
018100     STOP RUN.
