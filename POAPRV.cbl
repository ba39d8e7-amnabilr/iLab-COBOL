000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Antrian persetujuan PO bernilai besar (pola HRG-APRV):
000500*           PO yang ditahan PO-ENTRY di potahan.dat karena
000600*           melebihi batas otorisasi pembuatnya ditampilkan satu
000700*           per satu bersama baris-barisnya kepada operator yang
000800*           sign-on lewat BRG-MENU. Hanya penyetuju yang batasnya
000900*           di batasop.dat mencukupi nilai PO, dan bukan
001000*           pembuatnya, yang boleh memutus. Setuju: baris po.dat
001100*           berstatus M menjadi PO resmi; tolak: baris PO dihapus.
001200*           Keputusan, penyetuju dan tanggalnya dicatat di
001300*           potahan.dat.
001310*           Posting ditolak selama tanda jendela batch malam
001320*           batchwin.ctl terpasang (BTC-WIN).
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. PO-APRV.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY POSEL.
002600     COPY BTSSEL.
002700     COPY PTHSEL.
002800 DATA DIVISION.
002900 FILE SECTION.
003000     COPY POFD.
003100     COPY BTSFD.
003200     COPY PTHFD.
003300
003400 WORKING-STORAGE SECTION.
003500 77 PO-FS                  PIC XX.
003510* Parameter BTC-WIN (jendela batch malam).
003520 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003530 77 WS-BW-PROGRAM          PIC X(13) VALUE 'PO-APRV'.
003540 77 WS-BW-HASIL            PIC X(1).
003550 77 WS-BW-PEMEGANG         PIC X(13).
003600 77 BT-FS                  PIC XX.
003700 77 PT-FS                  PIC XX.
003800 77 WS-EOF-SW              PIC X VALUE 'N'.
003900     88 WS-EOF             VALUE 'Y'.
004000 77 WS-PO-EOF-SW           PIC X VALUE 'N'.
004100     88 WS-PO-EOF          VALUE 'Y'.
004200 77 WS-JAWAB               PIC X.
004300 77 WS-AKSI                PIC X.
004400 77 WS-PENYETUJU           PIC X(8).
004500 77 WS-OPR-LEVEL           PIC 9(1).
004600 77 WS-BATAS-OPR           PIC 9(11)V9(3) VALUE ZERO.
004700 77 WS-JML-SETUJU          PIC 9(5) VALUE ZERO.
004800 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
004900 77 WS-JML-BARIS           PIC 9(2).
005000 01 WS-TANGGAL-SISTEM      PIC 9(8).
005100
005200 PROCEDURE DIVISION.
005300*-----------------------------------------------------------------
005400 0000-MAINLINE.
005500     CALL 'OPR-SES' USING WS-PENYETUJU, WS-OPR-LEVEL.
005600     IF WS-PENYETUJU = SPACES
005700         DISPLAY 'PERSETUJUAN PO HANYA UNTUK OPERATOR'
005800             ' YANG SIGN-ON LEWAT BRG-MENU'
005900         GO TO 9999-EXIT
006000     END-IF.
006010     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
006020         WS-BW-HASIL, WS-BW-PEMEGANG.
006030     IF WS-BW-HASIL = 'Y'
006040         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
006050             ' PERSETUJUAN PO DITOLAK'
006060         GO TO 9999-EXIT
006070     END-IF.
006100     OPEN INPUT BATAS-MST.
006200     IF BT-FS = '00'
006300         MOVE WS-PENYETUJU TO BT-OP-ID
006400         READ BATAS-MST
006500             INVALID KEY CONTINUE
006600             NOT INVALID KEY MOVE BT-BATAS-PO TO WS-BATAS-OPR
006700         END-READ
006800     END-IF.
006900     CLOSE BATAS-MST.
007000     IF WS-BATAS-OPR = ZERO
007100         DISPLAY WS-PENYETUJU ' TIDAK PUNYA BATAS OTORISASI PO'
007200             ' DI batasop.dat'
007300         GO TO 9999-EXIT
007400     END-IF.
007500     OPEN I-O PO-TAHAN.
007600     IF PT-FS NOT = '00'
007700         DISPLAY 'TIDAK ADA ANTRIAN PERSETUJUAN PO (potahan.dat)'
007800         GO TO 9999-EXIT
007900     END-IF.
008000     OPEN I-O PO-FILE.
008100     IF PO-FS NOT = '00'
008200         DISPLAY 'po.dat TIDAK DAPAT DIBUKA, STATUS ' PO-FS
008300         CLOSE PO-TAHAN
008400         GO TO 9999-EXIT
008500     END-IF.
008600     ACCEPT WS-TANGGAL-SISTEM FROM DATE YYYYMMDD.
008700     PERFORM 1000-PROSES-TAHAN THRU 1000-EXIT
008800         UNTIL WS-EOF.
008900     CLOSE PO-TAHAN.
009000     CLOSE PO-FILE.
009100     DISPLAY 'DISETUJUI : ' WS-JML-SETUJU
009200         ', DITOLAK : ' WS-JML-TOLAK.
009300     GO TO 9999-EXIT.
009400
009500*-----------------------------------------------------------------
009600* PO yang di luar batas penyetuju atau dibuat sendiri dilewati
009700* tanpa ditanya, supaya tetap menunggu penyetuju yang berwenang.
009800*-----------------------------------------------------------------
009900 1000-PROSES-TAHAN.
010000     READ PO-TAHAN NEXT RECORD
010100         AT END MOVE 'Y' TO WS-EOF-SW
010200     END-READ.
010300     IF WS-EOF
010400         GO TO 1000-EXIT
010500     END-IF.
010600     IF PT-STATUS NOT = 'M'
010700         GO TO 1000-EXIT
010800     END-IF.
010900     IF PT-PEMBUAT = WS-PENYETUJU
011000         DISPLAY 'PO ' PT-NO-PO ' DIBUAT SENDIRI, DILEWATI'
011100         GO TO 1000-EXIT
011200     END-IF.
011300     IF PT-NILAI > WS-BATAS-OPR
011400         DISPLAY 'PO ' PT-NO-PO ' NILAI ' PT-NILAI
011500             ' DI LUAR BATAS ANDA, DILEWATI'
011600         GO TO 1000-EXIT
011700     END-IF.
011800     DISPLAY 'PO ' PT-NO-PO ' SUPPLIER ' PT-SUPPLIER ' NILAI '
011900         PT-NILAI.
012000     DISPLAY 'DIBUAT ' PT-PEMBUAT ' TANGGAL ' PT-TGL.
012100     MOVE 'T' TO WS-AKSI.
012200     PERFORM 2000-BARIS-PO THRU 2000-EXIT.
012300     DISPLAY 'SETUJU (Y), TOLAK (N), LEWATI (L) ? '
012400         WITH NO ADVANCING.
012500     ACCEPT WS-JAWAB.
012600     EVALUATE WS-JAWAB
012700         WHEN 'Y'
012800         WHEN 'y'
012900             MOVE 'S' TO WS-AKSI
013000             PERFORM 2000-BARIS-PO THRU 2000-EXIT
013100             MOVE 'S' TO PT-STATUS
013200             PERFORM 3000-CATAT-PUTUS THRU 3000-EXIT
013300             ADD 1 TO WS-JML-SETUJU
013400             DISPLAY 'PO ' PT-NO-PO ' DISETUJUI, ' WS-JML-BARIS
013500                 ' BARIS RESMI'
013600         WHEN 'N'
013700         WHEN 'n'
013800             MOVE 'H' TO WS-AKSI
013900             PERFORM 2000-BARIS-PO THRU 2000-EXIT
014000             MOVE 'T' TO PT-STATUS
014100             PERFORM 3000-CATAT-PUTUS THRU 3000-EXIT
014200             ADD 1 TO WS-JML-TOLAK
014300             DISPLAY 'PO ' PT-NO-PO ' DITOLAK, ' WS-JML-BARIS
014400                 ' BARIS DIHAPUS'
014500         WHEN OTHER
014600             CONTINUE
014700     END-EVALUATE.
014800 1000-EXIT.
014900     EXIT.
015000
015100*-----------------------------------------------------------------
015200* Sisir baris berstatus M dari PO ini: WS-AKSI T = tampilkan,
015300* S = jadikan resmi, H = hapus.
015400*-----------------------------------------------------------------
015500 2000-BARIS-PO.
015600     MOVE ZERO TO WS-JML-BARIS.
015700     MOVE PT-NO-PO TO PO-NO.
015800     MOVE ZERO TO PO-URUT.
015900     MOVE 'N' TO WS-PO-EOF-SW.
016000     START PO-FILE KEY IS NOT LESS THAN PO-KUNCI
016100         INVALID KEY MOVE 'Y' TO WS-PO-EOF-SW
016200     END-START.
016300     PERFORM 2100-SATU-BARIS THRU 2100-EXIT
016400         UNTIL WS-PO-EOF.
016500 2000-EXIT.
016600     EXIT.
016700
016800 2100-SATU-BARIS.
016900     READ PO-FILE NEXT RECORD
017000         AT END MOVE 'Y' TO WS-PO-EOF-SW
017100     END-READ.
017200     IF WS-PO-EOF
017300         GO TO 2100-EXIT
017400     END-IF.
017500     IF PO-NO NOT = PT-NO-PO
017600         MOVE 'Y' TO WS-PO-EOF-SW
017700         GO TO 2100-EXIT
017800     END-IF.
017900     IF PO-STATUS NOT = 'M'
018000         GO TO 2100-EXIT
018100     END-IF.
018200     EVALUATE WS-AKSI
018300         WHEN 'T'
018400             DISPLAY '  BARIS ' PO-URUT ' ' PO-NAMA-BRG ' JUMLAH '
018500                 PO-JUMLAH ' HARGA ' PO-HARGA
018600             ADD 1 TO WS-JML-BARIS
018700         WHEN 'S'
018800             MOVE SPACES TO PO-STATUS
018900             REWRITE PO-RECORD
019000                 INVALID KEY
019100                     DISPLAY 'GAGAL SIMPAN BARIS ' PO-URUT
019200                         ', STATUS ' PO-FS
019300                 NOT INVALID KEY
019400                     ADD 1 TO WS-JML-BARIS
019500             END-REWRITE
019600         WHEN 'H'
019700             DELETE PO-FILE
019800                 INVALID KEY
019900                     DISPLAY 'GAGAL HAPUS BARIS ' PO-URUT
020000                         ', STATUS ' PO-FS
020100                 NOT INVALID KEY
020200                     ADD 1 TO WS-JML-BARIS
020300             END-DELETE
020400     END-EVALUATE.
020500 2100-EXIT.
020600     EXIT.
020700
020800*-----------------------------------------------------------------
020900 3000-CATAT-PUTUS.
021000     MOVE WS-PENYETUJU TO PT-PENYETUJU.
021100     MOVE WS-TANGGAL-SISTEM TO PT-TGL-PUTUS.
021200     REWRITE PO-TAHAN-RECORD
021300         INVALID KEY
021400             DISPLAY 'GAGAL SIMPAN KEPUTUSAN, STATUS ' PT-FS
021500     END-REWRITE.
021600 3000-EXIT.
021700     EXIT.
021800
021900*-----------------------------------------------------------------
022000 9999-EXIT.
022100     STOP RUN.
