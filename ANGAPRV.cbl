000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Antrian persetujuan anggaran: permintaan barang yang
000500*           ditahan STK-REQ (KOM-STATUS 'T' di komitmen.dat)
000600*           karena melewati pagu atau ambang departemen
000700*           ditampilkan per nomor permintaan kepada supervisor
000800*           level 2 (sesi OPR-SES) bersama posisi anggarannya.
000900*           Setuju: nilai dikomitkan ke ANG-KOMIT dan baris
001000*           reqbrg.dat dibuka (B) untuk issue; tolak: baris
001100*           ditandai X dan komitmennya dinolkan. Pola yang sama
001200*           dengan OPN-APRV dan HRG-APRV.
001210*           Posting ditolak selama tanda jendela batch malam
001220*           batchwin.ctl terpasang (BTC-WIN).
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. ANG-APRV.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY REQSEL.
002500     COPY ANGSEL.
002600     COPY KOMSEL.
002700 DATA DIVISION.
002800 FILE SECTION.
002900     COPY REQFD.
003000     COPY ANGFD.
003100     COPY KOMFD.
003200
003300 WORKING-STORAGE SECTION.
003400 77 RQ-FS                  PIC XX.
003500 77 ANG-FS                 PIC XX.
003600 77 KOM-FS                 PIC XX.
003700 77 WS-EOF-SW              PIC X VALUE 'N'.
003800     88 WS-EOF             VALUE 'Y'.
003900 77 WS-REQ-EOF-SW          PIC X VALUE 'N'.
004000     88 WS-REQ-EOF         VALUE 'Y'.
004100 77 WS-ANG-ADA-SW          PIC X VALUE 'N'.
004200     88 WS-ANG-ADA         VALUE 'Y'.
004300 77 WS-JAWAB               PIC X.
004400 77 WS-PENYETUJU           PIC X(8).
004500 77 WS-OPR-LEVEL           PIC 9(1).
004600 77 WS-JML-SETUJU          PIC 9(5) VALUE ZERO.
004700 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
004800 77 WS-JML-BARIS           PIC 9(2).
004810* Parameter BTC-WIN (jendela batch malam).
004820 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
004830 77 WS-BW-PROGRAM          PIC X(13) VALUE 'ANG-APRV'.
004840 77 WS-BW-HASIL            PIC X(1).
004850 77 WS-BW-PEMEGANG         PIC X(13).
004900 01 WS-NO-REQ              PIC 9(5).
005000 01 WS-DEPT                PIC X(10).
005100 01 WS-TAHUN               PIC 9(4).
005200 01 WS-NILAI-REQ           PIC 9(12)V9(3).
005300 01 WS-SISA-PAGU           PIC S9(12)V9(3).
005400
005500 PROCEDURE DIVISION.
005600*-----------------------------------------------------------------
005700 0000-MAINLINE.
005800     CALL 'OPR-SES' USING WS-PENYETUJU, WS-OPR-LEVEL.
005900     IF WS-OPR-LEVEL < 2
006000         DISPLAY 'PERSETUJUAN ANGGARAN HANYA UNTUK'
006100             ' SUPERVISOR YANG SIGN-ON LEWAT BRG-MENU'
006200         GO TO 9999-EXIT
006300     END-IF.
006310     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
006320         WS-BW-HASIL, WS-BW-PEMEGANG.
006330     IF WS-BW-HASIL = 'Y'
006340         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
006350             ' PERSETUJUAN ANGGARAN DITOLAK'
006360         GO TO 9999-EXIT
006370     END-IF.
006400     OPEN I-O KOMIT-FILE.
006500     IF KOM-FS NOT = '00'
006600         DISPLAY 'TIDAK ADA KOMITMEN ANGGARAN (komitmen.dat)'
006700         GO TO 9999-EXIT
006800     END-IF.
006900     OPEN I-O REQ-FILE.
007000     OPEN I-O ANGGARAN-MST.
007100     IF RQ-FS NOT = '00' OR ANG-FS NOT = '00'
007200         DISPLAY 'reqbrg.dat/anggaran.dat TIDAK DAPAT DIBUKA,'
007300             ' STATUS ' RQ-FS ' ' ANG-FS
007400         CLOSE KOMIT-FILE
007500         CLOSE REQ-FILE
007600         CLOSE ANGGARAN-MST
007700         GO TO 9999-EXIT
007800     END-IF.
007900     MOVE LOW-VALUES TO KOM-KUNCI.
008000     START KOMIT-FILE KEY NOT < KOM-KUNCI
008100         INVALID KEY MOVE 'Y' TO WS-EOF-SW
008200     END-START.
008300     PERFORM 1000-PROSES-PENDING THRU 1000-EXIT
008400         UNTIL WS-EOF.
008500     CLOSE KOMIT-FILE.
008600     CLOSE REQ-FILE.
008700     CLOSE ANGGARAN-MST.
008800     DISPLAY 'PERMINTAAN DISETUJUI : ' WS-JML-SETUJU
008900         ', DITOLAK : ' WS-JML-TOLAK.
009000     GO TO 9999-EXIT.
009100
009200*-----------------------------------------------------------------
009300* Baris komitmen pertama yang ditahan membuka satu permintaan;
009400* semua barisnya dijumlah dulu (1100), keputusan diterapkan ke
009500* seluruh baris, lalu pembacaan dilanjutkan sesudah permintaan
009600* itu.
009700*-----------------------------------------------------------------
009800 1000-PROSES-PENDING.
009900     READ KOMIT-FILE NEXT RECORD
010000         AT END MOVE 'Y' TO WS-EOF-SW
010100     END-READ.
010200     IF WS-EOF
010300         GO TO 1000-EXIT
010400     END-IF.
010500     IF KOM-STATUS NOT = 'T'
010600         GO TO 1000-EXIT
010700     END-IF.
010800     MOVE KOM-REQ-NO TO WS-NO-REQ.
010900     MOVE KOM-DEPT TO WS-DEPT.
011000     MOVE KOM-TAHUN TO WS-TAHUN.
011100     MOVE ZERO TO WS-NILAI-REQ.
011200     MOVE ZERO TO WS-JML-BARIS.
011300     PERFORM 1100-JUMLAH-BARIS THRU 1100-EXIT.
011400     MOVE 'N' TO WS-ANG-ADA-SW.
011500     MOVE WS-DEPT TO ANG-DEPT.
011600     MOVE WS-TAHUN TO ANG-TAHUN.
011700     READ ANGGARAN-MST
011800         INVALID KEY CONTINUE
011900         NOT INVALID KEY MOVE 'Y' TO WS-ANG-ADA-SW
012000     END-READ.
012100     DISPLAY 'PERMINTAAN ' WS-NO-REQ ' DEPT ' WS-DEPT
012200         ' : ' WS-JML-BARIS ' BARIS, NILAI ' WS-NILAI-REQ.
012300     IF WS-ANG-ADA
012400         COMPUTE WS-SISA-PAGU =
012500             ANG-PAGU - ANG-KOMIT - ANG-REALISASI
012600         DISPLAY '  PAGU ' ANG-PAGU ' KOMIT ' ANG-KOMIT
012700             ' REALISASI ' ANG-REALISASI
012800         DISPLAY '  SISA PAGU ' WS-SISA-PAGU
012900             ' AMBANG ' ANG-AMBANG
013000     ELSE
013100         DISPLAY '  DEPARTEMEN TIDAK PUNYA ANGGARAN TAHUN '
013200             WS-TAHUN
013300     END-IF.
013400     DISPLAY 'SETUJU (Y), TOLAK (N), LEWATI (L) ? '
013500         WITH NO ADVANCING.
013600     ACCEPT WS-JAWAB.
013700     EVALUATE WS-JAWAB
013800         WHEN 'Y'
013900         WHEN 'y'
014000             IF NOT WS-ANG-ADA
014100                 DISPLAY 'TANPA ANGGARAN TIDAK BISA DISETUJUI,'
014200                     ' DAFTARKAN DULU DI ANG-MNT'
014300             ELSE
014400                 PERFORM 2000-SETUJUI THRU 2000-EXIT
014500             END-IF
014600         WHEN 'N'
014700         WHEN 'n'
014800             PERFORM 3000-TOLAK THRU 3000-EXIT
014900         WHEN OTHER
015000             CONTINUE
015100     END-EVALUATE.
015200     MOVE WS-NO-REQ TO KOM-REQ-NO.
015300     MOVE 99 TO KOM-REQ-URUT.
015400     START KOMIT-FILE KEY > KOM-KUNCI
015500         INVALID KEY MOVE 'Y' TO WS-EOF-SW
015600     END-START.
015700 1000-EXIT.
015800     EXIT.
015900
016000 1100-JUMLAH-BARIS.
016100     ADD KOM-SISA TO WS-NILAI-REQ.
016200     ADD 1 TO WS-JML-BARIS.
016300     READ KOMIT-FILE NEXT RECORD
016400         AT END GO TO 1100-EXIT
016500     END-READ.
016600     IF KOM-REQ-NO = WS-NO-REQ AND KOM-STATUS = 'T'
016700         GO TO 1100-JUMLAH-BARIS
016800     END-IF.
016900 1100-EXIT.
017000     EXIT.
017100
017200*-----------------------------------------------------------------
017300 2000-SETUJUI.
017400     ADD WS-NILAI-REQ TO ANG-KOMIT.
017500     REWRITE ANGGARAN-RECORD
017600         INVALID KEY
017700             DISPLAY 'GAGAL SIMPAN ANGGARAN, STATUS ' ANG-FS
017800             GO TO 2000-EXIT
017900     END-REWRITE.
018000     MOVE 'A' TO WS-JAWAB.
018100     PERFORM 4000-UBAH-BARIS THRU 4000-EXIT.
018200     ADD 1 TO WS-JML-SETUJU.
018300     DISPLAY 'PERMINTAAN ' WS-NO-REQ ' DISETUJUI, BISA DIISSUE'.
018400 2000-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800 3000-TOLAK.
018900     MOVE 'X' TO WS-JAWAB.
019000     PERFORM 4000-UBAH-BARIS THRU 4000-EXIT.
019100     ADD 1 TO WS-JML-TOLAK.
019200     DISPLAY 'PERMINTAAN ' WS-NO-REQ ' DITOLAK'.
019300 3000-EXIT.
019400     EXIT.
019500
019600*-----------------------------------------------------------------
019700* Terapkan keputusan (WS-JAWAB A atau X) ke semua baris
019800* permintaan yang masih ditahan, di komitmen.dat dan reqbrg.dat.
019900*-----------------------------------------------------------------
020000 4000-UBAH-BARIS.
020100     MOVE WS-NO-REQ TO REQ-NO.
020200     MOVE ZERO TO REQ-URUT.
020300     MOVE 'N' TO WS-REQ-EOF-SW.
020400     START REQ-FILE KEY NOT < REQ-KUNCI
020500         INVALID KEY MOVE 'Y' TO WS-REQ-EOF-SW
020600     END-START.
020700     PERFORM 4100-SATU-BARIS THRU 4100-EXIT
020800         UNTIL WS-REQ-EOF.
020900 4000-EXIT.
021000     EXIT.
021100
021200 4100-SATU-BARIS.
021300     READ REQ-FILE NEXT RECORD
021400         AT END MOVE 'Y' TO WS-REQ-EOF-SW
021500     END-READ.
021600     IF WS-REQ-EOF
021700         GO TO 4100-EXIT
021800     END-IF.
021900     IF REQ-NO NOT = WS-NO-REQ
022000         MOVE 'Y' TO WS-REQ-EOF-SW
022100         GO TO 4100-EXIT
022200     END-IF.
022300     IF REQ-STATUS NOT = 'T'
022400         GO TO 4100-EXIT
022500     END-IF.
022600     IF WS-JAWAB = 'A'
022700         MOVE 'B' TO REQ-STATUS
022800     ELSE
022900         MOVE 'X' TO REQ-STATUS
023000     END-IF.
023100     REWRITE REQ-RECORD
023200         INVALID KEY
023300             DISPLAY 'GAGAL SIMPAN BARIS, STATUS ' RQ-FS
023400     END-REWRITE.
023500     MOVE REQ-KUNCI TO KOM-KUNCI.
023600     READ KOMIT-FILE
023700         INVALID KEY GO TO 4100-EXIT
023800     END-READ.
023900     MOVE WS-JAWAB TO KOM-STATUS.
024000     IF WS-JAWAB = 'X'
024100         MOVE ZERO TO KOM-SISA
024200     END-IF.
024300     REWRITE KOMIT-RECORD
024400         INVALID KEY
024500             DISPLAY 'GAGAL SIMPAN KOMITMEN, STATUS ' KOM-FS
024600     END-REWRITE.
024700 4100-EXIT.
024800     EXIT.
024900
025000*-----------------------------------------------------------------
025100 9999-EXIT.
025200     STOP RUN.
