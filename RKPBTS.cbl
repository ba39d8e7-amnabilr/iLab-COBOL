000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram batas rekap stok: mengembalikan bulan
000500*           tutup terakhir (LK-BULAN-TUTUP) yang boleh dibaca
000600*           dari stokrkp.dat, yaitu bulan terakhir dari Januari
000700*           tahun berjalan yang berturut-turut sudah ditutup di
000800*           periode.dat (PRD-CTL), berikut bulan pertama rentang
000900*           itu (LK-BULAN-MULAI). Baris stokjrnl.dat bertanggal
001000*           dalam rentang tersebut tidak perlu diputar ulang
001100*           pembacanya. Nol berarti belum ada bulan tutup atau
001200*           stokrkp.dat belum dibangun STK-RKB, dan pembaca
001300*           kembali memutar jurnal dari baris pertama.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. RKP-BTS.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY RKPSEL.
002600     SELECT PERIODE-MST ASSIGN TO 'periode.dat'
002700     ORGANIZATION IS INDEXED
002800     ACCESS MODE IS DYNAMIC
002900     RECORD KEY IS PRD-BULAN
003000     FILE STATUS IS PRD-FS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY RKPFD.
003400 FD PERIODE-MST.
003500 01 PERIODE-RECORD.
003600     02 PRD-BULAN          PIC 9(06).
003700     02 PRD-STATUS         PIC X(01).
003800
003900 WORKING-STORAGE SECTION.
004000 77 RKP-FS                 PIC XX.
004100 77 PRD-FS                 PIC XX.
004200 77 WS-TUTUP-SW            PIC X VALUE 'Y'.
004300     88 WS-TUTUP           VALUE 'Y'.
004400 01 WS-TGL-RUN             PIC 9(8).
004500 01 WS-BULAN-CARI          PIC 9(6).
004600 01 WS-BULAN-PECAH REDEFINES WS-BULAN-CARI.
004700     02 WS-BP-TAHUN        PIC 9(4).
004800     02 WS-BP-BULAN        PIC 99.
004900
005000 LINKAGE SECTION.
005100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005200 01 LK-BULAN-MULAI         PIC 9(06).
005300 01 LK-BULAN-TUTUP         PIC 9(06).
005400
005500 PROCEDURE DIVISION USING LK-BULAN-MULAI, LK-BULAN-TUTUP.
005600*-----------------------------------------------------------------
005700 0000-MAINLINE.
005800     MOVE ZERO TO LK-BULAN-MULAI.
005900     MOVE ZERO TO LK-BULAN-TUTUP.
006000     OPEN INPUT STOK-REKAP.
006100     IF RKP-FS NOT = '00'
006200         CLOSE STOK-REKAP
006300         GO TO 9999-EXIT
006400     END-IF.
006500     CLOSE STOK-REKAP.
006600     OPEN INPUT PERIODE-MST.
006700     IF PRD-FS NOT = '00'
006800         CLOSE PERIODE-MST
006900         GO TO 9999-EXIT
007000     END-IF.
007100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
007200     MOVE WS-TGL-RUN(1:4) TO WS-BP-TAHUN.
007300     MOVE 1 TO WS-BP-BULAN.
007400     MOVE 'Y' TO WS-TUTUP-SW.
007500     PERFORM 1000-SATU-BULAN THRU 1000-EXIT
007600         UNTIL NOT WS-TUTUP.
007700     CLOSE PERIODE-MST.
007800     IF LK-BULAN-TUTUP NOT = ZERO
007900         MOVE WS-TGL-RUN(1:4) TO WS-BP-TAHUN
008000         MOVE 1 TO WS-BP-BULAN
008100         MOVE WS-BULAN-CARI TO LK-BULAN-MULAI
008200     END-IF.
008300     GO TO 9999-EXIT.
008400
008500*-----------------------------------------------------------------
008600* Bulan dicek berurutan dari Januari; berhenti pada bulan
008700* pertama yang tidak berbaris atau masih terbuka.
008800*-----------------------------------------------------------------
008900 1000-SATU-BULAN.
009000     MOVE WS-BULAN-CARI TO PRD-BULAN.
009100     READ PERIODE-MST
009200         INVALID KEY MOVE 'N' TO WS-TUTUP-SW
009300     END-READ.
009400     IF NOT WS-TUTUP
009500         GO TO 1000-EXIT
009600     END-IF.
009700     IF PRD-STATUS NOT = 'T'
009800         MOVE 'N' TO WS-TUTUP-SW
009900         GO TO 1000-EXIT
010000     END-IF.
010100     MOVE WS-BULAN-CARI TO LK-BULAN-TUTUP.
010200     IF WS-BP-BULAN = 12
010300         MOVE 'N' TO WS-TUTUP-SW
010400         GO TO 1000-EXIT
010500     END-IF.
010600     ADD 1 TO WS-BP-BULAN.
010700 1000-EXIT.
010800     EXIT.
010900
011000*-----------------------------------------------------------------
011100 9999-EXIT.
011200     GOBACK.
