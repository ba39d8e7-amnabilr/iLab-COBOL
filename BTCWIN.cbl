000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram bersama jendela batch malam batchwin.ctl.
000500*           Driver tutup malam (BATCH-BARANG, BATCH-HARIAN)
000600*           memasang tanda saat mulai (fungsi P) dan melepasnya
000700*           saat rantai tuntas (L); program posting dan sign-on
000800*           BRG-MENU bertanya (C) dan menolak posting selama tanda
000900*           terpasang, sedangkan pertanyaan tetap boleh -- supaya
001000*           tidak ada mutasi yang masuk di antara backup dan CSV.
001100*           Fungsi B melepas paksa tanda sisa run yang mati, hanya
001200*           dipakai BTC-BUKA atas perintah supervisor.
001300*           LK-HASIL: C = Y jendela aktif / N tidak; P, L, B = Y
001400*           berhasil / N tanda dipegang program lain (P, L) atau
001500*           tidak ada yang dilepas (B). LK-PEMEGANG diisi program
001600*           pemegang tanda. Pasang, lepas dan lepas paksa dicatat
001700*           ke jobaudit.log lewat JOB-AUDIT (event PASANG, LEPAS,
001800*           PAKSA) berikut operator yang sign-on.
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. BTC-WIN.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000     COPY BTWSEL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY BTWFD.
003400
003500 WORKING-STORAGE SECTION.
003600 77 BW-FS                  PIC XX.
003700 77 WS-JAM-KINI            PIC 9(8).
003800 77 WS-JA-PROGRAM          PIC X(13).
003900 77 WS-JA-EVENT            PIC X(07).
004000 77 WS-JA-JUMLAH           PIC 9(07) VALUE ZERO.
004100
004200 LINKAGE SECTION.
004300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004400 01 LK-FUNGSI              PIC X(01).
004500 01 LK-PROGRAM             PIC X(13).
004600 01 LK-HASIL               PIC X(01).
004700 01 LK-PEMEGANG            PIC X(13).
004800
004900 PROCEDURE DIVISION USING LK-FUNGSI, LK-PROGRAM, LK-HASIL,
005000     LK-PEMEGANG.
005100*-----------------------------------------------------------------
005200 0000-MAINLINE.
005300     MOVE 'N' TO LK-HASIL.
005400     PERFORM 1000-BACA-TANDA THRU 1000-EXIT.
005500     MOVE BW-PROGRAM TO LK-PEMEGANG.
005600     EVALUATE LK-FUNGSI
005700         WHEN 'C'
005800             IF BW-PROGRAM NOT = SPACES
005900                 MOVE 'Y' TO LK-HASIL
006000             END-IF
006100         WHEN 'P'
006200             PERFORM 2000-PASANG THRU 2000-EXIT
006300         WHEN 'L'
006400             PERFORM 3000-LEPAS THRU 3000-EXIT
006500         WHEN 'B'
006600             PERFORM 4000-LEPAS-PAKSA THRU 4000-EXIT
006700         WHEN OTHER
006800             DISPLAY 'BTC-WIN: FUNGSI TIDAK DIKENAL ' LK-FUNGSI
006900     END-EVALUATE.
007000     GO TO 9999-EXIT.
007100
007200*-----------------------------------------------------------------
007300* batchwin.ctl yang belum ada atau kosong berarti tidak ada
007400* jendela batch yang terpasang.
007500*-----------------------------------------------------------------
007600 1000-BACA-TANDA.
007700     MOVE SPACES TO BTC-JENDELA-LINE.
007800     OPEN INPUT BTC-JENDELA.
007900     IF BW-FS NOT = '00'
008000         CLOSE BTC-JENDELA
008100         MOVE SPACES TO BTC-JENDELA-LINE
008200         GO TO 1000-EXIT
008300     END-IF.
008400     READ BTC-JENDELA
008500         AT END MOVE SPACES TO BTC-JENDELA-LINE
008600     END-READ.
008700     CLOSE BTC-JENDELA.
008800 1000-EXIT.
008900     EXIT.
009000
009100*-----------------------------------------------------------------
009200* Pasang: ditolak bila dipegang driver lain. Driver yang sama
009300* (run yang dilanjutkan dari checkpoint) boleh memasang ulang.
009400*-----------------------------------------------------------------
009500 2000-PASANG.
009600     IF BW-PROGRAM NOT = SPACES AND BW-PROGRAM NOT = LK-PROGRAM
009700         GO TO 2000-EXIT
009800     END-IF.
009900     MOVE SPACES TO BTC-JENDELA-LINE.
010000     MOVE LK-PROGRAM TO BW-PROGRAM.
010100     ACCEPT BW-TANGGAL FROM DATE YYYYMMDD.
010200     ACCEPT WS-JAM-KINI FROM TIME.
010300     MOVE WS-JAM-KINI(1:6) TO BW-JAM.
010400     PERFORM 5000-TULIS-TANDA THRU 5000-EXIT.
010500     MOVE 'Y' TO LK-HASIL.
010600     MOVE LK-PROGRAM TO LK-PEMEGANG.
010700     MOVE LK-PROGRAM TO WS-JA-PROGRAM.
010800     MOVE 'PASANG' TO WS-JA-EVENT.
010900     PERFORM 6000-CATAT-AUDIT THRU 6000-EXIT.
011000 2000-EXIT.
011100     EXIT.
011200
011300*-----------------------------------------------------------------
011400 3000-LEPAS.
011500     IF BW-PROGRAM NOT = SPACES AND BW-PROGRAM NOT = LK-PROGRAM
011600         GO TO 3000-EXIT
011700     END-IF.
011800     MOVE 'Y' TO LK-HASIL.
011900     MOVE SPACES TO LK-PEMEGANG.
012000     IF BW-PROGRAM = SPACES
012100         GO TO 3000-EXIT
012200     END-IF.
012300     MOVE SPACES TO BTC-JENDELA-LINE.
012400     PERFORM 5000-TULIS-TANDA THRU 5000-EXIT.
012500     MOVE LK-PROGRAM TO WS-JA-PROGRAM.
012600     MOVE 'LEPAS' TO WS-JA-EVENT.
012700     PERFORM 6000-CATAT-AUDIT THRU 6000-EXIT.
012800 3000-EXIT.
012900     EXIT.
013000
013100*-----------------------------------------------------------------
013200* Lepas paksa: dicatat atas nama driver yang tandanya dibuang,
013300* operator di jobaudit.log adalah supervisor yang sign-on.
013400*-----------------------------------------------------------------
013500 4000-LEPAS-PAKSA.
013600     IF BW-PROGRAM = SPACES
013700         GO TO 4000-EXIT
013800     END-IF.
013900     MOVE BW-PROGRAM TO WS-JA-PROGRAM.
014000     MOVE SPACES TO BTC-JENDELA-LINE.
014100     PERFORM 5000-TULIS-TANDA THRU 5000-EXIT.
014200     MOVE 'Y' TO LK-HASIL.
014300     MOVE 'PAKSA' TO WS-JA-EVENT.
014400     PERFORM 6000-CATAT-AUDIT THRU 6000-EXIT.
014500 4000-EXIT.
014600     EXIT.
014700
014800*-----------------------------------------------------------------
014900 5000-TULIS-TANDA.
015000     OPEN OUTPUT BTC-JENDELA.
015100     WRITE BTC-JENDELA-LINE.
015200     CLOSE BTC-JENDELA.
015300 5000-EXIT.
015400     EXIT.
015500
015600*-----------------------------------------------------------------
015700 6000-CATAT-AUDIT.
015800     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
015900         WS-JA-JUMLAH.
016000 6000-EXIT.
016100     EXIT.
016200
016300*-----------------------------------------------------------------
016400 9999-EXIT.
016500     GOBACK.
