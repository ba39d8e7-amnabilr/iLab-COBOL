000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Override supervisor untuk tanda jendela batch malam
000500*           batchwin.ctl yang tertinggal oleh driver tutup malam
000600*           yang mati di tengah rantai: selama tanda itu ada semua
000700*           posting dan sign-on update ditolak. Supervisor level 2
000800*           yang sign-on lewat BRG-MENU (hak BTCBUKA di oprfnc.dat
000900*           bila matriks dipakai) melihat driver pemegang dan
001000*           sejak kapan, lalu melepasnya lewat BTC-WIN fungsi B.
001100*           Lepas paksa tercatat di jobaudit.log sebagai event
001200*           PAKSA atas nama driver tersebut, berikut ID
001300*           supervisornya.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. BTC-BUKA.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY BTWSEL.
002600 DATA DIVISION.
002700 FILE SECTION.
002800     COPY BTWFD.
002900
003000 WORKING-STORAGE SECTION.
003100 77 BW-FS                  PIC XX.
003200 77 WS-OPR-ID              PIC X(8).
003300 77 WS-OPR-LEVEL           PIC 9(1).
003400 77 WS-FUNGSI-CEK          PIC X(8) VALUE 'BTCBUKA'.
003500 77 WS-BOLEH-SW            PIC X.
003600 77 WS-JAWAB               PIC X.
003700* Parameter BTC-WIN (jendela batch malam).
003800 77 WS-BW-FUNGSI           PIC X(1).
003900 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BTC-BUKA'.
004000 77 WS-BW-HASIL            PIC X(1).
004100 77 WS-BW-PEMEGANG         PIC X(13).
004200
004300 PROCEDURE DIVISION.
004400*-----------------------------------------------------------------
004500 0000-MAINLINE.
004600     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
004700     IF WS-OPR-LEVEL < 2
004800         DISPLAY 'LEPAS JENDELA BATCH HANYA UNTUK SUPERVISOR'
004900             ' YANG SIGN-ON LEWAT BRG-MENU'
005000         GO TO 9999-EXIT
005100     END-IF.
005200*    Matriks hak oprfnc.dat didahulukan bila dipakai; situs tanpa
005300*    matriks ('F') cukup dengan level supervisor.
005400     CALL 'OPR-PRM' USING WS-OPR-ID, WS-FUNGSI-CEK,
005500         WS-BOLEH-SW.
005600     IF WS-BOLEH-SW = 'N'
005700         DISPLAY 'HAK BTCBUKA TIDAK DIBERIKAN KE ' WS-OPR-ID
005800             ', MINTA LEWAT OPR-FNC'
005900         GO TO 9999-EXIT
006000     END-IF.
006100     PERFORM 1000-TAMPIL-TANDA THRU 1000-EXIT.
006200     IF BW-PROGRAM = SPACES
006300         DISPLAY 'TIDAK ADA JENDELA BATCH TERPASANG, POSTING'
006400             ' SUDAH TERBUKA'
006500         GO TO 9999-EXIT
006600     END-IF.
006700     DISPLAY 'PASTIKAN ' BW-PROGRAM ' SUDAH TIDAK BERJALAN.'.
006800     DISPLAY 'RUN YANG DILANJUTKAN DARI CHECKPOINT AKAN'
006900         ' MEMASANG TANDANYA LAGI.'.
007000     DISPLAY 'LEPAS TANDA DAN BUKA POSTING (Y/T) ? '
007100         WITH NO ADVANCING.
007200     ACCEPT WS-JAWAB.
007300     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
007400         DISPLAY 'DIBATALKAN, TANDA TETAP TERPASANG'
007500         GO TO 9999-EXIT
007600     END-IF.
007700     PERFORM 2000-LEPAS THRU 2000-EXIT.
007800     GO TO 9999-EXIT.
007900
008000*-----------------------------------------------------------------
008100* Tanda dibaca langsung untuk ditampilkan: driver pemegang dan
008200* tanggal/jam pemasangannya.
008300*-----------------------------------------------------------------
008400 1000-TAMPIL-TANDA.
008500     MOVE SPACES TO BTC-JENDELA-LINE.
008600     OPEN INPUT BTC-JENDELA.
008700     IF BW-FS NOT = '00'
008800         CLOSE BTC-JENDELA
008900         MOVE SPACES TO BTC-JENDELA-LINE
009000         GO TO 1000-EXIT
009100     END-IF.
009200     READ BTC-JENDELA
009300         AT END MOVE SPACES TO BTC-JENDELA-LINE
009400     END-READ.
009500     CLOSE BTC-JENDELA.
009600     IF BW-PROGRAM NOT = SPACES
009700         DISPLAY 'JENDELA BATCH DIPASANG ' BW-PROGRAM
009800             ' SEJAK ' BW-TANGGAL ' JAM ' BW-JAM
009900     END-IF.
010000 1000-EXIT.
010100     EXIT.
010200
010300*-----------------------------------------------------------------
010400 2000-LEPAS.
010500     MOVE 'B' TO WS-BW-FUNGSI.
010600     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
010700         WS-BW-HASIL, WS-BW-PEMEGANG.
010800     IF WS-BW-HASIL = 'Y'
010900         DISPLAY 'TANDA ' WS-BW-PEMEGANG ' DILEPAS OLEH '
011000             WS-OPR-ID ', TERCATAT DI jobaudit.log'
011100     ELSE
011200         DISPLAY 'TANDA SUDAH TIDAK ADA, TIDAK ADA YANG DILEPAS'
011300     END-IF.
011400 2000-EXIT.
011500     EXIT.
011600
011700*-----------------------------------------------------------------
011800 9999-EXIT.
011900     STOP RUN.
