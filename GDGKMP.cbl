000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Muat tabel kampus pemilik untuk gudang 1-99 dari
000500*           gudang.dat (GD-KAMPUS), dipakai laporan persediaan
000600*           yang memilih atau memberi subtotal per kampus.
000700*           Gudang yang tidak terdaftar -- atau master yang
000800*           belum ada -- bernilai 0 (belum ditetapkan).
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001300 PROGRAM-ID. GDG-KMP.
001400 ENVIRONMENT DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 CONFIGURATION SECTION.
001700*-----------------------
001800 INPUT-OUTPUT SECTION.
001900     FILE-CONTROL.
002000     COPY GDGSEL.
002100 DATA DIVISION.
002200 FILE SECTION.
002300     COPY GDGFD.
002400
002500 WORKING-STORAGE SECTION.
002600 77 GD-FS                  PIC XX.
002700 77 WS-EOF-SW              PIC X VALUE 'N'.
002800     88 WS-EOF             VALUE 'Y'.
002900
003000 LINKAGE SECTION.
003100 01 LK-GUDANG-KAMPUS.
003200     02 LK-GK-KAMPUS       PIC 9(01) OCCURS 99 TIMES.
003300
003400 PROCEDURE DIVISION USING LK-GUDANG-KAMPUS.
003500*-----------------------------------------------------------------
003600 0000-MAINLINE.
003700     MOVE ZEROES TO LK-GUDANG-KAMPUS.
003800     OPEN INPUT GUDANG-MST.
003900     IF GD-FS NOT = '00'
004000         GO TO 9999-EXIT
004100     END-IF.
004200     MOVE 'N' TO WS-EOF-SW.
004300     PERFORM 2000-BACA-GUDANG THRU 2000-EXIT
004400         UNTIL WS-EOF.
004500     CLOSE GUDANG-MST.
004600     GO TO 9999-EXIT.
004700
004800*-----------------------------------------------------------------
004900 2000-BACA-GUDANG.
005000     READ GUDANG-MST NEXT RECORD
005100         AT END MOVE 'Y' TO WS-EOF-SW
005200     END-READ.
005300     IF NOT WS-EOF
005400         IF GD-KODE >= 1 AND GD-KAMPUS IS NUMERIC
005500             MOVE GD-KAMPUS TO LK-GK-KAMPUS(GD-KODE)
005600         END-IF
005700     END-IF.
005800 2000-EXIT.
005900     EXIT.
006000
006100*-----------------------------------------------------------------
006200 9999-EXIT.
006300     GOBACK.
