000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Subprogram bersama antrian pengecualian: setiap
000500*           program batch yang mencetak daftar pengecualian
000600*           (SCANERR.RPT STK-SCN, trfdisc.dat STK-TRF, selisih
000700*           FKT-MATCH, NPM ganda PROGRAM-MERGE, baris BRGTRX yang
000800*           ditolak BRG-BATCH, STROVFLW.LOG unstring1) juga
000900*           mencatatnya ke excq.dat
001000*           lewat sini: sumber, kunci, alasan, tanggal dan status
001100*           terbuka, bernomor dari exqctl.dat. Pengecualian yang
001200*           sama yang masih terbuka tidak dibuka dua kali; cacah
001300*           kemunculan dan tanggal terakhirnya yang diperbarui.
001400*           Penanganannya di EXC-MNT, umurnya di EXC-UMUR.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. EXC-ADD.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY EXQSEL.
002700     SELECT EXC-CTL ASSIGN TO 'exqctl.dat'
002800     ORGANIZATION IS LINE SEQUENTIAL
002900     FILE STATUS IS XC-FS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200     COPY EXQFD.
003300 FD EXC-CTL.
003400 01 EXC-CTL-RECORD.
003500     02 XC-NO-TERAKHIR     PIC 9(07).
003600
003700 WORKING-STORAGE SECTION.
003800 77 EQ-FS                  PIC XX.
003900 77 XC-FS                  PIC XX.
004000 77 WS-EOF-SW              PIC X VALUE 'N'.
004100     88 WS-EOF             VALUE 'Y'.
004200 77 WS-ADA-SW              PIC X VALUE 'N'.
004300     88 WS-ADA             VALUE 'Y'.
004400 77 WS-TGL-KINI            PIC 9(8).
004500 77 WS-JAM-KINI            PIC 9(8).
004600
004700 LINKAGE SECTION.
004800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004900 01 LK-SUMBER              PIC X(13).
005000 01 LK-KUNCI               PIC X(20).
005100 01 LK-ALASAN              PIC X(40).
005200
005300 PROCEDURE DIVISION USING LK-SUMBER, LK-KUNCI, LK-ALASAN.
005400*-----------------------------------------------------------------
005500 0000-MAINLINE.
005600     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
005700     ACCEPT WS-JAM-KINI FROM TIME.
005800     OPEN I-O EXC-QUEUE.
005900     IF EQ-FS = '35'
006000         OPEN OUTPUT EXC-QUEUE
006100         CLOSE EXC-QUEUE
006200         OPEN I-O EXC-QUEUE
006300     END-IF.
006400     IF EQ-FS NOT = '00'
006500         DISPLAY 'EXC-ADD: excq.dat TIDAK DAPAT DIBUKA, STATUS '
006600             EQ-FS
006700         GO TO 9999-EXIT
006800     END-IF.
006900     PERFORM 1000-CARI-TERBUKA THRU 1000-EXIT.
007000     IF NOT WS-ADA
007100         PERFORM 2000-TULIS-BARU THRU 2000-EXIT
007200     END-IF.
007300     CLOSE EXC-QUEUE.
007400     GO TO 9999-EXIT.
007500
007600*-----------------------------------------------------------------
007700* Pengecualian sumber + kunci yang sama lewat kunci alternatif;
007800* yang masih terbuka dengan alasan sama cukup dicacah ulang.
007900*-----------------------------------------------------------------
008000 1000-CARI-TERBUKA.
008100     MOVE 'N' TO WS-ADA-SW.
008200     MOVE 'N' TO WS-EOF-SW.
008300     MOVE LK-SUMBER TO EQ-SUMBER.
008400     MOVE LK-KUNCI TO EQ-KUNCI.
008500     START EXC-QUEUE KEY = EQ-SUMBER-KUNCI
008600         INVALID KEY MOVE 'Y' TO WS-EOF-SW
008700     END-START.
008800     PERFORM 1100-SATU-KUNCI THRU 1100-EXIT
008900         UNTIL WS-EOF OR WS-ADA.
009000 1000-EXIT.
009100     EXIT.
009200
009300 1100-SATU-KUNCI.
009400     READ EXC-QUEUE NEXT RECORD
009500         AT END MOVE 'Y' TO WS-EOF-SW
009600     END-READ.
009700     IF WS-EOF
009800         GO TO 1100-EXIT
009900     END-IF.
010000     IF EQ-SUMBER NOT = LK-SUMBER OR EQ-KUNCI NOT = LK-KUNCI
010100         MOVE 'Y' TO WS-EOF-SW
010200         GO TO 1100-EXIT
010300     END-IF.
010400     IF EQ-STATUS NOT = 'O' OR EQ-ALASAN NOT = LK-ALASAN
010500         GO TO 1100-EXIT
010600     END-IF.
010700     MOVE 'Y' TO WS-ADA-SW.
010800     IF EQ-KALI < 99999
010900         ADD 1 TO EQ-KALI
011000     END-IF.
011100     MOVE WS-TGL-KINI TO EQ-TGL-AKHIR.
011200     REWRITE EXC-QUEUE-RECORD
011300         INVALID KEY
011400             DISPLAY 'EXC-ADD: GAGAL SIMPAN PENGECUALIAN ' EQ-NO
011500                 ', STATUS ' EQ-FS
011600     END-REWRITE.
011700 1100-EXIT.
011800     EXIT.
011900
012000*-----------------------------------------------------------------
012100* Pengecualian baru: nomor berikutnya dari exqctl.dat (pola
012200* trmctl.dat TRM-DOK), status terbuka, belum ditugaskan.
012300*-----------------------------------------------------------------
012400 2000-TULIS-BARU.
012500     OPEN INPUT EXC-CTL.
012600     IF XC-FS = '00'
012700         READ EXC-CTL
012800             AT END MOVE ZERO TO XC-NO-TERAKHIR
012900         END-READ
013000         CLOSE EXC-CTL
013100     ELSE
013200         MOVE ZERO TO XC-NO-TERAKHIR
013300     END-IF.
013400     ADD 1 TO XC-NO-TERAKHIR.
013500     OPEN OUTPUT EXC-CTL.
013600     WRITE EXC-CTL-RECORD.
013700     CLOSE EXC-CTL.
013800     MOVE SPACES TO EXC-QUEUE-RECORD.
013900     MOVE XC-NO-TERAKHIR TO EQ-NO.
014000     MOVE LK-SUMBER TO EQ-SUMBER.
014100     MOVE LK-KUNCI TO EQ-KUNCI.
014200     MOVE LK-ALASAN TO EQ-ALASAN.
014300     MOVE WS-TGL-KINI TO EQ-TANGGAL.
014400     MOVE WS-JAM-KINI(1:6) TO EQ-JAM.
014500     MOVE 1 TO EQ-KALI.
014600     MOVE WS-TGL-KINI TO EQ-TGL-AKHIR.
014700     MOVE 'O' TO EQ-STATUS.
014800     MOVE ZERO TO EQ-TGL-SELESAI.
014900     WRITE EXC-QUEUE-RECORD
015000         INVALID KEY
015100             DISPLAY 'EXC-ADD: GAGAL TULIS PENGECUALIAN ' EQ-NO
015200                 ', STATUS ' EQ-FS
015300     END-WRITE.
015400 2000-EXIT.
015500     EXIT.
015600
015700*-----------------------------------------------------------------
015800 9999-EXIT.
015900     GOBACK.
