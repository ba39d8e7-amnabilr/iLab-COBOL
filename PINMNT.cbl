000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Penerbitan dan reset PIN kios mahasiswa di loket
000500*           registrar. Petugas yang sign-on lewat BRG-MENU (hak
000600*           PINMHS di oprfnc.dat bila matriks dipakai) memasukkan
000700*           NPM yang ada di dept.dat dan PIN awal dua kali; PIN
000800*           disimpan teracak SANDI-UTIL di pinmhs.dat dengan tanda
000900*           wajib ganti sehingga mahasiswa harus menggantinya pada
001000*           sign-on pertama di kios MHS-INFO. NPM yang sudah
001100*           ber-PIN direset: PIN baru, status terkunci dibuka,
001200*           cacah salah nol. Tiap terbit/reset dicatat di
001300*           pinlog.dat atas nama petugasnya.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. PIN-MNT.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY PINSEL.
002600     COPY PNLSEL.
002700     COPY DEPTSEL.
002800 DATA DIVISION.
002900 FILE SECTION.
003000     COPY PINFD.
003100     COPY PNLFD.
003200     COPY DEPTFD.
003300
003400 WORKING-STORAGE SECTION.
003500 77 PN-FS                  PIC XX.
003600 77 PL-FS                  PIC XX.
003700 77 DP-FS                  PIC XX.
003800 77 WS-OPR-ID              PIC X(8).
003900 77 WS-OPR-LEVEL           PIC 9(1).
004000 77 WS-FUNGSI-CEK          PIC X(8) VALUE 'PINMHS'.
004100 77 WS-BOLEH-SW            PIC X.
004200 77 WS-NPM                 PIC X(8).
004300 77 WS-NPM-VALID-SW        PIC X.
004400     88 WS-NPM-VALID       VALUE 'Y'.
004500 77 WS-PN-ADA-SW           PIC X VALUE 'N'.
004600     88 WS-PN-ADA          VALUE 'Y'.
004700 77 WS-PIN-BARU            PIC X(8).
004800 77 WS-PIN-ULANG           PIC X(8).
004900 77 WS-PIN-ACAK            PIC X(8).
005000 77 WS-JAWAB               PIC X.
005100 77 WS-HASIL-LOG           PIC X(6).
005200 77 WS-JAM-KINI            PIC 9(8).
005300
005400 PROCEDURE DIVISION.
005500*-----------------------------------------------------------------
005600 0000-MAINLINE.
005700     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
005800     IF WS-OPR-ID = SPACES
005900         DISPLAY 'PIN MAHASISWA HANYA LEWAT PETUGAS YANG SIGN-ON'
006000             ' DI BRG-MENU'
006100         GO TO 9999-EXIT
006200     END-IF.
006300*    Matriks hak oprfnc.dat didahulukan bila dipakai; situs tanpa
006400*    matriks ('F') cukup dengan sign-on petugas.
006500     CALL 'OPR-PRM' USING WS-OPR-ID, WS-FUNGSI-CEK,
006600         WS-BOLEH-SW.
006700     IF WS-BOLEH-SW = 'N'
006800         DISPLAY 'HAK PINMHS TIDAK DIBERIKAN KE ' WS-OPR-ID
006900             ', MINTA LEWAT OPR-FNC'
007000         GO TO 9999-EXIT
007100     END-IF.
007200     PERFORM 1000-TERIMA-NPM THRU 1000-EXIT.
007300     IF NOT WS-NPM-VALID
007400         GO TO 9999-EXIT
007500     END-IF.
007600     PERFORM 2000-BUKA-PIN THRU 2000-EXIT.
007700     PERFORM 3000-TERIMA-PIN THRU 3000-EXIT.
007800     CLOSE PIN-MHS.
007900     GO TO 9999-EXIT.
008000
008100*-----------------------------------------------------------------
008200* NPM harus sah (NPM-CHK) dan terdaftar di dept.dat; nama
008300* ditampilkan supaya petugas mencocokkan dengan kartu mahasiswa.
008400*-----------------------------------------------------------------
008500 1000-TERIMA-NPM.
008600     DISPLAY 'NPM MAHASISWA : ' WITH NO ADVANCING.
008700     ACCEPT WS-NPM.
008800     CALL 'NPM-CHK' USING WS-NPM, WS-NPM-VALID-SW.
008900     IF NOT WS-NPM-VALID
009000         DISPLAY 'NPM TIDAK VALID'
009100         GO TO 1000-EXIT
009200     END-IF.
009300     MOVE 'N' TO WS-NPM-VALID-SW.
009400     OPEN INPUT DEPT-MST.
009500     IF DP-FS NOT = '00'
009600         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA'
009700         CLOSE DEPT-MST
009800         GO TO 1000-EXIT
009900     END-IF.
010000     MOVE WS-NPM TO DP-NPM.
010100     READ DEPT-MST
010200         INVALID KEY
010300             DISPLAY 'NPM TIDAK ADA DI dept.dat'
010400         NOT INVALID KEY
010500             MOVE 'Y' TO WS-NPM-VALID-SW
010600             DISPLAY 'NAMA          : ' DP-NAMA
010700             DISPLAY 'PRODI         : ' DP-PRODI
010800     END-READ.
010900     CLOSE DEPT-MST.
011000 1000-EXIT.
011100     EXIT.
011200
011300*-----------------------------------------------------------------
011400 2000-BUKA-PIN.
011500     OPEN I-O PIN-MHS.
011600     IF PN-FS = '35'
011700         OPEN OUTPUT PIN-MHS
011800         CLOSE PIN-MHS
011900         OPEN I-O PIN-MHS
012000     END-IF.
012100     MOVE WS-NPM TO PN-NPM.
012200     MOVE 'N' TO WS-PN-ADA-SW.
012300     READ PIN-MHS
012400         INVALID KEY CONTINUE
012500         NOT INVALID KEY MOVE 'Y' TO WS-PN-ADA-SW
012600     END-READ.
012700 2000-EXIT.
012800     EXIT.
012900
013000*-----------------------------------------------------------------
013100* NPM yang sudah ber-PIN hanya direset setelah petugas
013200* mengiyakan; PIN awal diketik dua kali dan tidak boleh kosong.
013300*-----------------------------------------------------------------
013400 3000-TERIMA-PIN.
013500     IF WS-PN-ADA
013600         IF PN-STATUS = 'L'
013700             DISPLAY 'PIN NPM INI TERKUNCI (SALAH TIGA KALI)'
013800         END-IF
013900         DISPLAY 'NPM SUDAH BER-PIN. RESET (Y/N) ? '
014000             WITH NO ADVANCING
014100         ACCEPT WS-JAWAB
014200         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
014300             DISPLAY 'RESET DIBATALKAN'
014400             GO TO 3000-EXIT
014500         END-IF
014600     END-IF.
014700     DISPLAY 'PIN AWAL (WAJIB GANTI DI KIOS) : '
014800         WITH NO ADVANCING.
014900     ACCEPT WS-PIN-BARU.
015000     DISPLAY 'ULANGI PIN AWAL                : '
015100         WITH NO ADVANCING.
015200     ACCEPT WS-PIN-ULANG.
015300     IF WS-PIN-BARU = SPACES
015400             OR WS-PIN-BARU NOT = WS-PIN-ULANG
015500         DISPLAY 'PIN KOSONG ATAU TIDAK SAMA, DIBATALKAN'
015600         GO TO 3000-EXIT
015700     END-IF.
015800     MOVE WS-PIN-BARU TO WS-PIN-ACAK.
015900     CALL 'SANDI-UTIL' USING WS-PIN-ACAK.
016000     MOVE WS-NPM TO PN-NPM.
016100     MOVE WS-PIN-ACAK TO PN-PIN.
016200     MOVE 'A' TO PN-STATUS.
016300     ACCEPT PN-TGL-PIN FROM DATE YYYYMMDD.
016400     MOVE 'Y' TO PN-GANTI.
016500     MOVE ZERO TO PN-GAGAL.
016600     MOVE WS-OPR-ID TO PN-OPERATOR.
016700     IF WS-PN-ADA
016800         REWRITE PIN-MHS-RECORD
016900             INVALID KEY
017000                 DISPLAY 'GAGAL RESET PIN, STATUS ' PN-FS
017100                 GO TO 3000-EXIT
017200         END-REWRITE
017300         MOVE 'RESET' TO WS-HASIL-LOG
017400         DISPLAY 'PIN DIRESET, MAHASISWA WAJIB GANTI DI KIOS'
017500     ELSE
017600         WRITE PIN-MHS-RECORD
017700             INVALID KEY
017800                 DISPLAY 'GAGAL TERBITKAN PIN, STATUS ' PN-FS
017900                 GO TO 3000-EXIT
018000         END-WRITE
018100         MOVE 'TERBIT' TO WS-HASIL-LOG
018200         DISPLAY 'PIN DITERBITKAN, MAHASISWA WAJIB GANTI DI KIOS'
018300     END-IF.
018400     PERFORM 8000-CATAT-LOG THRU 8000-EXIT.
018500 3000-EXIT.
018600     EXIT.
018700
018800*-----------------------------------------------------------------
018900 8000-CATAT-LOG.
019000     OPEN EXTEND PIN-LOG.
019100     IF PL-FS = '05' OR PL-FS = '35'
019200         OPEN OUTPUT PIN-LOG
019300     END-IF.
019400     MOVE SPACES TO PIN-LOG-LINE.
019500     MOVE WS-NPM TO PL-NPM.
019600     ACCEPT PL-TANGGAL FROM DATE YYYYMMDD.
019700     ACCEPT WS-JAM-KINI FROM TIME.
019800     MOVE WS-JAM-KINI(1:6) TO PL-JAM.
019900     MOVE WS-HASIL-LOG TO PL-HASIL.
020000     MOVE WS-OPR-ID TO PL-OPERATOR.
020100     WRITE PIN-LOG-LINE.
020200     CLOSE PIN-LOG.
020300 8000-EXIT.
020400     EXIT.
020500
020600*-----------------------------------------------------------------
020700 9999-EXIT.
020800     STOP RUN.
