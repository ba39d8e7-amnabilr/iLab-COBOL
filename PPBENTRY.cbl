000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Entri permintaan pembelian (PPB) departemen ke
000500*           ppb.dat: satu nomor PPB dari ppbctl.dat, departemen
000600*           divalidasi ke anggaran.dat tahun berjalan, lalu baris
000700*           barang yang diminta (nama, jumlah, tanggal dibutuhkan
000800*           dan alasan). Baris berstatus B menunggu keputusan
000900*           supervisor di PPB-APRV; yang disetujui digabung per
001000*           supplier menjadi draft PO oleh PPB-PO, jadi tiap PO
001050*           bisa ditelusuri balik ke departemen dan peminta asal.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. PPB-ENTRY.
001600 ENVIRONMENT DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 CONFIGURATION SECTION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY PPBSEL.
002300     COPY ANGSEL.
002400     SELECT PPB-CTL ASSIGN TO 'ppbctl.dat'
002500     ORGANIZATION IS LINE SEQUENTIAL
002600     FILE STATUS IS PC-FS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900     COPY PPBFD.
003000     COPY ANGFD.
003100 FD PPB-CTL.
003200 01 PPB-CTL-RECORD.
003300     02 PC-NO-TERAKHIR     PIC 9(05).
003400
003500 WORKING-STORAGE SECTION.
003600 77 PP-FS                  PIC XX.
003700 77 ANG-FS                 PIC XX.
003800 77 PC-FS                  PIC XX.
003900 77 WS-OPERATOR            PIC X(8).
004000 77 WS-OPR-LEVEL           PIC 9(1).
004100 77 WS-DEPT-OK-SW          PIC X VALUE 'N'.
004200     88 WS-DEPT-OK         VALUE 'Y'.
004300 77 WS-LAGI-SW             PIC X VALUE 'Y'.
004400     88 WS-LAGI            VALUE 'Y'.
004500 77 WS-NO-PPB              PIC 9(5).
004600 77 WS-URUT                PIC 9(2) VALUE ZERO.
004700 77 WS-TGL-KINI            PIC 9(8).
004800 01 WS-DEPT-PPB            PIC X(10).
004900
005000 PROCEDURE DIVISION.
005100*-----------------------------------------------------------------
005200 0000-MAINLINE.
005300     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
005400     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
005500     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
005600     PERFORM 2000-VALIDASI-DEPT THRU 2000-EXIT
005700         UNTIL WS-DEPT-OK.
005800     PERFORM 1500-AMBIL-NO-PPB THRU 1500-EXIT.
005900     DISPLAY 'NOMOR PPB DIBERIKAN : ' WS-NO-PPB.
006000     PERFORM 3000-TERIMA-BARIS THRU 3000-EXIT
006100         UNTIL NOT WS-LAGI.
006200     CLOSE PPB-FILE.
006300     DISPLAY 'PPB ' WS-NO-PPB ' TERSIMPAN, ' WS-URUT ' BARIS,'
006400         ' MENUNGGU PERSETUJUAN'.
006500     GO TO 9999-EXIT.
006600
006700*-----------------------------------------------------------------
006800 1000-BUKA-FILE.
006900     OPEN I-O PPB-FILE.
007000     IF PP-FS = '35'
007100         OPEN OUTPUT PPB-FILE
007200         CLOSE PPB-FILE
007300         OPEN I-O PPB-FILE
007400     END-IF.
007500     IF PP-FS NOT = '00'
007600         DISPLAY 'GAGAL MEMBUKA ppb.dat, STATUS ' PP-FS
007700         GO TO 9999-EXIT
007800     END-IF.
007900 1000-EXIT.
008000     EXIT.
008100
008200*-----------------------------------------------------------------
008300* Nomor PPB berikutnya dari ppbctl.dat, pola yang sama dengan
008400* poctl.dat pada entri PO. Nomor baru diambil setelah departemen
008500* sah, supaya salah ketik departemen tidak menghabiskan nomor.
008600*-----------------------------------------------------------------
008700 1500-AMBIL-NO-PPB.
008800     OPEN INPUT PPB-CTL.
008900     IF PC-FS = '00'
009000         READ PPB-CTL
009100             AT END MOVE ZERO TO PC-NO-TERAKHIR
009200         END-READ
009300         CLOSE PPB-CTL
009400     ELSE
009500         MOVE ZERO TO PC-NO-TERAKHIR
009600     END-IF.
009700     ADD 1 TO PC-NO-TERAKHIR.
009800     MOVE PC-NO-TERAKHIR TO WS-NO-PPB.
009900     OPEN OUTPUT PPB-CTL.
010000     WRITE PPB-CTL-RECORD.
010100     CLOSE PPB-CTL.
010200 1500-EXIT.
010300     EXIT.
010400
010500*-----------------------------------------------------------------
010600* Departemen peminta harus punya anggaran tahun berjalan di
010700* anggaran.dat (cost center yang sama dengan permintaan stok).
010800*-----------------------------------------------------------------
010900 2000-VALIDASI-DEPT.
011000     DISPLAY 'KODE DEPARTEMEN    : ' WITH NO ADVANCING.
011100     ACCEPT WS-DEPT-PPB.
011200     IF WS-DEPT-PPB = SPACES
011300         DISPLAY 'DEPARTEMEN KOSONG, PPB DIBATALKAN'
011400         CLOSE PPB-FILE
011500         GO TO 9999-EXIT
011600     END-IF.
011700     OPEN INPUT ANGGARAN-MST.
011800     IF ANG-FS NOT = '00'
011900         DISPLAY 'anggaran.dat TIDAK DAPAT DIBUKA, STATUS ' ANG-FS
012000         CLOSE PPB-FILE
012100         GO TO 9999-EXIT
012200     END-IF.
012300     MOVE WS-DEPT-PPB TO ANG-DEPT.
012400     MOVE WS-TGL-KINI(1:4) TO ANG-TAHUN.
012500     READ ANGGARAN-MST
012600         INVALID KEY
012700             DISPLAY 'DEPARTEMEN TIDAK PUNYA ANGGARAN TAHUN '
012800                 WS-TGL-KINI(1:4) ', KETIK ULANG'
012900             MOVE 'N' TO WS-DEPT-OK-SW
013000         NOT INVALID KEY
013100             DISPLAY 'DEPARTEMEN : ' ANG-NAMA
013200             MOVE 'Y' TO WS-DEPT-OK-SW
013300     END-READ.
013400     CLOSE ANGGARAN-MST.
013500 2000-EXIT.
013600     EXIT.
013700
013800*-----------------------------------------------------------------
013900 3000-TERIMA-BARIS.
014000     ADD 1 TO WS-URUT.
014100     MOVE WS-NO-PPB TO PP-NO.
014200     MOVE WS-URUT TO PP-URUT.
014300     MOVE WS-DEPT-PPB TO PP-DEPT.
014400     DISPLAY 'NAMA BARANG BARIS ' WS-URUT ' : '
014500         WITH NO ADVANCING.
014600     ACCEPT PP-NAMA-BRG.
014700     IF PP-NAMA-BRG = SPACES
014800         DISPLAY 'NAMA BARANG KOSONG, BARIS DILEWATI'
014900         SUBTRACT 1 FROM WS-URUT
015000         GO TO 3000-LAGI
015100     END-IF.
015200     DISPLAY 'JUMLAH DIMINTA         : ' WITH NO ADVANCING.
015300     ACCEPT PP-JUMLAH.
015400     IF PP-JUMLAH = ZERO
015500         DISPLAY 'JUMLAH NOL, BARIS DILEWATI'
015600         SUBTRACT 1 FROM WS-URUT
015700         GO TO 3000-LAGI
015800     END-IF.
015900     DISPLAY 'TANGGAL DIBUTUHKAN (YYYYMMDD) : ' WITH NO ADVANCING.
016000     ACCEPT PP-TGL-BUTUH.
016100     IF PP-TGL-BUTUH < WS-TGL-KINI
016200         DISPLAY 'TANGGAL DIBUTUHKAN SUDAH LEWAT, BARIS DILEWATI'
016300         SUBTRACT 1 FROM WS-URUT
016400         GO TO 3000-LAGI
016500     END-IF.
016600     DISPLAY 'ALASAN/KEBUTUHAN       : ' WITH NO ADVANCING.
016700     ACCEPT PP-ALASAN.
016800     MOVE WS-TGL-KINI TO PP-TGL.
016900     MOVE WS-OPERATOR TO PP-PEMINTA.
017000     MOVE 'B' TO PP-STATUS.
017100     MOVE SPACES TO PP-SUPPLIER.
017200     MOVE SPACES TO PP-PENYETUJU.
017300     MOVE ZERO TO PP-TGL-PUTUS.
017400     MOVE ZERO TO PP-NO-PO.
017500     MOVE ZERO TO PP-PO-URUT.
017600     WRITE PPB-RECORD
017700         INVALID KEY
017800             DISPLAY 'GAGAL TULIS BARIS PPB, STATUS ' PP-FS
017900             SUBTRACT 1 FROM WS-URUT
018000     END-WRITE.
018100 3000-LAGI.
018200     DISPLAY 'BARIS BERIKUTNYA (Y/N) ? ' WITH NO ADVANCING.
018300     ACCEPT WS-LAGI-SW.
018400 3000-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800 9999-EXIT.
018900     STOP RUN.
