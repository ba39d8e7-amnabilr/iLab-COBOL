000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Persetujuan permintaan pembelian (PPB) ppb.dat oleh
000500*           supervisor level 2 yang sign-on lewat BRG-MENU: tiap
000600*           baris berstatus B ditampilkan (departemen, peminta,
000700*           barang, jumlah, tanggal dibutuhkan, alasan) lalu
000800*           disetujui (S) dengan supplier pilihan bila ada, atau
000900*           ditolak (T). Penyetuju dan tanggal keputusan dicatat
001000*           di baris. Peminta tidak boleh memutus permintaannya
001100*           sendiri.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 PROGRAM-ID. PPB-APRV.
001700 ENVIRONMENT DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 CONFIGURATION SECTION.
002000*-----------------------
002100 INPUT-OUTPUT SECTION.
002200     FILE-CONTROL.
002300     COPY PPBSEL.
002400     COPY SUPSEL.
002500 DATA DIVISION.
002600 FILE SECTION.
002700     COPY PPBFD.
002800     COPY SUPFD.
002900
003000 WORKING-STORAGE SECTION.
003100 77 PP-FS                  PIC XX.
003200 77 SUP-FS                 PIC XX.
003300 77 WS-EOF-SW              PIC X VALUE 'N'.
003400     88 WS-EOF             VALUE 'Y'.
003500 77 WS-SUP-OK-SW           PIC X VALUE 'N'.
003600     88 WS-SUP-OK          VALUE 'Y'.
003700 77 WS-JAWAB               PIC X.
003800 77 WS-PENYETUJU           PIC X(8).
003900 77 WS-OPR-LEVEL           PIC 9(1).
004000 77 WS-JML-SETUJU          PIC 9(5) VALUE ZERO.
004100 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
004200 77 WS-TGL-KINI            PIC 9(8).
004300 01 WS-SUPPLIER-PILIH      PIC X(13).
004400
004500 PROCEDURE DIVISION.
004600*-----------------------------------------------------------------
004700 0000-MAINLINE.
004800     CALL 'OPR-SES' USING WS-PENYETUJU, WS-OPR-LEVEL.
004900     IF WS-OPR-LEVEL < 2
005000         DISPLAY 'PERSETUJUAN PERMINTAAN PEMBELIAN HANYA UNTUK'
005100             ' SUPERVISOR YANG SIGN-ON LEWAT BRG-MENU'
005200         GO TO 9999-EXIT
005300     END-IF.
005400     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
005500     OPEN I-O PPB-FILE.
005600     IF PP-FS NOT = '00'
005700         DISPLAY 'TIDAK ADA PERMINTAAN PEMBELIAN (ppb.dat),'
005750             ' STATUS ' PP-FS
005900         GO TO 9999-EXIT
006000     END-IF.
006100     MOVE LOW-VALUES TO PP-KUNCI.
006200     START PPB-FILE KEY NOT < PP-KUNCI
006300         INVALID KEY MOVE 'Y' TO WS-EOF-SW
006400     END-START.
006500     PERFORM 1000-PROSES-PENDING THRU 1000-EXIT
006600         UNTIL WS-EOF.
006700     CLOSE PPB-FILE.
006800     DISPLAY 'BARIS PPB DISETUJUI : ' WS-JML-SETUJU
006900         ', DITOLAK : ' WS-JML-TOLAK.
007000     GO TO 9999-EXIT.
007100
007200*-----------------------------------------------------------------
007300* Satu baris PPB yang masih B diputus sendiri-sendiri: barang
007400* dalam satu PPB bisa saja disetujui sebagian.
007500*-----------------------------------------------------------------
007600 1000-PROSES-PENDING.
007700     READ PPB-FILE NEXT RECORD
007800         AT END MOVE 'Y' TO WS-EOF-SW
007900     END-READ.
008000     IF WS-EOF
008100         GO TO 1000-EXIT
008200     END-IF.
008300     IF PP-STATUS NOT = 'B'
008400         GO TO 1000-EXIT
008500     END-IF.
008600     DISPLAY 'PPB ' PP-NO '/' PP-URUT ' DEPT ' PP-DEPT
008700         ' PEMINTA ' PP-PEMINTA ' TGL ' PP-TGL.
008800     DISPLAY '  ' PP-NAMA-BRG ' JUMLAH ' PP-JUMLAH
008900         ' DIBUTUHKAN ' PP-TGL-BUTUH.
009000     DISPLAY '  ALASAN : ' PP-ALASAN.
009100     IF PP-PEMINTA = WS-PENYETUJU
009200         DISPLAY '  PERMINTAAN SENDIRI, TIDAK BOLEH DIPUTUS'
009300         GO TO 1000-EXIT
009400     END-IF.
009500     DISPLAY 'SETUJU (Y), TOLAK (N), LEWATI (L), SELESAI (S) ? '
009600         WITH NO ADVANCING.
009700     ACCEPT WS-JAWAB.
009800     EVALUATE WS-JAWAB
009900         WHEN 'Y'
010000         WHEN 'y'
010100             PERFORM 2000-SETUJUI THRU 2000-EXIT
010200         WHEN 'N'
010300         WHEN 'n'
010400             PERFORM 3000-TOLAK THRU 3000-EXIT
010500         WHEN 'S'
010600         WHEN 's'
010700             MOVE 'Y' TO WS-EOF-SW
010800         WHEN OTHER
010900             CONTINUE
011000     END-EVALUATE.
011100 1000-EXIT.
011200     EXIT.
011300
011400*-----------------------------------------------------------------
011500* Supplier boleh dipilih penyetuju (harus ada di supplier.dat dan
011600* aktif); kosong berarti PPB-PO memakai SUPPLIER di barang.dat.
011700*-----------------------------------------------------------------
011800 2000-SETUJUI.
011900     MOVE 'N' TO WS-SUP-OK-SW.
012000     PERFORM 2100-PILIH-SUPPLIER THRU 2100-EXIT
012100         UNTIL WS-SUP-OK.
012200     MOVE WS-SUPPLIER-PILIH TO PP-SUPPLIER.
012300     MOVE 'S' TO PP-STATUS.
012400     MOVE WS-PENYETUJU TO PP-PENYETUJU.
012500     MOVE WS-TGL-KINI TO PP-TGL-PUTUS.
012600     REWRITE PPB-RECORD
012700         INVALID KEY
012800             DISPLAY 'GAGAL SIMPAN BARIS PPB, STATUS ' PP-FS
012900             GO TO 2000-EXIT
013000     END-REWRITE.
013100     ADD 1 TO WS-JML-SETUJU.
013200     DISPLAY 'PPB ' PP-NO '/' PP-URUT ' DISETUJUI'.
013300 2000-EXIT.
013400     EXIT.
013500
013600 2100-PILIH-SUPPLIER.
013700     DISPLAY 'SUPPLIER (KOSONG=DARI MASTER BARANG) : '
013800         WITH NO ADVANCING.
013900     ACCEPT WS-SUPPLIER-PILIH.
014000     IF WS-SUPPLIER-PILIH = SPACES
014100         MOVE 'Y' TO WS-SUP-OK-SW
014200         GO TO 2100-EXIT
014300     END-IF.
014400     OPEN INPUT SUPPLIER-MST.
014500     IF SUP-FS NOT = '00'
014600         DISPLAY 'Supplier master belum ada, kosongkan supplier'
014700         CLOSE SUPPLIER-MST
014800         GO TO 2100-EXIT
014900     END-IF.
015000     MOVE WS-SUPPLIER-PILIH TO SUP-NAMA.
015100     READ SUPPLIER-MST
015200         INVALID KEY
015300             DISPLAY 'Supplier tidak dikenal, ketik ulang'
015400         NOT INVALID KEY
015500             IF SUP-STATUS = 'N'
015600                 DISPLAY 'Supplier nonaktif, pilih yang lain'
015700             ELSE
015800                 MOVE 'Y' TO WS-SUP-OK-SW
015900             END-IF
016000     END-READ.
016100     CLOSE SUPPLIER-MST.
016200 2100-EXIT.
016300     EXIT.
016400
016500*-----------------------------------------------------------------
016600 3000-TOLAK.
016700     MOVE 'T' TO PP-STATUS.
016800     MOVE WS-PENYETUJU TO PP-PENYETUJU.
016900     MOVE WS-TGL-KINI TO PP-TGL-PUTUS.
017000     REWRITE PPB-RECORD
017100         INVALID KEY
017200             DISPLAY 'GAGAL SIMPAN BARIS PPB, STATUS ' PP-FS
017300             GO TO 3000-EXIT
017400     END-REWRITE.
017500     ADD 1 TO WS-JML-TOLAK.
017600     DISPLAY 'PPB ' PP-NO '/' PP-URUT ' DITOLAK'.
017700 3000-EXIT.
017800     EXIT.
017900
018000*-----------------------------------------------------------------
018100 9999-EXIT.
018200     STOP RUN.
