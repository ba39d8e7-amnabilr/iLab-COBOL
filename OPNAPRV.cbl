000900*           fisik dan menulis mutasi jurnal jenis 'O'; penolakan
001000*           membuang parkiran tanpa menyentuh saldo. Pola yang
001100*           sama dengan HRG-APRV untuk harga.
001110*           Tiap keputusan setuju/tolak dicatat ke jurnal
001120*           opnaprvj.dat berikut peminta (penghitung) dan
001130*           penyetujunya untuk tinjauan pemisahan tugas.
001140*           Posting ditolak selama tanda jendela batch malam
001150*           batchwin.ctl terpasang (BTC-WIN).
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
002300     COPY STKSEL.
002400     COPY JRNSEL.
002500     COPY OPNSEL.
002510     COPY OAJSEL.
002600 DATA DIVISION.
002700 FILE SECTION.
002800     COPY STKFD.
002900     COPY JRNFD.
003000     COPY OPNFD.
003010     COPY OAJFD.
003100
003200 WORKING-STORAGE SECTION.
003300 77 STK-FS                 PIC XX.
003400 77 JR-FS                  PIC XX.
003500 77 OPN-FS                 PIC XX.
003510 77 OJ-FS                  PIC XX.
003520 77 WS-KEPUTUSAN           PIC X.
003600 77 WS-EOF-SW              PIC X VALUE 'N'.
003700     88 WS-EOF             VALUE 'Y'.
003800 77 WS-STK-ADA-SW          PIC X VALUE 'N'.
004600 01 WS-SELISIH-ABS         PIC 9(5).
004610 77 WS-TGL-PERIODE         PIC 9(8).
004620 77 WS-PRD-BOLEH-SW        PIC X.
004630* Parameter BTC-WIN (jendela batch malam).
004640 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
004650 77 WS-BW-PROGRAM          PIC X(13) VALUE 'OPN-APRV'.
004660 77 WS-BW-HASIL            PIC X(1).
004670 77 WS-BW-PEMEGANG         PIC X(13).
004700
004800 PROCEDURE DIVISION.
004900*-----------------------------------------------------------------
005050             ' POSTING SELISIH OPNAME DITOLAK'
005060         GO TO 9999-EXIT
005070     END-IF.
005073     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
005076         WS-BW-HASIL, WS-BW-PEMEGANG.
005079     IF WS-BW-HASIL = 'Y'
005082         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
005085             ' POSTING SELISIH OPNAME DITOLAK'
005088         GO TO 9999-EXIT
005091     END-IF.
005100     CALL 'OPR-SES' USING WS-PENYETUJU, WS-OPR-LEVEL.
005200     IF WS-OPR-LEVEL < 2
005300         DISPLAY 'PERSETUJUAN SELISIH OPNAME HANYA UNTUK'
009300             PERFORM 2000-TERAPKAN THRU 2000-EXIT
009400         WHEN 'N'
009500         WHEN 'n'
009510             MOVE 'T' TO WS-KEPUTUSAN
009520             PERFORM 4000-CATAT-KEPUTUSAN THRU 4000-EXIT
009600             PERFORM 3000-BUANG THRU 3000-EXIT
009700             ADD 1 TO WS-JML-TOLAK
009800             DISPLAY 'SELISIH DITOLAK, SALDO BUKU TETAP'
015500     MOVE WS-SELISIH-ABS TO JR-JUMLAH.
015600     MOVE STK-SALDO TO JR-SALDO.
015700     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
015710     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
015800     WRITE STOK-JURNAL-LINE.
015850     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
015900     CLOSE STOK-JURNAL.
015910     MOVE 'S' TO WS-KEPUTUSAN.
015920     PERFORM 4000-CATAT-KEPUTUSAN THRU 4000-EXIT.
016000     PERFORM 3000-BUANG THRU 3000-EXIT.
016100     ADD 1 TO WS-JML-SETUJU.
016200     DISPLAY 'PENYESUAIAN DIBUKUKAN, SALDO BARU ' STK-SALDO.
017100     END-DELETE.
017200 3000-EXIT.
017300     EXIT.
017310
017320*-----------------------------------------------------------------
017330* Jurnal keputusan: siapa yang menghitung (OPN-PEMINTA) dan siapa
017340* yang memutuskan, dibaca SOD-RPT untuk mencari persetujuan atas
017350* hitungan sendiri.
017360*-----------------------------------------------------------------
017370 4000-CATAT-KEPUTUSAN.
017380     OPEN EXTEND OPNAME-APRV-JURNAL.
017390     IF OJ-FS = '05' OR OJ-FS = '35'
017400         OPEN OUTPUT OPNAME-APRV-JURNAL
017410     END-IF.
017420     MOVE SPACES TO OPNAME-APRV-JURNAL-LINE.
017430     MOVE OPN-KODE-BRG TO OJ-KODE-BRG.
017440     MOVE OPN-GUDANG TO OJ-GUDANG.
017450     MOVE OPN-BUKU TO OJ-BUKU.
017460     MOVE OPN-FISIK TO OJ-FISIK.
017470     MOVE WS-KEPUTUSAN TO OJ-KEPUTUSAN.
017480     MOVE OPN-PEMINTA TO OJ-PEMINTA.
017490     MOVE WS-PENYETUJU TO OJ-PENYETUJU.
017500     ACCEPT OJ-TANGGAL FROM DATE YYYYMMDD.
017510     WRITE OPNAME-APRV-JURNAL-LINE.
017520     CLOSE OPNAME-APRV-JURNAL.
017530 4000-EXIT.
017540     EXIT.
017550
017560*-----------------------------------------------------------------
017600 9999-EXIT.
017700     STOP RUN.
