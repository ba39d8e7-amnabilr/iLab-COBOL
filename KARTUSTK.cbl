000700*           dengan jenis dan arah terbaca berikut saldo
000800*           berjalan, ditutup saldo akhir -- dokumen yang
000900*           selama ini dirakit auditor dengan text editor.
000910*           Bulan tutup (RKP-BTS) sebelum rentang menyumbang
000920*           saldo awal dari rekap bulanan stokrkp.dat, jadi
000930*           jurnal bulan itu tidak dijumlah ulang.
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
002000     FILE-CONTROL.
002100     COPY BRGSEL.
002200     COPY JRNSEL.
002210     COPY RKPSEL.
002300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002400     ORGANIZATION IS LINE SEQUENTIAL
002500     FILE STATUS IS RS.
002700 FILE SECTION.
002800     COPY BRGFD.
002900     COPY JRNFD.
002910     COPY RKPFD.
003000 FD REPORT-OUT.
003100 01 REPORT-LINE            PIC X(80).
003200
003800 77 WS-CAT-JML             PIC 9(7).
003900 77 FS                     PIC XX.
004000 77 JR-FS                  PIC XX.
004010 77 RKP-FS                 PIC XX.
004100 77 RS                     PIC XX.
004200 77 WS-EOF-SW              PIC X VALUE 'N'.
004300     88 WS-EOF             VALUE 'Y'.
004310 77 WS-IDX                 PIC 9(2).
004400 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
004500 01 WS-KODE-PILIH          PIC X(5).
004600 01 WS-GDG-PILIH           PIC 9(2).
004700 01 WS-TGL-AWAL            PIC 9(8).
004800 01 WS-TGL-AKHIR           PIC 9(8).
004810 01 WS-BULAN-MULAI         PIC 9(6).
004820 01 WS-BULAN-TUTUP         PIC 9(6).
004830 01 WS-BULAN-AWAL          PIC 9(6).
004900 01 WS-SALDO-JALAN         PIC S9(7) VALUE ZERO.
005000 01 WS-NAMA-JENIS          PIC X(12).
005100 01 WS-JUDUL.
011100     WRITE REPORT-LINE.
011200     MOVE SPACES TO REPORT-LINE.
011300     WRITE REPORT-LINE.
011310*    Bulan tutup sebelum bulan tanggal awal diambil dari rekap.
011320     MOVE WS-TGL-AWAL(1:6) TO WS-BULAN-AWAL.
011330     CALL 'RKP-BTS' USING WS-BULAN-MULAI, WS-BULAN-TUTUP.
011340     IF WS-BULAN-TUTUP NOT = ZERO
011350         PERFORM 1500-REKAP-AWAL THRU 1500-EXIT
011360     END-IF.
011400*    Lewatan pertama jurnal: mutasi sebelum tanggal awal
011500*    membentuk saldo awal kartu.
011600     PERFORM 1000-SALDO-AWAL THRU 1000-EXIT
015600     IF JR-TANGGAL >= WS-TGL-AWAL
015700         GO TO 1000-EXIT
015800     END-IF.
015810     IF JR-TANGGAL(1:6) NOT < WS-BULAN-MULAI
015820             AND JR-TANGGAL(1:6) NOT > WS-BULAN-TUTUP
015830             AND JR-TANGGAL(1:6) < WS-BULAN-AWAL
015840         GO TO 1000-EXIT
015850     END-IF.
015900     IF JR-ARAH = 'K'
016000         SUBTRACT JR-JUMLAH FROM WS-SALDO-JALAN
016100     ELSE
016400 1000-EXIT.
016500     EXIT.
016600
016601*-----------------------------------------------------------------
016602* Saldo awal dari rekap: masuk dikurangi keluar semua jenis untuk
016603* bulan tutup yang seluruhnya jatuh sebelum bulan tanggal awal.
016604* Kalau stokrkp.dat tidak terbuka, seluruh jurnal dijumlah.
016605*-----------------------------------------------------------------
016606 1500-REKAP-AWAL.
016607     OPEN INPUT STOK-REKAP.
016608     IF RKP-FS NOT = '00'
016609         CLOSE STOK-REKAP
016610         MOVE ZERO TO WS-BULAN-MULAI
016611         MOVE ZERO TO WS-BULAN-TUTUP
016612         GO TO 1500-EXIT
016613     END-IF.
016614     MOVE WS-KODE-PILIH TO RKP-KODE-BRG.
016615     MOVE WS-BULAN-MULAI TO RKP-BULAN.
016616     MOVE ZERO TO RKP-GUDANG.
016617     START STOK-REKAP KEY NOT < RKP-KUNCI
016618         INVALID KEY
016619             CLOSE STOK-REKAP
016620             GO TO 1500-EXIT
016621     END-START.
016622     PERFORM 1600-SATU-REKAP THRU 1600-EXIT
016623         UNTIL WS-EOF.
016624     CLOSE STOK-REKAP.
016625     MOVE 'N' TO WS-EOF-SW.
016626 1500-EXIT.
016627     EXIT.
016628
016629 1600-SATU-REKAP.
016630     READ STOK-REKAP NEXT RECORD
016631         AT END MOVE 'Y' TO WS-EOF-SW
016632     END-READ.
016633     IF WS-EOF
016634         GO TO 1600-EXIT
016635     END-IF.
016636     IF RKP-KODE-BRG NOT = WS-KODE-PILIH
016637             OR RKP-BULAN > WS-BULAN-TUTUP
016638             OR RKP-BULAN NOT < WS-BULAN-AWAL
016639         MOVE 'Y' TO WS-EOF-SW
016640         GO TO 1600-EXIT
016641     END-IF.
016642     IF RKP-GUDANG NOT = WS-GDG-PILIH
016643         GO TO 1600-EXIT
016644     END-IF.
016645     PERFORM 1700-SATU-JENIS THRU 1700-EXIT
016646         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11.
016647 1600-EXIT.
016648     EXIT.
016649
016650 1700-SATU-JENIS.
016651     ADD RKP-QTY-MASUK(WS-IDX) TO WS-SALDO-JALAN.
016652     SUBTRACT RKP-QTY-KELUAR(WS-IDX) FROM WS-SALDO-JALAN.
016653 1700-EXIT.
016654     EXIT.
016655
016700*-----------------------------------------------------------------
016800 2000-SATU-MUTASI.
016900     READ STOK-JURNAL
022100             MOVE 'PERAKITAN' TO WS-NAMA-JENIS
022200         WHEN 'Q'
022300             MOVE 'LEPAS QC' TO WS-NAMA-JENIS
022310         WHEN 'D'
022320             MOVE 'PEMUSNAHAN' TO WS-NAMA-JENIS
022330         WHEN 'U'
022340             MOVE 'RETUR DEPT' TO WS-NAMA-JENIS
022350         WHEN 'J'
022360             MOVE 'JUAL TOKO' TO WS-NAMA-JENIS
022400         WHEN OTHER
022500             MOVE JR-JENIS TO WS-NAMA-JENIS
022600     END-EVALUATE.
