001372*   - Langkah 5 baru: dasbor pagi BRG-DASH dicetak setelah
001374*     seluruh rantai selesai -- satu lembar ringkasan untuk
001376*     meja supervisor menggantikan tumpukan laporan pagi.
001378*   - Langkah 6 baru: NTF-OUT mengisi kotak keluar notifikasi
001380*     (persetujuan harga/opname yang lama menunggu, barang di
001382*     bawah titik pesan, tahanan QC yang menua) untuk gateway
001384*     surat kampus. Checkpoint baru dianggap tuntas di langkah
001386*     6; checkpoint hari yang sama di langkah 5 melanjutkan ke
001388*     langkah notifikasi.
001390*   - Langkah 7 baru: MUT-AUD memeriksa mutasi stokjrnl.dat
001392*     hari itu terhadap pola normalnya dan mengirim laporan
001394*     mutasi tak wajar ke auditor internal. Checkpoint kini
001396*     tuntas di langkah 7.
001406*   - Langkah 8 baru: STK-REK merekonsiliasi jumlah stok.dat
001416*     dengan lot, reservasi, bin, konsinyasi dan transit.
001426*     RETURN-CODE 2 (ada selisih) hanya peringatan kecuali
001436*     sysparm REKONHENTI = 1; checkpoint kini tuntas di
001446*     langkah 8.
001447*   - Selama rantai berjalan tanda jendela batch batchwin.ctl
001448*     dipasang lewat BTC-WIN (sebelum preflight, supaya tidak ada
001449*     yang sign-on di antara preflight dan langkah 1) dan dilepas
001450*     begitu langkah 8 tuntas atau preflight gagal; program
001451*     posting dan sign-on BRG-MENU menolak update selama tanda
001452*     terpasang. Langkah yang gagal membiarkan tanda terpasang
001453*     sampai run dilanjutkan dari checkpoint atau dilepas
001454*     supervisor lewat BTC-BUKA.
001456******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. BATCH-BARANG.
004000         88 NC-STEP-CSV-DONE    VALUE 3.
004100         88 NC-STEP-ARSIP-DONE  VALUE 4.
004110         88 NC-STEP-DASH-DONE   VALUE 5.
004120         88 NC-STEP-NOTIF-DONE  VALUE 6.
004130         88 NC-STEP-AUDIT-DONE  VALUE 7.
004140         88 NC-STEP-REKON-DONE  VALUE 8.
004200 FD ARC-HANDOFF.
004300 01 AH-LINE                 PIC X(40).
004500
004910 77 WS-SP-NAMA             PIC X(12).
004920 77 WS-SP-NILAI            PIC 9(9).
004930 77 WS-SP-KETEMU-SW        PIC X.
004935 77 WS-NTF-BATCH           PIC X VALUE 'B'.
004937 77 WS-REKON-HENTI         PIC 9 VALUE 0.
004938* Parameter BTC-WIN (jendela batch malam).
004939 77 WS-BW-FUNGSI           PIC X(1).
004940 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BATCH-BARANG'.
004941 77 WS-BW-HASIL            PIC X(1).
004942 77 WS-BW-PEMEGANG         PIC X(13).
004943 01 WS-AH-TAHUN-BATAS      PIC 9(4).
004944 01 WS-JAM-SISTEM          PIC 9(8).
004945 01 WS-AMPLOP-H.
004946     02 FILLER             PIC X(02) VALUE 'H|'.
004948     02 WS-AH-PRODUSEN     PIC X(13).
004950     02 FILLER             PIC X(01) VALUE '|'.
005870     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
005880         MOVE WS-SP-NILAI TO WS-RETENSI-TAHUN
005890     END-IF.
005891*    Selisih rekonsiliasi stok menghentikan tutup malam hanya
005892*    bila REKONHENTI = 1; bawaan cukup dilaporkan.
005893     MOVE 'REKONHENTI' TO WS-SP-NAMA.
005894     MOVE ZERO TO WS-SP-NILAI.
005895     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
005896         WS-SP-KETEMU-SW.
005897     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI = 1
005898         MOVE 1 TO WS-REKON-HENTI
005899     END-IF.
005900     PERFORM 0500-BACA-CHECKPOINT THRU 0500-EXIT.
006000     IF NC-STEP-NONE
006100         MOVE WS-TANGGAL-SISTEM TO NC-TANGGAL
006400         DISPLAY 'CHECKPOINT DITEMUKAN, TANGGAL : ' NC-TANGGAL
006500         DISPLAY 'MELANJUTKAN SETELAH LANGKAH  : ' NC-STEP
006600     END-IF.
006601     PERFORM 0700-PASANG-JENDELA THRU 0700-EXIT.
006602     IF WS-BW-HASIL NOT = 'Y'
006603         GO TO 9999-EXIT
006604     END-IF.
006605
006610     IF NC-STEP-NONE
006620         DISPLAY '=== LANGKAH 0 : PREFLIGHT KESIAPAN ==='
006650         IF RETURN-CODE NOT = 0
006660             DISPLAY 'PREFLIGHT GAGAL, TUTUP MALAM TIDAK'
006670                 ' DIMULAI'
006673             PERFORM 0800-LEPAS-JENDELA THRU 0800-EXIT
006680             GO TO 9999-EXIT
006690         END-IF
006695     END-IF.
010893     ELSE
010894         DISPLAY '=== LANGKAH 5 : DILEWATI (SUDAH SELESAI) ==='
010895     END-IF.
010896
010897     IF NC-STEP-DASH-DONE
010898         DISPLAY '=== LANGKAH 6 : KOTAK KELUAR NOTIFIKASI ==='
010899         MOVE 0 TO RETURN-CODE
010901         CALL 'NTF-OUT' USING WS-NTF-BATCH
010902         IF RETURN-CODE NOT = 0
010903             DISPLAY 'LANGKAH 6 GAGAL, TUTUP MALAM DIHENTIKAN'
010904             GO TO 9999-EXIT
010905         END-IF
010906         MOVE 6 TO NC-STEP
010907         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
010908     ELSE
010909         DISPLAY '=== LANGKAH 6 : DILEWATI (SUDAH SELESAI) ==='
010910     END-IF.
010915
010920     IF NC-STEP-NOTIF-DONE
010925         DISPLAY '=== LANGKAH 7 : AUDIT MUTASI TAK WAJAR ==='
010930         MOVE 0 TO RETURN-CODE
010935         CALL 'MUT-AUD' USING WS-TANGGAL-SISTEM
010940         IF RETURN-CODE NOT = 0
010945             DISPLAY 'LANGKAH 7 GAGAL, TUTUP MALAM DIHENTIKAN'
010950             GO TO 9999-EXIT
010955         END-IF
010960         MOVE 7 TO NC-STEP
010965         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
010970     ELSE
010975         DISPLAY '=== LANGKAH 7 : DILEWATI (SUDAH SELESAI) ==='
010980     END-IF.
010985
010990     IF NC-STEP-AUDIT-DONE
010995         DISPLAY '=== LANGKAH 8 : REKONSILIASI STOK ==='
011000         MOVE 0 TO RETURN-CODE
011005         CALL 'STK-REK' USING WS-TANGGAL-SISTEM
011010         IF RETURN-CODE = 2 AND WS-REKON-HENTI = 0
011015             DISPLAY 'LANGKAH 8 : ADA SELISIH SUB-LEDGER, LIHAT'
011020                 ' LAPORAN REKON'
011025             MOVE 0 TO RETURN-CODE
011030         END-IF
011035         IF RETURN-CODE NOT = 0
011040             DISPLAY 'LANGKAH 8 GAGAL, TUTUP MALAM DIHENTIKAN'
011045             GO TO 9999-EXIT
011050         END-IF
011055         MOVE 8 TO NC-STEP
011060         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
011065     ELSE
011070         DISPLAY '=== LANGKAH 8 : DILEWATI (SUDAH SELESAI) ==='
011075     END-IF.
011080     DISPLAY 'TUTUP MALAM PERSEDIAAN SELESAI'.
011082     PERFORM 0800-LEPAS-JENDELA THRU 0800-EXIT.
011085     GO TO 9999-EXIT.
011100
011200*-----------------------------------------------------------------
011300 0500-BACA-CHECKPOINT.
012020*        hari sebelumnya (termasuk bekas skema lama yang
012030*        selesai di langkah 4) berarti mulai dari awal, bukan
012040*        melompati langkah-langkah tutup malam.
012100         IF NC-STEP-REKON-DONE
012110                 OR NC-TANGGAL NOT = WS-TANGGAL-SISTEM
012200             MOVE 0 TO NC-STEP
012300         END-IF
012700 0500-EXIT.
012800     EXIT.
012900
012903*-----------------------------------------------------------------
012906* Jendela batch: posting online ditolak selama tanda terpasang.
012909* Tanda milik driver lain (atau sisa run lain yang mati) berarti
012912* tutup malam tidak dimulai sampai supervisor melepasnya.
012915*-----------------------------------------------------------------
012918 0700-PASANG-JENDELA.
012921     MOVE 'P' TO WS-BW-FUNGSI.
012924     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
012927         WS-BW-HASIL, WS-BW-PEMEGANG.
012930     IF WS-BW-HASIL NOT = 'Y'
012933         DISPLAY 'JENDELA BATCH DIPEGANG ' WS-BW-PEMEGANG
012936             ', TUTUP MALAM TIDAK DIMULAI'
012939         DISPLAY 'BILA RUN ITU SUDAH MATI, SUPERVISOR MELEPASNYA'
012942             ' LEWAT BTC-BUKA'
012945     END-IF.
012948 0700-EXIT.
012951     EXIT.
012954
012957 0800-LEPAS-JENDELA.
012960     MOVE 'L' TO WS-BW-FUNGSI.
012963     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
012966         WS-BW-HASIL, WS-BW-PEMEGANG.
012969 0800-EXIT.
012972     EXIT.
012975
013000*-----------------------------------------------------------------
013100 1200-SIMPAN-CHECKPOINT.
013200     OPEN OUTPUT NITE-CTL.
