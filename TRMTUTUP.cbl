000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Driver tutup akademik akhir term, padanan BATCH-BARANG
000500*           untuk sisi akademik: satu run untuk term pilihan
000600*           merantai tutup buku nilai (TERM-END), IPS/IPK
000700*           (IPK-CALC), audit kelulusan semua mahasiswa aktif
000800*           (GRAD-AUD), tagihan term berikutnya (BILL-GEN) dan
000900*           laporan tunggakan (BILL-ARR), dengan checkpoint
001000*           langkah di tutupterm.ctl: run yang gagal dilanjutkan
001100*           dari langkah yang gagal itu. Rantai tidak dimulai
001200*           selama jendela entri nilai term itu di kalender.dat
001300*           belum lewat atau masih ada permintaan koreksi nilai
001400*           term itu yang menunggu di koreksi.dat. Tiap langkah
001500*           dicatat MULAI/SELESAI (atau GAGAL) di jobaudit.log.
001600*           Program yang biasanya bertanya ke operator diberi
001700*           jawabannya lewat handoff TENDIN.CTL, GAUDIN.CTL dan
001800*           BGENIN.CTL yang dikosongkan lagi sesudah langkahnya.
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. TUTUP-TERM.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TUTUP-CTL ASSIGN TO 'tutupterm.ctl'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS TK-FS.
003300     SELECT TERM-CTL ASSIGN TO 'term.dat'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS TC-FS.
003600     SELECT KALENDER-FILE ASSIGN TO 'kalender.dat'
003700     ORGANIZATION IS INDEXED
003800     ACCESS MODE IS DYNAMIC
003900     RECORD KEY IS KAL-TERM
004000     FILE STATUS IS KA-FS.
004100     SELECT KOREKSI-FILE ASSIGN TO 'koreksi.dat'
004200     ORGANIZATION IS INDEXED
004300     ACCESS MODE IS DYNAMIC
004400     RECORD KEY IS KOR-KUNCI
004500     FILE STATUS IS KO-FS.
004600     SELECT TEND-HANDOFF ASSIGN TO 'TENDIN.CTL'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS HO-FS.
004900     SELECT GAUD-HANDOFF ASSIGN TO 'GAUDIN.CTL'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS HO-FS.
005200     SELECT BGEN-HANDOFF ASSIGN TO 'BGENIN.CTL'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS HO-FS.
005500 DATA DIVISION.
005600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005700 FILE SECTION.
005800 FD TUTUP-CTL.
005900 01 TK-RECORD.
006000     02 TK-TERM             PIC 9(5).
006100     02 TK-TERM-BARU        PIC 9(5).
006200     02 TK-STEP             PIC 9(1).
006300         88 TK-STEP-NONE        VALUE 0.
006400         88 TK-STEP-TUTUP-DONE  VALUE 1.
006500         88 TK-STEP-IPK-DONE    VALUE 2.
006600         88 TK-STEP-AUDIT-DONE  VALUE 3.
006700         88 TK-STEP-TAGIH-DONE  VALUE 4.
006800         88 TK-STEP-ARREAR-DONE VALUE 5.
006900 FD TERM-CTL.
007000 01 TC-LINE.
007100     02 TC-LABEL           PIC X(06).
007200     02 TC-TERM            PIC 9(05).
007300 FD KALENDER-FILE.
007400 01 KALENDER-RECORD.
007500     02 KAL-TERM           PIC 9(05).
007600     02 KAL-KRS-AWAL       PIC 9(08).
007700     02 KAL-KRS-AKHIR      PIC 9(08).
007800     02 KAL-NILAI-AWAL     PIC 9(08).
007900     02 KAL-NILAI-AKHIR    PIC 9(08).
008000     02 KAL-TGL-TUTUP      PIC 9(08).
008100 FD KOREKSI-FILE.
008200 01 KOREKSI-RECORD.
008300     02 KOR-KUNCI.
008400         03 KOR-NPM        PIC X(08).
008500         03 KOR-MK         PIC X(06).
008600         03 KOR-TERM       PIC 9(05).
008700     02 KOR-NILAI-BARU     PIC 999.
008800     02 KOR-HURUF-BARU     PIC X(01).
008900     02 KOR-ALASAN         PIC X(30).
009000     02 KOR-PEMINTA        PIC X(08).
009100     02 KOR-TGL-MINTA      PIC 9(08).
009200 FD TEND-HANDOFF.
009300 01 HT-LINE                 PIC X(40).
009400 FD GAUD-HANDOFF.
009500 01 HG-LINE                 PIC X(40).
009600 FD BGEN-HANDOFF.
009700 01 HB-LINE                 PIC X(40).
009800
009900 WORKING-STORAGE SECTION.
010000 01 TK-FS PIC XX.
010100 01 TC-FS PIC XX.
010200 01 KA-FS PIC XX.
010300 01 KO-FS PIC XX.
010400 01 HO-FS PIC XX.
010500 77 WS-EOF-SW              PIC X VALUE 'N'.
010600     88 WS-EOF             VALUE 'Y'.
010700 77 WS-LANJUT-SW           PIC X VALUE 'N'.
010800     88 WS-LANJUT          VALUE 'Y'.
010900 77 WS-TERM-AKTIF          PIC 9(5) VALUE ZERO.
011000 77 WS-SUDAH-TUTUP-SW      PIC X VALUE 'N'.
011100     88 WS-SUDAH-TUTUP     VALUE 'Y'.
011200 77 WS-TERM-PILIH          PIC 9(5).
011300 77 WS-TERM-BARU           PIC 9(5).
011400 77 WS-TAHUN-TERM          PIC 9(4).
011500 77 WS-SMT-TERM            PIC 9(1).
011600 77 WS-JML-KOREKSI         PIC 9(5) VALUE ZERO.
011700 77 WS-RC-LANGKAH          PIC S9(4) VALUE ZERO.
011800 77 WS-JA-PROGRAM          PIC X(13).
011900 77 WS-JA-EVENT            PIC X(07).
012000 77 WS-JA-JML              PIC 9(7) VALUE ZERO.
012100 01 WS-TGL-SISTEM          PIC 9(8).
012200 01 WS-JAM-SISTEM          PIC 9(8).
012300 01 WS-AMPLOP-H.
012400     02 FILLER             PIC X(02) VALUE 'H|'.
012500     02 WS-AH-PRODUSEN     PIC X(13).
012600     02 FILLER             PIC X(01) VALUE '|'.
012700     02 WS-AH-TANGGAL      PIC 9(08).
012800     02 FILLER             PIC X(01) VALUE '|'.
012900     02 WS-AH-RUNID        PIC 9(06).
013000 01 WS-AMPLOP-T.
013100     02 FILLER             PIC X(02) VALUE 'T|'.
013200     02 WS-AT-CACAH        PIC 9(07).
013300     02 FILLER             PIC X(01) VALUE '|'.
013400     02 WS-AT-NILAI        PIC 9(13).
013500 01 WS-TEND-ISI.
013600     02 WS-TI-TERM         PIC 9(05).
013700     02 FILLER             PIC X(01) VALUE SPACE.
013800     02 WS-TI-TERM-BARU    PIC 9(05).
013900 01 WS-GAUD-ISI.
014000     02 WS-GI-MODE         PIC X(01) VALUE 'S'.
014100     02 FILLER             PIC X(01) VALUE SPACE.
014200     02 WS-GI-PILIH        PIC X(20) VALUE SPACES.
014300
014400 PROCEDURE DIVISION.
014500*-----------------------------------------------------------------
014600 0000-MAINLINE.
014700     ACCEPT WS-TGL-SISTEM FROM DATE YYYYMMDD.
014800     ACCEPT WS-JAM-SISTEM FROM TIME.
014900     PERFORM 0500-BACA-CHECKPOINT THRU 0500-EXIT.
015000     IF WS-LANJUT
015100         DISPLAY 'CHECKPOINT DITEMUKAN, TERM : ' TK-TERM
015200         DISPLAY 'MELANJUTKAN SETELAH LANGKAH: ' TK-STEP
015300     ELSE
015400         PERFORM 0600-PILIH-TERM THRU 0600-EXIT
015500         IF TK-TERM = ZERO
015600             GO TO 9999-EXIT
015700         END-IF
015800         DISPLAY 'TUTUP TERM BARU, TERM      : ' TK-TERM
015900         DISPLAY 'TERM BERIKUTNYA (TAGIHAN)  : ' TK-TERM-BARU
016000     END-IF.
016100     MOVE 'TUTUP-TERM' TO WS-JA-PROGRAM.
016200     MOVE 'MULAI' TO WS-JA-EVENT.
016300     MOVE ZERO TO WS-JA-JML.
016400     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
016500         WS-JA-JML.
016600
016700*    Preflight hanya untuk rantai baru; sesudah lolos, term dan
016800*    term berikutnya langsung dicatat di checkpoint sehingga run
016900*    yang gagal di langkah 1 pun dilanjutkan untuk term yang sama.
017000     IF NOT WS-LANJUT
017100         DISPLAY '=== LANGKAH 0 : PREFLIGHT KALENDER/KOREKSI ==='
017200         PERFORM 1000-PREFLIGHT THRU 1000-EXIT
017300         IF WS-RC-LANGKAH NOT = 0
017400             DISPLAY 'PREFLIGHT GAGAL, TUTUP TERM TIDAK DIMULAI'
017500             GO TO 9000-GAGAL
017600         END-IF
017700         MOVE 0 TO TK-STEP
017800         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
017900     END-IF.
018000
018100     IF TK-STEP-NONE
018200         DISPLAY '=== LANGKAH 1 : TUTUP BUKU NILAI ==='
018300         PERFORM 1300-HANDOFF-TUTUP THRU 1300-EXIT
018400         MOVE 'TERM-END' TO WS-JA-PROGRAM
018500         PERFORM 8000-AUDIT-MULAI THRU 8000-EXIT
018600         MOVE 0 TO RETURN-CODE
018700         CALL 'TERM-END'
018800         MOVE RETURN-CODE TO WS-RC-LANGKAH
018900         PERFORM 8100-AUDIT-AKHIR THRU 8100-EXIT
019000         OPEN OUTPUT TEND-HANDOFF
019100         CLOSE TEND-HANDOFF
019200         IF WS-RC-LANGKAH NOT = 0
019300             DISPLAY 'LANGKAH 1 GAGAL, TUTUP TERM DIHENTIKAN'
019400             GO TO 9000-GAGAL
019500         END-IF
019600         MOVE 1 TO TK-STEP
019700         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
019800     ELSE
019900         DISPLAY '=== LANGKAH 1 : DILEWATI (SUDAH SELESAI) ==='
020000     END-IF.
020100
020200     IF TK-STEP-TUTUP-DONE
020300         DISPLAY '=== LANGKAH 2 : IPS/IPK ==='
020400         MOVE 'IPK-CALC' TO WS-JA-PROGRAM
020500         PERFORM 8000-AUDIT-MULAI THRU 8000-EXIT
020600         MOVE 0 TO RETURN-CODE
020700         CALL 'IPK-CALC'
020800         MOVE RETURN-CODE TO WS-RC-LANGKAH
020900         PERFORM 8100-AUDIT-AKHIR THRU 8100-EXIT
021000         IF WS-RC-LANGKAH NOT = 0
021100             DISPLAY 'LANGKAH 2 GAGAL, TUTUP TERM DIHENTIKAN'
021200             GO TO 9000-GAGAL
021300         END-IF
021400         MOVE 2 TO TK-STEP
021500         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
021600     ELSE
021700         DISPLAY '=== LANGKAH 2 : DILEWATI (SUDAH SELESAI) ==='
021800     END-IF.
021900
022000     IF TK-STEP-IPK-DONE
022100         DISPLAY '=== LANGKAH 3 : AUDIT KELULUSAN ==='
022200         PERFORM 1400-HANDOFF-AUDIT THRU 1400-EXIT
022300         MOVE 'GRAD-AUD' TO WS-JA-PROGRAM
022400         PERFORM 8000-AUDIT-MULAI THRU 8000-EXIT
022500         MOVE 0 TO RETURN-CODE
022600         CALL 'GRAD-AUD'
022700         MOVE RETURN-CODE TO WS-RC-LANGKAH
022800         PERFORM 8100-AUDIT-AKHIR THRU 8100-EXIT
022900         OPEN OUTPUT GAUD-HANDOFF
023000         CLOSE GAUD-HANDOFF
023100         IF WS-RC-LANGKAH NOT = 0
023200             DISPLAY 'LANGKAH 3 GAGAL, TUTUP TERM DIHENTIKAN'
023300             GO TO 9000-GAGAL
023400         END-IF
023500         MOVE 3 TO TK-STEP
023600         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
023700     ELSE
023800         DISPLAY '=== LANGKAH 3 : DILEWATI (SUDAH SELESAI) ==='
023900     END-IF.
024000
024100     IF TK-STEP-AUDIT-DONE
024200         DISPLAY '=== LANGKAH 4 : TAGIHAN TERM ' TK-TERM-BARU
024300             ' ==='
024400         PERFORM 1500-HANDOFF-TAGIHAN THRU 1500-EXIT
024500         MOVE 'BILL-GEN' TO WS-JA-PROGRAM
024600         PERFORM 8000-AUDIT-MULAI THRU 8000-EXIT
024700         MOVE 0 TO RETURN-CODE
024800         CALL 'BILL-GEN'
024900         MOVE RETURN-CODE TO WS-RC-LANGKAH
025000         PERFORM 8100-AUDIT-AKHIR THRU 8100-EXIT
025100         OPEN OUTPUT BGEN-HANDOFF
025200         CLOSE BGEN-HANDOFF
025300         IF WS-RC-LANGKAH NOT = 0
025400             DISPLAY 'LANGKAH 4 GAGAL, TUTUP TERM DIHENTIKAN'
025500             GO TO 9000-GAGAL
025600         END-IF
025700         MOVE 4 TO TK-STEP
025800         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
025900     ELSE
026000         DISPLAY '=== LANGKAH 4 : DILEWATI (SUDAH SELESAI) ==='
026100     END-IF.
026200
026300     IF TK-STEP-TAGIH-DONE
026400         DISPLAY '=== LANGKAH 5 : LAPORAN TUNGGAKAN ==='
026500         MOVE 'BILL-ARR' TO WS-JA-PROGRAM
026600         PERFORM 8000-AUDIT-MULAI THRU 8000-EXIT
026700         MOVE 0 TO RETURN-CODE
026800         CALL 'BILL-ARR'
026900         MOVE RETURN-CODE TO WS-RC-LANGKAH
027000         PERFORM 8100-AUDIT-AKHIR THRU 8100-EXIT
027100         IF WS-RC-LANGKAH NOT = 0
027200             DISPLAY 'LANGKAH 5 GAGAL, TUTUP TERM DIHENTIKAN'
027300             GO TO 9000-GAGAL
027400         END-IF
027500         MOVE 5 TO TK-STEP
027600         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
027700     ELSE
027800         DISPLAY '=== LANGKAH 5 : DILEWATI (SUDAH SELESAI) ==='
027900     END-IF.
028000     DISPLAY 'TUTUP TERM ' TK-TERM ' SELESAI'.
028100     MOVE 'TUTUP-TERM' TO WS-JA-PROGRAM.
028200     MOVE 'SELESAI' TO WS-JA-EVENT.
028300     MOVE TK-STEP TO WS-JA-JML.
028400     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
028500         WS-JA-JML.
028600     MOVE 0 TO RETURN-CODE.
028700     GO TO 9999-EXIT.
028800
028900*-----------------------------------------------------------------
029000* Checkpoint yang tuntas di langkah 5 berarti term itu sudah
029100* selesai ditutup: run berikutnya mulai baru. Checkpoint yang
029200* belum tuntas (termasuk langkah 0 sesudah preflight lolos)
029300* dipakai apa adanya berapa hari pun sesudahnya, karena langkah
029400* yang sudah jalan (TERM-END terutama) tidak boleh diulang.
029500*-----------------------------------------------------------------
029600 0500-BACA-CHECKPOINT.
029700     OPEN INPUT TUTUP-CTL.
029800     IF TK-FS = '00'
029900         READ TUTUP-CTL
030000             AT END
030100                 MOVE 0 TO TK-STEP
030200                 MOVE 0 TO TK-TERM
030300         END-READ
030400         CLOSE TUTUP-CTL
030500         IF TK-TERM NOT = ZERO AND NOT TK-STEP-ARREAR-DONE
030600             MOVE 'Y' TO WS-LANJUT-SW
030700         ELSE
030800             MOVE 0 TO TK-STEP
030900         END-IF
031000     ELSE
031100         MOVE 0 TO TK-STEP
031200     END-IF.
031300 0500-EXIT.
031400     EXIT.
031500
031600*-----------------------------------------------------------------
031700* Term yang ditutup bawaannya term AKTIF di term.dat; term
031800* berikutnya (untuk tagihan dan baris AKTIF baru) semester 1
031900* menjadi 2, semester lain menjadi semester 1 tahun berikutnya,
032000* kecuali operator memberi term lain.
032100*-----------------------------------------------------------------
032200 0600-PILIH-TERM.
032300     MOVE ZERO TO TK-TERM.
032400     MOVE ZERO TO TK-TERM-BARU.
032500     OPEN INPUT TERM-CTL.
032600     IF TC-FS = '00'
032700         MOVE 'N' TO WS-EOF-SW
032800         PERFORM 0610-BACA-TERM THRU 0610-EXIT
032900             UNTIL WS-EOF
033000     END-IF.
033100     CLOSE TERM-CTL.
033200     DISPLAY 'TERM YANG DITUTUP (YYYYS, KOSONG = AKTIF '
033300         WS-TERM-AKTIF ') : ' WITH NO ADVANCING.
033400     MOVE ZERO TO WS-TERM-PILIH.
033500     ACCEPT WS-TERM-PILIH.
033600     IF WS-TERM-PILIH = ZERO
033700         MOVE WS-TERM-AKTIF TO WS-TERM-PILIH
033800     END-IF.
033900     IF WS-TERM-PILIH = ZERO
034000         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
034100         GO TO 0600-EXIT
034200     END-IF.
034300     MOVE WS-TERM-PILIH TO TK-TERM.
034400     MOVE WS-TERM-PILIH(1:4) TO WS-TAHUN-TERM.
034500     MOVE WS-TERM-PILIH(5:1) TO WS-SMT-TERM.
034600     IF WS-SMT-TERM = 1
034700         COMPUTE WS-TERM-BARU = WS-TERM-PILIH + 1
034800     ELSE
034900         COMPUTE WS-TERM-BARU = (WS-TAHUN-TERM + 1) * 10 + 1
035000     END-IF.
035100     DISPLAY 'TERM BERIKUTNYA (YYYYS, KOSONG = ' WS-TERM-BARU
035200         ') : ' WITH NO ADVANCING.
035300     MOVE ZERO TO WS-TERM-PILIH.
035400     ACCEPT WS-TERM-PILIH.
035500     IF WS-TERM-PILIH NOT = ZERO
035600         MOVE WS-TERM-PILIH TO WS-TERM-BARU
035700     END-IF.
035800     MOVE WS-TERM-BARU TO TK-TERM-BARU.
035900 0600-EXIT.
036000     EXIT.
036100
036200 0610-BACA-TERM.
036300     READ TERM-CTL
036400         AT END MOVE 'Y' TO WS-EOF-SW
036500     END-READ.
036600     IF WS-EOF
036700         GO TO 0610-EXIT
036800     END-IF.
036900     IF TC-LABEL = 'AKTIF'
037000         MOVE TC-TERM TO WS-TERM-AKTIF
037100     END-IF.
037200     IF TC-LABEL = 'TUTUP' AND TC-TERM = TK-TERM
037300         MOVE 'Y' TO WS-SUDAH-TUTUP-SW
037400     END-IF.
037500 0610-EXIT.
037600     EXIT.
037700
037800*-----------------------------------------------------------------
037900* Rantai ditolak untuk term yang sudah punya baris TUTUP, selama
038000* jendela entri nilai term itu belum lewat (hari ini <=
038100* KAL-NILAI-AKHIR), atau selama masih ada baris koreksi.dat
038200* milik term itu yang belum diputus GB-KAPRV.
038300*-----------------------------------------------------------------
038400 1000-PREFLIGHT.
038500     MOVE 0 TO WS-RC-LANGKAH.
038600     OPEN INPUT TERM-CTL.
038700     IF TC-FS = '00'
038800         MOVE 'N' TO WS-EOF-SW
038900         PERFORM 0610-BACA-TERM THRU 0610-EXIT
039000             UNTIL WS-EOF
039100     END-IF.
039200     CLOSE TERM-CTL.
039300     IF WS-SUDAH-TUTUP
039400         DISPLAY 'TERM ' TK-TERM ' SUDAH PERNAH DITUTUP'
039500         MOVE 1 TO WS-RC-LANGKAH
039600     END-IF.
039700     OPEN INPUT KALENDER-FILE.
039800     IF KA-FS = '00'
039900         MOVE TK-TERM TO KAL-TERM
040000         READ KALENDER-FILE
040100             INVALID KEY
040200                 DISPLAY 'KALENDER TERM ' TK-TERM
040300                     ' BELUM ADA, JENDELA NILAI TIDAK DIPERIKSA'
040400             NOT INVALID KEY
040500                 IF WS-TGL-SISTEM <= KAL-NILAI-AKHIR
040600                     DISPLAY 'JENDELA ENTRI NILAI TERM ' TK-TERM
040700                         ' MASIH BUKA SAMPAI ' KAL-NILAI-AKHIR
040800                     MOVE 1 TO WS-RC-LANGKAH
040900                 END-IF
041000         END-READ
041100     END-IF.
041200     CLOSE KALENDER-FILE.
041300     MOVE ZERO TO WS-JML-KOREKSI.
041400     OPEN INPUT KOREKSI-FILE.
041500     IF KO-FS = '00'
041600         MOVE 'N' TO WS-EOF-SW
041700         PERFORM 1100-SATU-KOREKSI THRU 1100-EXIT
041800             UNTIL WS-EOF
041900     END-IF.
042000     CLOSE KOREKSI-FILE.
042100     IF WS-JML-KOREKSI > ZERO
042200         DISPLAY 'MASIH ADA ' WS-JML-KOREKSI ' KOREKSI NILAI'
042300             ' TERM ' TK-TERM ' MENUNGGU PERSETUJUAN'
042400         MOVE 1 TO WS-RC-LANGKAH
042500     END-IF.
042600 1000-EXIT.
042700     EXIT.
042800
042900 1100-SATU-KOREKSI.
043000     READ KOREKSI-FILE NEXT RECORD
043100         AT END MOVE 'Y' TO WS-EOF-SW
043200     END-READ.
043300     IF WS-EOF
043400         GO TO 1100-EXIT
043500     END-IF.
043600     IF KOR-TERM = TK-TERM
043700         ADD 1 TO WS-JML-KOREKSI
043800     END-IF.
043900 1100-EXIT.
044000     EXIT.
044100
044200*-----------------------------------------------------------------
044300 1200-SIMPAN-CHECKPOINT.
044400     OPEN OUTPUT TUTUP-CTL.
044500     WRITE TK-RECORD.
044600     CLOSE TUTUP-CTL.
044700 1200-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------------
045100* Handoff beramplop (pola ARCIN.CTL) untuk TERM-END: term yang
045200* ditutup dan term AKTIF penggantinya.
045300*-----------------------------------------------------------------
045400 1300-HANDOFF-TUTUP.
045500     OPEN OUTPUT TEND-HANDOFF.
045600     PERFORM 1900-ISI-AMPLOP-H THRU 1900-EXIT.
045700     MOVE WS-AMPLOP-H TO HT-LINE.
045800     WRITE HT-LINE.
045900     MOVE TK-TERM TO WS-TI-TERM.
046000     MOVE TK-TERM-BARU TO WS-TI-TERM-BARU.
046100     MOVE WS-TEND-ISI TO HT-LINE.
046200     WRITE HT-LINE.
046300     MOVE TK-TERM TO WS-AT-NILAI.
046400     MOVE WS-AMPLOP-T TO HT-LINE.
046500     WRITE HT-LINE.
046600     CLOSE TEND-HANDOFF.
046700 1300-EXIT.
046800     EXIT.
046900
047000*-----------------------------------------------------------------
047100* GRAD-AUD mode S: semua mahasiswa aktif, tiap NPM diaudit
047200* terhadap kurikulum prodinya sendiri.
047300*-----------------------------------------------------------------
047400 1400-HANDOFF-AUDIT.
047500     OPEN OUTPUT GAUD-HANDOFF.
047600     PERFORM 1900-ISI-AMPLOP-H THRU 1900-EXIT.
047700     MOVE WS-AMPLOP-H TO HG-LINE.
047800     WRITE HG-LINE.
047900     MOVE WS-GAUD-ISI TO HG-LINE.
048000     WRITE HG-LINE.
048100     MOVE ZERO TO WS-AT-NILAI.
048200     MOVE WS-AMPLOP-T TO HG-LINE.
048300     WRITE HG-LINE.
048400     CLOSE GAUD-HANDOFF.
048500 1400-EXIT.
048600     EXIT.
048700
048800*-----------------------------------------------------------------
048900 1500-HANDOFF-TAGIHAN.
049000     OPEN OUTPUT BGEN-HANDOFF.
049100     PERFORM 1900-ISI-AMPLOP-H THRU 1900-EXIT.
049200     MOVE WS-AMPLOP-H TO HB-LINE.
049300     WRITE HB-LINE.
049400     MOVE SPACES TO HB-LINE.
049500     MOVE TK-TERM-BARU TO HB-LINE(1:5).
049600     WRITE HB-LINE.
049700     MOVE TK-TERM-BARU TO WS-AT-NILAI.
049800     MOVE WS-AMPLOP-T TO HB-LINE.
049900     WRITE HB-LINE.
050000     CLOSE BGEN-HANDOFF.
050100 1500-EXIT.
050200     EXIT.
050300
050400 1900-ISI-AMPLOP-H.
050500     MOVE 'TUTUP-TERM' TO WS-AH-PRODUSEN.
050600     MOVE WS-TGL-SISTEM TO WS-AH-TANGGAL.
050700     MOVE WS-JAM-SISTEM(1:6) TO WS-AH-RUNID.
050800     MOVE 1 TO WS-AT-CACAH.
050900 1900-EXIT.
051000     EXIT.
051100
051200*-----------------------------------------------------------------
051300* Tiap langkah tercatat di jobaudit.log atas nama program yang
051400* di-CALL; langkah yang gagal ditutup dengan event GAGAL.
051500*-----------------------------------------------------------------
051600 8000-AUDIT-MULAI.
051700     MOVE 'MULAI' TO WS-JA-EVENT.
051800     MOVE ZERO TO WS-JA-JML.
051900     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
052000         WS-JA-JML.
052100 8000-EXIT.
052200     EXIT.
052300
052400 8100-AUDIT-AKHIR.
052500     IF WS-RC-LANGKAH = 0
052600         MOVE 'SELESAI' TO WS-JA-EVENT
052700     ELSE
052800         MOVE 'GAGAL' TO WS-JA-EVENT
052900     END-IF.
053000     MOVE ZERO TO WS-JA-JML.
053100     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
053200         WS-JA-JML.
053300 8100-EXIT.
053400     EXIT.
053500
053600*-----------------------------------------------------------------
053700 9000-GAGAL.
053800     MOVE 'TUTUP-TERM' TO WS-JA-PROGRAM.
053900     MOVE 'GAGAL' TO WS-JA-EVENT.
054000     MOVE TK-STEP TO WS-JA-JML.
054100     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
054200         WS-JA-JML.
054300     MOVE 1 TO RETURN-CODE.
054400
054500 9999-EXIT.
054600     STOP RUN.
