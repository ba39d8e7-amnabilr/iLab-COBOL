001307*     roster feed (ROSTERA=1, ROSTERB=2), so PROGRAM-SORT can tag
001308*     every record with its campus of origin and the duplicate
001309*     listing can say which campuses both claim a student.
001310*   - The chain gains LANGKAH 6: NTF-OUT fills the notification
001311*     outbox for the campus mail gateway with grade corrections
001312*     waiting too long in koreksi.dat and students newly in
001313*     arrears. BC-STEP now runs 0-6 and only a checkpoint at 6
001314*     counts as a finished run.
001315*   - The chain gains LANGKAH 7: AKD-AUDIT, the cross-file
001316*     integrity audit of krs.dat, GRADEBOOK.DAT, GBHIST.DAT,
001317*     absensi.dat and tagihan.dat against each other and their
001318*     masters. BC-STEP now runs 0-7 and only a checkpoint at 7
001319*     counts as a finished run.
001320*   - A new run now also asks TGL-KERJA whether today is a
001321*     holiday registered in harilibur.dat, the shared working-day
001322*     calendar kept with KAL-LIBUR, and refuses it with the
001323*     holiday's description and the same override prompt as a
001324*     runcal.dat H day. Weekends are not refused on that account;
001325*     runcal.dat still decides those as before.
001326*   - The chain now holds the shared nightly batch-window flag
001327*     (batchwin.ctl, through BTC-WIN) from the start of a run,
001328*     fresh or resumed, until LANGKAH 7 completes, so posting
001329*     programs and BRG-MENU sign-on refuse updates meanwhile. A
001330*     flag already held by another driver stops the run; a step
001331*     that fails leaves the flag set until the run is resumed or
001332*     a supervisor clears it with BTC-BUKA.
001333******************************************************************
001334 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. BATCH-HARIAN.
001600 ENVIRONMENT DIVISION.
003700         88 BC-STEP-REPORT-DONE VALUE 3.
003710         88 BC-STEP-DIFF-DONE   VALUE 4.
003720         88 BC-STEP-STAT-DONE   VALUE 5.
003730         88 BC-STEP-NOTIF-DONE  VALUE 6.
003740         88 BC-STEP-AUDIT-DONE  VALUE 7.
003750 FD ROSTER-HANDOFF.
003760 01 RH-LINE.
003770     02 RH-ROSTER-FILE      PIC X(40).
003850     02 RC-TANGGAL          PIC 9(8).
003860     02 FILLER              PIC X(1).
003870     02 RC-JENIS            PIC X(1).
003880
004200 WORKING-STORAGE SECTION.
004300 01 BC-FS PIC XX.
004350 01 RH-FS PIC XX.
004470 01 WS-BATAL-SW PIC X VALUE 'N'.
004480     88 WS-RUN-BATAL        VALUE 'Y'.
004490 01 WS-JAWAB PIC X.
004495 01 WS-NTF-BATCH PIC X VALUE 'H'.
004505 01 WS-TK-FUNGSI PIC X(1).
004515 01 WS-TK-TGL-2 PIC 9(8).
004525 01 WS-TK-HARI PIC S9(7).
004535 01 WS-TK-KERJA PIC S9(7).
004545 01 WS-TK-KET PIC X(30).
004547 01 WS-BW-FUNGSI PIC X(1).
004549 01 WS-BW-PROGRAM PIC X(13) VALUE 'BATCH-HARIAN'.
004551 01 WS-BW-HASIL PIC X(1).
004553 01 WS-BW-PEMEGANG PIC X(13).
004555
004800 PROCEDURE DIVISION.
004900*-----------------------------------------------------------------
005000 0000-MAINLINE.
005600             BC-TANGGAL
005700         DISPLAY 'MELANJUTKAN SETELAH LANGKAH TERAKHIR : ' BC-STEP
005800     END-IF.
005801     PERFORM 0700-PASANG-JENDELA THRU 0700-EXIT.
005802     IF WS-BW-HASIL NOT = 'Y'
005803         GO TO 9999-EXIT
005804     END-IF.
005810
005900     IF BC-STEP-NONE
006000         DISPLAY '=== LANGKAH 1 : MENYORTIR ROSTER ==='
006010         PERFORM 1100-SIAPKAN-HANDOFF-SORT THRU 1100-EXIT
006800     ELSE
006900         DISPLAY '=== LANGKAH 1 : DILEWATI (SUDAH SELESAI) ==='
007000     END-IF.
007010
007100     IF BC-STEP-SORT-DONE
007200         DISPLAY '=== LANGKAH 2 : MENGGABUNGKAN ROSTER ==='
007300         CALL 'PROGRAM-MERGE'
008000     ELSE
008100         DISPLAY '=== LANGKAH 2 : DILEWATI (SUDAH SELESAI) ==='
008200     END-IF.
008210
008300     IF BC-STEP-MERGE-DONE
008400         DISPLAY '=== LANGKAH 3 : LAPORAN ROSTER ==='
008420         PERFORM 1300-SIAPKAN-HANDOFF-ROSTER THRU 1300-EXIT
009200     ELSE
009300         DISPLAY '=== LANGKAH 3 : DILEWATI (SUDAH SELESAI) ==='
009400     END-IF.
009405
009410     IF BC-STEP-REPORT-DONE
009420         DISPLAY '=== LANGKAH 4 : PERUBAHAN ROSTER ==='
009430         CALL 'ROSTER-DIFF'
009492     ELSE
009494         DISPLAY '=== LANGKAH 4 : DILEWATI (SUDAH SELESAI) ==='
009496     END-IF.
009503
009510     IF BC-STEP-DIFF-DONE
009520         DISPLAY '=== LANGKAH 5 : STATISTIK ROSTER ==='
009530         CALL 'ROSTER-STAT'
009592     ELSE
009594         DISPLAY '=== LANGKAH 5 : DILEWATI (SUDAH SELESAI) ==='
009596     END-IF.
009597
009598     IF BC-STEP-STAT-DONE
009599         DISPLAY '=== LANGKAH 6 : KOTAK KELUAR NOTIFIKASI ==='
009600         CALL 'NTF-OUT' USING WS-NTF-BATCH
009601         IF RETURN-CODE NOT = 0
009602             DISPLAY 'LANGKAH 6 GAGAL, BATCH DIHENTIKAN'
009603             GO TO 9999-EXIT
009604         END-IF
009605         MOVE 6 TO BC-STEP
009606         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
009607     ELSE
009608         DISPLAY '=== LANGKAH 6 : DILEWATI (SUDAH SELESAI) ==='
009609     END-IF.
009610
009611     IF BC-STEP-NOTIF-DONE
009612         DISPLAY '=== LANGKAH 7 : AUDIT BERKAS AKADEMIK ==='
009613         CALL 'AKD-AUDIT'
009614         IF RETURN-CODE NOT = 0
009615             DISPLAY 'LANGKAH 7 GAGAL, BATCH DIHENTIKAN'
009616             GO TO 9999-EXIT
009617         END-IF
009618         MOVE 7 TO BC-STEP
009619         PERFORM 1200-SIMPAN-CHECKPOINT THRU 1200-EXIT
009620     ELSE
009621         DISPLAY '=== LANGKAH 7 : DILEWATI (SUDAH SELESAI) ==='
009622     END-IF.
009624     PERFORM 0800-LEPAS-JENDELA THRU 0800-EXIT.
009628     GO TO 9999-EXIT.
009630
009632*-----------------------------------------------------------------
009700 0500-BACA-CHECKPOINT.
009800     OPEN INPUT BATCH-CTL.
009900     IF BC-FS = '00'
010200                 MOVE 0 TO BC-STEP
010300         END-READ
010400         CLOSE BATCH-CTL
010500         IF BC-STEP-AUDIT-DONE
010550             MOVE BC-TANGGAL TO WS-TGL-SELESAI
010600             MOVE 0 TO BC-STEP
010700         END-IF
011000     END-IF.
011100 0500-EXIT.
011200     EXIT.
011210
011213*-----------------------------------------------------------------
011216* Jendela batch malam: dipasang selama rantai berjalan supaya
011219* posting online dan sign-on update BRG-MENU ditolak. Tanda yang
011222* dipegang driver lain menghentikan run ini.
011225*-----------------------------------------------------------------
011228 0700-PASANG-JENDELA.
011231     MOVE 'P' TO WS-BW-FUNGSI.
011234     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
011237         WS-BW-HASIL, WS-BW-PEMEGANG.
011240     IF WS-BW-HASIL NOT = 'Y'
011243         DISPLAY 'JENDELA BATCH DIPEGANG ' WS-BW-PEMEGANG
011246             ', BATCH TIDAK DIMULAI'
011249         DISPLAY 'BILA RUN ITU SUDAH MATI, SUPERVISOR MELEPASNYA'
011252             ' LEWAT BTC-BUKA'
011255     END-IF.
011258 0700-EXIT.
011261     EXIT.
011264
011267 0800-LEPAS-JENDELA.
011270     MOVE 'L' TO WS-BW-FUNGSI.
011273     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
011276         WS-BW-HASIL, WS-BW-PEMEGANG.
011279 0800-EXIT.
011282     EXIT.
011285
011300*-----------------------------------------------------------------
011400 1000-MULAI-RUN-BARU.
011500     ACCEPT BC-TANGGAL FROM DATE YYYYMMDD.
011690     PERFORM 1050-CEK-KALENDER THRU 1050-EXIT.
011700 1000-EXIT.
011710     EXIT.
011715
011720*-----------------------------------------------------------------
011721* Kalender run: baris 'YYYYMMDD H' menandai libur, baris
011722* 'YYYYMMDD P' menandai hari proses. Tanggal berstatus libur --
011724* terdaftar P -- ditolak dengan pesan yang menyebut kasusnya,
011725* dengan kesempatan override. runcal.dat yang belum ada berarti
011726* semua hari adalah hari proses.
011727* Sebelumnya, hari libur yang terdaftar di harilibur.dat (lewat
011728* TGL-KERJA fungsi L) juga ditolak dengan kesempatan override;
011729* sabtu/minggu tanpa baris libur tidak ikut ditolak.
011730*-----------------------------------------------------------------
011731 1050-CEK-KALENDER.
011732     MOVE 'L' TO WS-TK-FUNGSI.
011733     MOVE ZERO TO WS-TK-TGL-2.
011734     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, BC-TANGGAL,
011735         WS-TK-TGL-2, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
011736     IF WS-TK-HARI > ZERO AND WS-TK-KERJA = ZERO
011737         AND WS-TK-KET NOT = SPACES
011738         DISPLAY 'TANGGAL ' BC-TANGGAL ' HARI LIBUR'
011739             ' (harilibur.dat): ' WS-TK-KET
011740         PERFORM 1080-TANYA-OVERRIDE THRU 1080-EXIT
011741         GO TO 1050-EXIT
011742     END-IF.
011743     OPEN INPUT RUN-CAL.
011744     IF RC-FS NOT = '00'
011745         DISPLAY 'runcal.dat TIDAK ADA, SEMUA HARI DIANGGAP'
011746             ' HARI PROSES'
011747         GO TO 1050-EXIT
011748     END-IF.
011749     MOVE 'N' TO WS-CAL-EOF-SW.
011750     PERFORM 1060-BACA-KALENDER THRU 1060-EXIT
011751         UNTIL WS-CAL-EOF.
011752     CLOSE RUN-CAL.
011753     IF WS-HARI-LIBUR
011754         DISPLAY 'TANGGAL ' BC-TANGGAL ' TERDAFTAR LIBUR DI'
011755             ' runcal.dat, FEED KAMPUS KEMUNGKINAN BASI'
011756         PERFORM 1080-TANYA-OVERRIDE THRU 1080-EXIT
011757         GO TO 1050-EXIT
011758     END-IF.
011759     IF WS-ADA-HARI-P AND NOT WS-HARI-PROSES
011760         DISPLAY 'TANGGAL ' BC-TANGGAL ' BUKAN HARI PROSES'
011761             ' MENURUT runcal.dat'
011762         PERFORM 1080-TANYA-OVERRIDE THRU 1080-EXIT
011763     END-IF.
011764 1050-EXIT.
011765     EXIT.
011766
011767 1060-BACA-KALENDER.
011768     READ RUN-CAL
011769         AT END MOVE 'Y' TO WS-CAL-EOF-SW
011770     END-READ.
011771     IF WS-CAL-EOF
011772         GO TO 1060-EXIT
011773     END-IF.
011774     IF RC-JENIS = 'P'
011775         MOVE 'Y' TO WS-ADA-P-SW
011776         IF RC-TANGGAL = BC-TANGGAL
011777             MOVE 'Y' TO WS-HARI-P-SW
011778         END-IF
011779     END-IF.
011780     IF RC-JENIS = 'H' AND RC-TANGGAL = BC-TANGGAL
011781         MOVE 'Y' TO WS-HARI-H-SW
011782     END-IF.
011783 1060-EXIT.
011784     EXIT.
011785
011786 1080-TANYA-OVERRIDE.
011787     DISPLAY 'TETAP JALANKAN (Y/T) ? ' WITH NO ADVANCING.
011788     ACCEPT WS-JAWAB.
011789     IF WS-JAWAB = 'Y' OR WS-JAWAB = 'y'
011790         DISPLAY 'DILANJUTKAN ATAS PERINTAH OPERATOR'
011791         MOVE 'N' TO WS-BATAL-SW
011792     ELSE
011793         DISPLAY 'RUN DIBATALKAN'
011794         MOVE 'Y' TO WS-BATAL-SW
011795     END-IF.
011796 1080-EXIT.
011797     EXIT.
011798
011810*-----------------------------------------------------------------
011820* Beri tahu PROGRAM-SORT nama kedua roster masuk, nama hasil
011830* sortir dan urutannya lewat SORTIN.CTL, supaya LANGKAH 1 tidak
011935     CLOSE SORT-HANDOFF.
011940 1100-EXIT.
011945     EXIT.
011947
011950*-----------------------------------------------------------------
012000 1200-SIMPAN-CHECKPOINT.
012100     OPEN OUTPUT BATCH-CTL.
012300     CLOSE BATCH-CTL.
012400 1200-EXIT.
012500     EXIT.
012510
012550*-----------------------------------------------------------------
012560* Beri tahu ROSTER-RPT nama file roster hasil LANGKAH 2 lewat
012570* ROSTERIN.CTL, supaya LANGKAH 3 tidak berhenti menunggu operator
012690     CLOSE ROSTER-HANDOFF.
012700 1300-EXIT.
012710     EXIT.
012720
012800 9999-EXIT.
012900     STOP RUN.
