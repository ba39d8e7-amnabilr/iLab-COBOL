000300* Date:
000400* Purpose:  Tutup buku akhir term: baris GRADEBOOK.DAT milik
000500*           term yang ditutup dipindahkan ke riwayat GBHIST.DAT,
000600*           baris itu di-DELETE dari GRADEBOOK.DAT (keduanya
000610*           indexed NPM + MK + term, tanpa file kerja), dan
000700*           term.dat diberi baris TUTUP supaya entri nilai
000800*           contoh1 menolak term itu selamanya. Kalau term yang
000900*           ditutup adalah term AKTIF, operator diminta term
001000*           berjalan yang baru dan baris AKTIF diganti.
001100*           Rekonsiliasi dipindah + tersisa = awal dicetak di
001200*           akhir run.
001210*           Term yang ditutup dan term AKTIF penggantinya bisa
001220*           datang dari handoff TENDIN.CTL (driver TUTUP-TERM);
001230*           di jalur itu jendela nilai yang masih buka langsung
001240*           membatalkan tanpa bertanya. RETURN-CODE 0 bila term
001250*           tertutup, 1 bila batal atau gagal; 9999-EXIT GOBACK
001260*           supaya bisa di-CALL driver itu.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY GBKSEL.
002700     COPY GBHSEL.
003210     SELECT KALENDER-FILE ASSIGN TO 'kalender.dat'
003220     ORGANIZATION IS INDEXED
003230     ACCESS MODE IS DYNAMIC
003600     SELECT TERM-TMP ASSIGN TO 'TERMCTL.TMP'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS TT-FS.
003810     SELECT TEND-HANDOFF ASSIGN TO 'TENDIN.CTL'
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS HO-FS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100     COPY GBKFD.
005400     COPY GBHFD.
005710 FD KALENDER-FILE.
005720 01 KALENDER-RECORD.
005730     02 KAL-TERM           PIC 9(05).
006100     02 TC-TERM            PIC 9(05).
006200 FD TERM-TMP.
006300 01 TT-LINE                PIC X(11).
006310 FD TEND-HANDOFF.
006320 01 HO-LINE                PIC X(40).
006400
006500 WORKING-STORAGE SECTION.
006600 77 GB-FS                  PIC XX.
006700 77 GH-FS                  PIC XX.
006900 77 TC-FS                  PIC XX.
007000 77 TT-FS                  PIC XX.
007100 77 WS-EOF-SW              PIC X VALUE 'N'.
008200 77 WS-JML-CEK             PIC 9(7).
008210 77 KA-FS                  PIC XX.
008220 77 WS-TGL-KINI            PIC 9(8).
008230 77 HO-FS                  PIC XX.
008240 77 WS-HANDOFF-SW          PIC X VALUE 'N'.
008250     88 WS-HANDOFF         VALUE 'Y'.
008260 77 WS-HO-TERM-BARU        PIC 9(5) VALUE ZERO.
008400
008500 PROCEDURE DIVISION.
008600*-----------------------------------------------------------------
008700 0000-MAINLINE.
008800     MOVE 0 TO RETURN-CODE.
008810     PERFORM 0500-BACA-HANDOFF THRU 0500-EXIT.
008820     IF NOT WS-HANDOFF
008830         DISPLAY 'TERM YANG DITUTUP (YYYYS) : ' WITH NO ADVANCING
008840         ACCEPT WS-TERM-TUTUP
008850     END-IF.
009000     PERFORM 1000-CEK-TERM THRU 1000-EXIT.
009100     IF WS-SUDAH-TUTUP
009200         DISPLAY 'TERM ' WS-TERM-TUTUP ' SUDAH PERNAH DITUTUP'
009205*        Lewat handoff, term yang sudah tertutup berarti run
009206*        driver sebelumnya mati sesudah langkah ini selesai.
009207         IF NOT WS-HANDOFF
009210             MOVE 1 TO RETURN-CODE
009215         END-IF
009300         GO TO 9999-EXIT
009400     END-IF.
009410*    Peringatan kalender: menutup term sebelum jendela entri
009420*    nilainya habis membuat nilai susulan tertolak selamanya.
009430     PERFORM 1500-CEK-KALENDER THRU 1500-EXIT.
009500     PERFORM 2000-PILAH-GRADEBOOK THRU 2000-EXIT.
009700     PERFORM 4000-TANDAI-TUTUP THRU 4000-EXIT.
009800     COMPUTE WS-JML-CEK = WS-JML-PINDAH + WS-JML-SISA.
009900     DISPLAY '----------------------------------------'.
010800     DISPLAY '----------------------------------------'.
010900     GO TO 9999-EXIT.
011000
011002*-----------------------------------------------------------------
011004* Handoff beramplop TENDIN.CTL (pola ARCIN.CTL): baris H|, isi
011006* term-tutup dan term-AKTIF-baru, lalu trailer T|. File yang
011008* kosong berarti tidak ada handoff dan operator ditanya.
011010*-----------------------------------------------------------------
011012 0500-BACA-HANDOFF.
011014     OPEN INPUT TEND-HANDOFF.
011016     IF HO-FS NOT = '00'
011018         GO TO 0500-EXIT
011020     END-IF.
011022     READ TEND-HANDOFF
011024         AT END MOVE SPACES TO HO-LINE
011026     END-READ.
011028     IF HO-LINE(1:2) NOT = 'H|'
011030         CLOSE TEND-HANDOFF
011032         GO TO 0500-EXIT
011034     END-IF.
011036     READ TEND-HANDOFF
011038         AT END MOVE SPACES TO HO-LINE
011040     END-READ.
011042     IF HO-LINE(1:5) IS NUMERIC AND HO-LINE(7:5) IS NUMERIC
011044         MOVE HO-LINE(1:5) TO WS-TERM-TUTUP
011046         MOVE HO-LINE(7:5) TO WS-HO-TERM-BARU
011048     ELSE
011050         MOVE SPACES TO HO-LINE
011052     END-IF.
011054     IF HO-LINE NOT = SPACES
011056         READ TEND-HANDOFF
011058             AT END MOVE SPACES TO HO-LINE
011060         END-READ
011062     END-IF.
011064     CLOSE TEND-HANDOFF.
011066     IF HO-LINE(1:2) NOT = 'T|'
011068         DISPLAY 'TENDIN.CTL TERPOTONG ATAU RUSAK,'
011070             ' TUTUP TERM DIBATALKAN'
011072         MOVE 1 TO RETURN-CODE
011074         GO TO 9999-EXIT
011076     END-IF.
011078     MOVE 'Y' TO WS-HANDOFF-SW.
011080     DISPLAY 'TERM DARI TENDIN.CTL      : ' WS-TERM-TUTUP.
011082 0500-EXIT.
011084     EXIT.
011086
011100*-----------------------------------------------------------------
011200* Term yang sudah punya baris TUTUP tidak boleh ditutup dua
011300* kali (barisnya sudah tidak ada di GRADEBOOK.DAT lagi).
014370         DISPLAY 'PERINGATAN: JENDELA ENTRI NILAI TERM '
014380             WS-TERM-TUTUP ' MASIH BUKA SAMPAI '
014390             KAL-NILAI-AKHIR
014391         IF WS-HANDOFF
014392             DISPLAY 'TUTUP TERM DIBATALKAN'
014393             MOVE 1 TO RETURN-CODE
014394             GO TO 9999-EXIT
014395         END-IF
014400         DISPLAY 'TETAP TUTUP (Y/N) ? ' WITH NO ADVANCING
014410         ACCEPT WS-JAWAB
014420         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
014430             DISPLAY 'TUTUP TERM DIBATALKAN'
014435             MOVE 1 TO RETURN-CODE
014440             GO TO 9999-EXIT
014450         END-IF
014460     END-IF.
014480     EXIT.
014490
014500*-----------------------------------------------------------------
014510* Lewatan pemilah: baris term yang ditutup ditulis ke
014600* GBHIST.DAT lalu di-DELETE dari GRADEBOOK.DAT di tempat. Baris
014610* yang kuncinya sudah ada di riwayat dibiarkan di GRADEBOOK.
014700*-----------------------------------------------------------------
014800 2000-PILAH-GRADEBOOK.
014900     OPEN I-O GRADEBOOK.
015000     IF GB-FS NOT = '00'
015100         DISPLAY 'GRADEBOOK.DAT TIDAK DAPAT DIBUKA, STATUS '
015200             GB-FS
015210         MOVE 1 TO RETURN-CODE
015300         GO TO 9999-EXIT
015400     END-IF.
015500     OPEN I-O GRADE-HIST.
015600     IF GH-FS = '35'
015700         OPEN OUTPUT GRADE-HIST
015710         CLOSE GRADE-HIST
015720         OPEN I-O GRADE-HIST
015800     END-IF.
016000     MOVE 'N' TO WS-EOF-SW.
016100     PERFORM 2100-PILAH-SATU THRU 2100-EXIT
016200         UNTIL WS-EOF.
016300     CLOSE GRADEBOOK.
016400     CLOSE GRADE-HIST.
016600 2000-EXIT.
016700     EXIT.
016800
016900 2100-PILAH-SATU.
017000     READ GRADEBOOK NEXT RECORD
017100         AT END MOVE 'Y' TO WS-EOF-SW
017200     END-READ.
017300     IF WS-EOF
017400         GO TO 2100-EXIT
017500     END-IF.
017600     ADD 1 TO WS-JML-AWAL.
017700     IF GB-TERM NOT = WS-TERM-TUTUP
017800         ADD 1 TO WS-JML-SISA
017900         GO TO 2100-EXIT
018000     END-IF.
018100     WRITE GH-RECORD FROM GB-RECORD
018200         INVALID KEY
018300             DISPLAY GB-NPM ' ' GB-MK ' ' GB-TERM
018400                 ' SUDAH ADA DI RIWAYAT, DIBIARKAN'
018500             ADD 1 TO WS-JML-SISA
018600             GO TO 2100-EXIT
018700     END-WRITE.
018800     DELETE GRADEBOOK
018900         INVALID KEY
019000             DISPLAY 'GAGAL HAPUS ' GB-NPM ' ' GB-MK
019100                 ', STATUS ' GB-FS
019200     END-DELETE.
019300     ADD 1 TO WS-JML-PINDAH.
019400 2100-EXIT.
019500     EXIT.
019600
021000*-----------------------------------------------------------------
021100* term.dat ditulis ulang: baris lama dipertahankan, baris TUTUP
021200* baru ditambahkan; kalau term yang ditutup adalah term AKTIF,
021400*-----------------------------------------------------------------
021500 4000-TANDAI-TUTUP.
021600     MOVE ZERO TO WS-TERM-BARU.
021700     IF WS-TERM-AKTIF = WS-TERM-TUTUP AND WS-HANDOFF
021710         MOVE WS-HO-TERM-BARU TO WS-TERM-BARU
021720         DISPLAY 'TERM AKTIF IKUT DITUTUP, TERM BERJALAN BARU : '
021730             WS-TERM-BARU
021740     END-IF.
021750     IF WS-TERM-AKTIF = WS-TERM-TUTUP AND NOT WS-HANDOFF
021800         DISPLAY 'TERM AKTIF IKUT DITUTUP. TERM BERJALAN BARU'
021900             ' (YYYYS) : ' WITH NO ADVANCING
022000         ACCEPT WS-TERM-BARU
026800
026900*-----------------------------------------------------------------
027000 9999-EXIT.
027100     GOBACK.
