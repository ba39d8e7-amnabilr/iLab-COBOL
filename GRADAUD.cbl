000900*           mencapai baris S -- lalu dicetak per mahasiswa apa yang
001000*           terpenuhi, apa yang kurang, dan kekurangan SKSnya,
001100*           supaya tidak ada lagi nama naik ke daftar wisuda
001200*           dengan MK wajib bolong. Riwayat dan nilai dibaca
001210*           lewat kunci NPM (dan MK) saja. Hasil tiap NPM (Y/N)
001220*           disimpan di audlulus.dat sebagai syarat wisuda
001230*           WSD-MNT/WSD-RUN.
001240*           Mode S mengaudit semua mahasiswa aktif (status A)
001250*           di dept.dat terhadap kurikulum prodinya masing-masing.
001260*           Mode dan pilihannya bisa datang dari handoff
001270*           GAUDIN.CTL (driver tutup term TUTUP-TERM); 9999-EXIT
001280*           GOBACK supaya bisa di-CALL driver itu (RETURN-CODE 1
001290*           bila dept.dat tidak terbuka atau handoff rusak).
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
002500     SELECT KURIKULUM-FILE ASSIGN TO 'kurikulum.dat'
002600     ORGANIZATION IS LINE SEQUENTIAL
002700     FILE STATUS IS KU-FS.
002800     COPY GBKSEL.
003100     COPY GBHSEL.
003110     COPY ADLSEL.
003400     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS RS.
003610     SELECT GAUD-HANDOFF ASSIGN TO 'GAUDIN.CTL'
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS HO-FS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900     COPY DEPTFD.
004800     02 KUR-GRUP           PIC X(02).
004900     02 FILLER             PIC X(01).
005000     02 KUR-SKS-MIN        PIC 9(03).
005100     COPY GBKFD.
006400     COPY GBHFD.
006410     COPY ADLFD.
007700 FD REPORT-OUT.
007800 01 REPORT-LINE            PIC X(70).
007810 FD GAUD-HANDOFF.
007820 01 HO-LINE                PIC X(40).
007900
008000 WORKING-STORAGE SECTION.
008100 77 DP-FS                  PIC XX.
008200 77 KU-FS                  PIC XX.
008300 77 GB-FS                  PIC XX.
008400 77 GH-FS                  PIC XX.
008410 77 AL-FS                  PIC XX.
008500 77 RS                     PIC XX.
008510 77 HO-FS                  PIC XX.
008520 77 WS-HANDOFF-SW          PIC X VALUE 'N'.
008530     88 WS-HANDOFF         VALUE 'Y'.
008600 77 WS-RPT-NAMA            PIC X(30).
008700 77 WS-TGL-RUN             PIC 9(8).
008800 77 WS-JAM-RUN             PIC 9(8).
009200     88 WS-EOF             VALUE 'Y'.
009300 77 WS-MODE                PIC X.
009400     88 WS-MODE-ANGKATAN   VALUE 'A' 'a'.
009410     88 WS-MODE-SEMUA      VALUE 'S' 's'.
009500 77 WS-NPM-PILIH           PIC X(8).
009600 77 WS-PRODI-PILIH         PIC X(20).
009700 77 WS-JML-AUDIT           PIC 9(5) VALUE ZERO.
010600     88 WS-MK-VALID        VALUE 'Y'.
010700 77 WS-LULUS-SW            PIC X.
010800     88 WS-LULUS           VALUE 'Y'.
010810 77 WS-CARI-HABIS-SW       PIC X.
010820     88 WS-CARI-HABIS      VALUE 'Y'.
010900 77 WS-SKS-LULUS           PIC 9(3).
010910 77 WS-MKL-CNT             PIC 9(3) COMP VALUE ZERO.
010920 77 WS-MKL-IDX             PIC 9(3) COMP.
012500 PROCEDURE DIVISION.
012600*-----------------------------------------------------------------
012700 0000-MAINLINE.
012710     MOVE 0 TO RETURN-CODE.
012720     PERFORM 0500-BACA-HANDOFF THRU 0500-EXIT.
012730     IF NOT WS-HANDOFF
012740         PERFORM 0600-TANYA-MODE THRU 0600-EXIT
012750     END-IF.
013800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
013900     ACCEPT WS-JAM-RUN FROM TIME.
014000     MOVE SPACES TO WS-RPT-NAMA.
014100     STRING 'AUDITLULUS-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
014200         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
014210     OPEN I-O AUDLULUS-FILE.
014220     IF AL-FS = '35'
014230         OPEN OUTPUT AUDLULUS-FILE
014240         CLOSE AUDLULUS-FILE
014250         OPEN I-O AUDLULUS-FILE
014260     END-IF.
014300     OPEN OUTPUT REPORT-OUT.
014400     MOVE 'AUDIT KELULUSAN TERHADAP KURIKULUM' TO REPORT-LINE.
014500     WRITE REPORT-LINE.
014600     IF WS-MODE-ANGKATAN OR WS-MODE-SEMUA
014700         PERFORM 1000-AUDIT-ANGKATAN THRU 1000-EXIT
014800     ELSE
014900         PERFORM 2000-AUDIT-SATU THRU 2000-EXIT
015000     END-IF.
015100     CLOSE REPORT-OUT.
015110     CLOSE AUDLULUS-FILE.
015200     MOVE WS-JML-AUDIT TO WS-CAT-JML.
015300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
015400         WS-CAT-JML.
015500     DISPLAY 'AUDIT ' WS-JML-AUDIT ' MAHASISWA DI ' WS-RPT-NAMA.
015600     GO TO 9999-EXIT.
015700
015701*-----------------------------------------------------------------
015702* Handoff beramplop GAUDIN.CTL (pola ARCIN.CTL): baris H|, isi
015703* mode di kolom 1 dan prodi/NPM di kolom 3-22, lalu trailer T|.
015704* File kosong berarti operator ditanya seperti biasa.
015705*-----------------------------------------------------------------
015706 0500-BACA-HANDOFF.
015707     OPEN INPUT GAUD-HANDOFF.
015708     IF HO-FS NOT = '00'
015709         GO TO 0500-EXIT
015710     END-IF.
015711     READ GAUD-HANDOFF
015712         AT END MOVE SPACES TO HO-LINE
015713     END-READ.
015714     IF HO-LINE(1:2) NOT = 'H|'
015715         CLOSE GAUD-HANDOFF
015716         GO TO 0500-EXIT
015717     END-IF.
015718     READ GAUD-HANDOFF
015719         AT END MOVE SPACES TO HO-LINE
015720     END-READ.
015721     MOVE HO-LINE(1:1) TO WS-MODE.
015722     IF WS-MODE-ANGKATAN
015723         MOVE HO-LINE(3:20) TO WS-PRODI-PILIH
015724     ELSE
015725         MOVE HO-LINE(3:8) TO WS-NPM-PILIH
015726     END-IF.
015727     IF HO-LINE NOT = SPACES
015728         READ GAUD-HANDOFF
015729             AT END MOVE SPACES TO HO-LINE
015730         END-READ
015731     END-IF.
015732     CLOSE GAUD-HANDOFF.
015733     IF HO-LINE(1:2) NOT = 'T|'
015734         DISPLAY 'GAUDIN.CTL TERPOTONG ATAU RUSAK,'
015735             ' AUDIT DIBATALKAN'
015736         MOVE 1 TO RETURN-CODE
015737         GO TO 9999-EXIT
015738     END-IF.
015739     MOVE 'Y' TO WS-HANDOFF-SW.
015740     DISPLAY 'MODE AUDIT DARI GAUDIN.CTL : ' WS-MODE.
015741 0500-EXIT.
015742     EXIT.
015743
015744*-----------------------------------------------------------------
015745 0600-TANYA-MODE.
015746     DISPLAY 'AUDIT (M=SATU MAHASISWA, A=ANGKATAN PRODI,'
015747         ' S=SEMUA AKTIF) : ' WITH NO ADVANCING.
015748     ACCEPT WS-MODE.
015749     IF WS-MODE-SEMUA
015750         GO TO 0600-EXIT
015751     END-IF.
015752     IF WS-MODE-ANGKATAN
015753         DISPLAY 'PRODI                    : ' WITH NO ADVANCING
015754         ACCEPT WS-PRODI-PILIH
015755     ELSE
015756         DISPLAY 'NPM MAHASISWA            : ' WITH NO ADVANCING
015757         ACCEPT WS-NPM-PILIH
015758     END-IF.
015759 0600-EXIT.
015760     EXIT.
015761
015800*-----------------------------------------------------------------
015900 1000-AUDIT-ANGKATAN.
016000     OPEN INPUT DEPT-MST.
016100     IF DP-FS NOT = '00'
016200         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA'
016300         CLOSE DEPT-MST
016310         MOVE 1 TO RETURN-CODE
016400         GO TO 1000-EXIT
016500     END-IF.
016600     MOVE 'N' TO WS-EOF-SW.
017700     IF WS-EOF
017800         GO TO 1100-EXIT
017900     END-IF.
017910*    Mode S: tiap mahasiswa aktif diaudit dengan prodinya
017920*    sendiri; mode A hanya prodi pilihan.
017930     IF WS-MODE-SEMUA
017940         IF DP-STATUS NOT = 'A' AND DP-STATUS NOT = SPACE
017950             GO TO 1100-EXIT
017960         END-IF
017970         MOVE DP-PRODI TO WS-PRODI-PILIH
017980     END-IF.
018000     IF DP-PRODI NOT = WS-PRODI-PILIH
018100         GO TO 1100-EXIT
018200     END-IF.
025100             TO REPORT-LINE
025200     END-IF.
025300     WRITE REPORT-LINE.
025307     MOVE WS-NPM-PILIH TO AL-NPM.
025314     MOVE WS-PRODI-PILIH TO AL-PRODI.
025321     MOVE WS-TGL-RUN TO AL-TGL.
025328     MOVE WS-SKS-LULUS TO AL-SKS-LULUS.
025335     IF WS-JML-KURANG = ZERO AND WS-SKS-KURANG = ZERO
025342         MOVE 'Y' TO AL-HASIL
025349     ELSE
025356         MOVE 'N' TO AL-HASIL
025363     END-IF.
025370     WRITE AUDLULUS-RECORD
025377         INVALID KEY
025384             REWRITE AUDLULUS-RECORD
025391     END-WRITE.
025400     ADD 1 TO WS-JML-AUDIT.
025500 3000-EXIT.
025600     EXIT.
030400     OPEN INPUT GRADE-HIST.
030500     IF GH-FS = '00'
030600         MOVE 'N' TO WS-EOF-SW
030610         MOVE SPACES TO GH-RECORD
030620         MOVE WS-NPM-PILIH TO GH-NPM
030630         MOVE LOW-VALUES TO GH-MK
030640         MOVE ZERO TO GH-TERM
030650         START GRADE-HIST KEY NOT < GH-KUNCI
030660             INVALID KEY MOVE 'Y' TO WS-EOF-SW
030670         END-START
030700         PERFORM 5100-SATU-RIWAYAT THRU 5100-EXIT
030800             UNTIL WS-EOF
030900     END-IF.
031100     OPEN INPUT GRADEBOOK.
031200     IF GB-FS = '00'
031300         MOVE 'N' TO WS-EOF-SW
031310         MOVE SPACES TO GB-RECORD
031320         MOVE WS-NPM-PILIH TO GB-NPM
031330         MOVE LOW-VALUES TO GB-MK
031340         MOVE ZERO TO GB-TERM
031350         START GRADEBOOK KEY NOT < GB-KUNCI
031360             INVALID KEY MOVE 'Y' TO WS-EOF-SW
031370         END-START
031400         PERFORM 5200-SATU-GRADEBOOK THRU 5200-EXIT
031500             UNTIL WS-EOF
031600     END-IF.
032000     EXIT.
032100
032200 5100-SATU-RIWAYAT.
032300     READ GRADE-HIST NEXT RECORD
032400         AT END MOVE 'Y' TO WS-EOF-SW
032500     END-READ.
032600     IF WS-EOF
032700         GO TO 5100-EXIT
032800     END-IF.
032810     IF GH-NPM NOT = WS-NPM-PILIH
032820         MOVE 'Y' TO WS-EOF-SW
032830         GO TO 5100-EXIT
032840     END-IF.
032900     IF GH-HURUF NOT = 'E'
033000         PERFORM 5300-TAMBAH-SKS THRU 5300-EXIT
033100     END-IF.
033200 5100-EXIT.
033300     EXIT.
033400
033500 5200-SATU-GRADEBOOK.
033600     READ GRADEBOOK NEXT RECORD
033700         AT END MOVE 'Y' TO WS-EOF-SW
033800     END-READ.
033900     IF WS-EOF
034000         GO TO 5200-EXIT
034100     END-IF.
034110     IF GB-NPM NOT = WS-NPM-PILIH
034120         MOVE 'Y' TO WS-EOF-SW
034130         GO TO 5200-EXIT
034140     END-IF.
034200     IF GB-HURUF NOT = 'E'
034300         MOVE GB-MK TO GH-MK
034400         PERFORM 5300-TAMBAH-SKS THRU 5300-EXIT
034500     END-IF.
043300
043400*-----------------------------------------------------------------
043500* Lulus satu MK: ada baris GBHIST atau GRADEBOOK NPM ini untuk
043600* MK itu dengan huruf bukan E. START ke NPM + MK term terkecil,
043610* lalu baca selama NPM dan MK masih sama.
043700*-----------------------------------------------------------------
043800 7100-CEK-LULUS-MK.
043900     MOVE 'N' TO WS-LULUS-SW.
044000     OPEN INPUT GRADE-HIST.
044100     IF GH-FS = '00'
044110         MOVE 'N' TO WS-CARI-HABIS-SW
044120         MOVE SPACES TO GH-RECORD
044130         MOVE WS-NPM-PILIH TO GH-NPM
044140         MOVE WS-TS-MK(WS-IDX) TO GH-MK
044150         MOVE ZERO TO GH-TERM
044160         START GRADE-HIST KEY NOT < GH-KUNCI
044170             INVALID KEY MOVE 'Y' TO WS-CARI-HABIS-SW
044180         END-START
044200         PERFORM 7150-SATU-HIST THRU 7150-EXIT
044300             UNTIL WS-CARI-HABIS OR WS-LULUS
044400     END-IF.
044500     CLOSE GRADE-HIST.
044600     IF WS-LULUS
044800     END-IF.
044900     OPEN INPUT GRADEBOOK.
045000     IF GB-FS = '00'
045010         MOVE 'N' TO WS-CARI-HABIS-SW
045020         MOVE SPACES TO GB-RECORD
045030         MOVE WS-NPM-PILIH TO GB-NPM
045040         MOVE WS-TS-MK(WS-IDX) TO GB-MK
045050         MOVE ZERO TO GB-TERM
045060         START GRADEBOOK KEY NOT < GB-KUNCI
045070             INVALID KEY MOVE 'Y' TO WS-CARI-HABIS-SW
045080         END-START
045100         PERFORM 7160-SATU-GB THRU 7160-EXIT
045200             UNTIL WS-CARI-HABIS OR WS-LULUS
045300     END-IF.
045400     CLOSE GRADEBOOK.
045500 7100-EXIT.
045600     EXIT.
045700
045800 7150-SATU-HIST.
045900     READ GRADE-HIST NEXT RECORD
046000         AT END MOVE 'Y' TO WS-CARI-HABIS-SW
046100     END-READ.
046200     IF WS-CARI-HABIS
046300         GO TO 7150-EXIT
046400     END-IF.
046500     IF GH-NPM NOT = WS-NPM-PILIH OR GH-MK NOT = WS-TS-MK(WS-IDX)
046510         MOVE 'Y' TO WS-CARI-HABIS-SW
046520         GO TO 7150-EXIT
046530     END-IF.
046600     IF GH-HURUF NOT = 'E'
046700         MOVE 'Y' TO WS-LULUS-SW
046800     END-IF.
046900 7150-EXIT.
047000     EXIT.
047100
047200 7160-SATU-GB.
047300     READ GRADEBOOK NEXT RECORD
047400         AT END MOVE 'Y' TO WS-CARI-HABIS-SW
047500     END-READ.
047600     IF WS-CARI-HABIS
047700         GO TO 7160-EXIT
047800     END-IF.
047900     IF GB-NPM NOT = WS-NPM-PILIH OR GB-MK NOT = WS-TS-MK(WS-IDX)
047910         MOVE 'Y' TO WS-CARI-HABIS-SW
047920         GO TO 7160-EXIT
047930     END-IF.
048000     IF GB-HURUF NOT = 'E'
048100         MOVE 'Y' TO WS-LULUS-SW
048200     END-IF.
048300 7160-EXIT.
050000
050100*-----------------------------------------------------------------
050200 9999-EXIT.
050300     GOBACK.
