000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Nilai berkomponen per MK, term AKTIF term.dat.
000500*           B: komponen penilaian MK (tugas, kuis, UTS, UAS, ...)
000600*              dan bobotnya di bobot.dat, maksimal 6 komponen,
000700*              jumlah bobot harus 100. Bobot terkunci begitu ada
000800*              satu skor komponen kelas itu di nilkomp.dat.
000900*           N: skor satu komponen untuk seluruh peserta kelas (KRS
001000*              disetujui wali) ke nilkomp.dat; 999 melewati.
001100*           P: posting nilai akhir kelas -- jumlah skor x bobot /
001200*              100, dibulatkan, dibagi huruf seperti contoh1 dan
001300*              ditulis ke GRADEBOOK.DAT. Jendela nilai
001400*              kalender.dat dan ambang kehadiran ABSENMIN berlaku
001500*              seperti entri nilai contoh1; skor belum lengkap
001600*              dilewati.
001700*           L: lembar komponen per kelas untuk ditandatangani
001800*              dosen pengampu (NILKMP-*.RPT).
001900*           Dosen hanya untuk MK ampuannya di ajar.dat; supervisor
002000*           level 2 bebas. Term yang sudah TUTUP ditolak.
002100* Tectonics: cobc -I copybooks
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 PROGRAM-ID. NIL-KMP.
002600 ENVIRONMENT DIVISION.
002700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002800 CONFIGURATION SECTION.
002900*-----------------------
003000 INPUT-OUTPUT SECTION.
003100     FILE-CONTROL.
003200     COPY BBTSEL.
003300     COPY NKPSEL.
003400     COPY KRSSEL.
003500     COPY GBKSEL.
003600     COPY ABSSEL.
003700     COPY DEPTSEL.
003800     SELECT TERM-CTL ASSIGN TO 'term.dat'
003900     ORGANIZATION IS LINE SEQUENTIAL
004000     FILE STATUS IS TC-FS.
004100     SELECT KALENDER-FILE ASSIGN TO 'kalender.dat'
004200     ORGANIZATION IS INDEXED
004300     ACCESS MODE IS DYNAMIC
004400     RECORD KEY IS KAL-TERM
004500     FILE STATUS IS KA-FS.
004600     SELECT OVERRIDE-LOG ASSIGN TO 'kaloverd.log'
004700     ORGANIZATION IS LINE SEQUENTIAL
004800     FILE STATUS IS OV-FS.
004900     SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
005000     ORGANIZATION IS INDEXED
005100     ACCESS MODE IS DYNAMIC
005200     RECORD KEY IS AJ-KUNCI
005300     FILE STATUS IS AJ-FS.
005400     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
005500     ORGANIZATION IS INDEXED
005600     ACCESS MODE IS DYNAMIC
005700     RECORD KEY IS DS-ID
005800     FILE STATUS IS DS-FS.
005900     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
006000     ORGANIZATION IS LINE SEQUENTIAL
006100     FILE STATUS IS RS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400     COPY BBTFD.
006500     COPY NKPFD.
006600     COPY KRSFD.
006700     COPY GBKFD.
006800     COPY ABSFD.
006900     COPY DEPTFD.
007000 FD TERM-CTL.
007100 01 TC-LINE.
007200     02 TC-LABEL           PIC X(06).
007300     02 TC-TERM            PIC 9(05).
007400 FD KALENDER-FILE.
007500 01 KALENDER-RECORD.
007600     02 KAL-TERM           PIC 9(05).
007700     02 KAL-KRS-AWAL       PIC 9(08).
007800     02 KAL-KRS-AKHIR      PIC 9(08).
007900     02 KAL-NILAI-AWAL     PIC 9(08).
008000     02 KAL-NILAI-AKHIR    PIC 9(08).
008100     02 KAL-TGL-TUTUP      PIC 9(08).
008200 FD OVERRIDE-LOG.
008300 01 OVERRIDE-LINE.
008400     02 OV-TERM            PIC 9(05).
008500     02 FILLER             PIC X(01).
008600     02 OV-OPERATOR        PIC X(08).
008700     02 FILLER             PIC X(01).
008800     02 OV-TANGGAL         PIC 9(08).
008900     02 FILLER             PIC X(01).
009000     02 OV-JENIS           PIC X(10).
009100 FD AJAR-FILE.
009200 01 AJAR-RECORD.
009300     02 AJ-KUNCI.
009400         03 AJ-TERM        PIC 9(05).
009500         03 AJ-MK          PIC X(06).
009600         03 AJ-DS-ID       PIC X(08).
009700 FD DOSEN-MST.
009800 01 DOSEN-RECORD.
009900     02 DS-ID              PIC X(08).
010000     02 DS-NAMA            PIC X(20).
010100     02 DS-STATUS          PIC X(01).
010200 FD REPORT-OUT.
010300 01 REPORT-LINE            PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 77 BB-FS                  PIC XX.
010700 77 NK-FS                  PIC XX.
010800 77 KR-FS                  PIC XX.
010900 77 GB-FS                  PIC XX.
011000 77 AB-FS                  PIC XX.
011100 77 DP-FS                  PIC XX.
011200 77 TC-FS                  PIC XX.
011300 77 KA-FS                  PIC XX.
011400 77 OV-FS                  PIC XX.
011500 77 AJ-FS                  PIC XX.
011600 77 DS-FS                  PIC XX.
011700 77 RS                     PIC XX.
011800 77 WS-RPT-NAMA            PIC X(30).
011900 77 WS-TGL-RUN             PIC 9(8).
012000 77 WS-JAM-RUN             PIC 9(8).
012100 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'NIL-KMP'.
012200 77 WS-CAT-JML             PIC 9(7).
012300 77 WS-OPERATOR            PIC X(8).
012400 77 WS-OPR-LEVEL           PIC 9(1).
012500 77 WS-TERM                PIC 9(5) VALUE ZERO.
012600 77 WS-JAWAB               PIC X.
012700 77 WS-NPM                 PIC X(8).
012800 77 WS-NAMA                PIC X(20).
012900 77 WS-MK                  PIC X(6).
013000 77 WS-MK-NAMA             PIC X(25).
013100 77 WS-MK-SKS              PIC 9.
013200 77 WS-MK-VALID-SW         PIC X.
013300     88 WS-MK-VALID        VALUE 'Y'.
013400 77 WS-KODE                PIC X(4).
013500 77 WS-SKOR                PIC 9(3).
013600 77 WS-SKOR-TAMPIL         PIC ZZ9.
013700 77 WS-PERSEN-IN           PIC 9(3).
013800 77 WS-JML-KP              PIC 9(2) COMP.
013900 77 WS-JML-BARU            PIC 9(2) COMP.
014000 77 WS-IDX                 PIC 9(2) COMP.
014100 77 WS-IDX-KP              PIC 9(2) COMP.
014200 77 WS-POS                 PIC 9(3) COMP.
014300 77 WS-TOTAL-PERSEN        PIC 9(3).
014400 77 WS-TOTAL-BARU          PIC 9(3).
014500 77 WS-JML-KALI            PIC 9(5).
014600 77 WS-NILAI-AKHIR         PIC 9(3).
014700 77 WS-JML-MHS             PIC 9(5).
014800 77 WS-JML-POSTING         PIC 9(5).
014900 77 WS-JML-LEWAT           PIC 9(5).
015000 77 WS-JML-SUDAH           PIC 9(5).
015100 77 WS-JML-TEMU            PIC 9(3).
015200 77 WS-JML-HADIR           PIC 9(3).
015300 77 WS-PERSEN              PIC 9(3).
015400 77 WS-ABSEN-MIN           PIC 9(3) VALUE 75.
015500 77 WS-IDX-TGL             PIC 9(3) COMP.
015600 77 WS-TGL-KINI            PIC 9(8).
015700 77 WS-SP-NAMA             PIC X(12).
015800 77 WS-SP-NILAI            PIC 9(9).
015900 77 WS-SP-KETEMU-SW        PIC X.
016000 77 WS-EOF-SW              PIC X VALUE 'N'.
016100     88 WS-EOF             VALUE 'Y'.
016200 77 WS-KR-EOF-SW           PIC X.
016300     88 WS-KR-EOF          VALUE 'Y'.
016400 77 WS-BB-EOF-SW           PIC X.
016500     88 WS-BB-EOF          VALUE 'Y'.
016600 77 WS-AB-EOF-SW           PIC X.
016700     88 WS-AB-EOF          VALUE 'Y'.
016800 77 WS-AJ-EOF-SW           PIC X.
016900     88 WS-AJ-EOF          VALUE 'Y'.
017000 77 WS-TERM-TUTUP-SW       PIC X VALUE 'N'.
017100     88 WS-TERM-TUTUP      VALUE 'Y'.
017200 77 WS-AMPU-SW             PIC X.
017300     88 WS-AMPU            VALUE 'Y'.
017400 77 WS-ADA-SKOR-SW         PIC X.
017500     88 WS-ADA-SKOR        VALUE 'Y'.
017600 77 WS-SELESAI-KP-SW       PIC X.
017700     88 WS-SELESAI-KP      VALUE 'Y'.
017800 77 WS-KP-KETEMU-SW        PIC X.
017900     88 WS-KP-KETEMU       VALUE 'Y'.
018000 77 WS-LENGKAP-SW          PIC X.
018100     88 WS-LENGKAP         VALUE 'Y'.
018200 77 WS-POSTED-SW           PIC X.
018300     88 WS-POSTED          VALUE 'Y'.
018400 77 WS-JENDELA-SW          PIC X.
018500     88 WS-JENDELA-BUKA    VALUE 'Y'.
018600 77 WS-ABSEN-BUKA-SW       PIC X.
018700     88 WS-ABSEN-BUKA      VALUE 'Y'.
018800 77 WS-ADA-TGL-SW          PIC X.
018900     88 WS-ADA-TGL         VALUE 'Y'.
019000 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
019100     88 WS-DP-BUKA         VALUE 'Y'.
019200 77 WS-DS-BUKA-SW          PIC X.
019300     88 WS-DS-BUKA         VALUE 'Y'.
019400 01 WS-PILIHAN             PIC X.
019500     88 WS-PILIH-BOBOT     VALUE 'B'.
019600     88 WS-PILIH-SKOR      VALUE 'N'.
019700     88 WS-PILIH-POSTING   VALUE 'P'.
019800     88 WS-PILIH-LEMBAR    VALUE 'L'.
019900     88 WS-PILIH-SELESAI   VALUE 'S'.
020000 01 WS-TABEL-KP.
020100     02 WS-KP OCCURS 6 TIMES.
020200         03 WS-KP-KODE     PIC X(04).
020300         03 WS-KP-NAMA     PIC X(20).
020400         03 WS-KP-PERSEN   PIC 9(03).
020500         03 WS-KP-SKOR     PIC 9(03).
020600         03 WS-KP-ADA-SW   PIC X(01).
020700 01 WS-TABEL-BARU.
020800     02 WS-KB OCCURS 6 TIMES.
020900         03 WS-KB-KODE     PIC X(04).
021000         03 WS-KB-NAMA     PIC X(20).
021100         03 WS-KB-PERSEN   PIC 9(03).
021200 01 WS-TABEL-TGL.
021300     02 WS-TT-TGL          PIC 9(8) OCCURS 100 TIMES.
021400 01 WS-D-LEMBAR.
021500     02 WS-DL-NPM          PIC X(08).
021600     02 FILLER             PIC X(02) VALUE SPACES.
021700     02 WS-DL-NAMA         PIC X(20).
021800     02 FILLER             PIC X(01) VALUE SPACES.
021900     02 WS-DL-KOLOM OCCURS 6 TIMES.
022000         03 FILLER         PIC X(02).
022100         03 WS-DL-SKOR     PIC X(03).
022200     02 FILLER             PIC X(03) VALUE SPACES.
022300     02 WS-DL-AKHIR        PIC X(03).
022400     02 FILLER             PIC X(03) VALUE SPACES.
022500     02 WS-DL-HURUF        PIC X(01).
022600     02 FILLER             PIC X(01) VALUE SPACES.
022700     02 WS-DL-TANDA        PIC X(01).
022800
022900 PROCEDURE DIVISION.
023000*-----------------------------------------------------------------
023100 0000-MAINLINE.
023200     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
023300     IF WS-OPERATOR = SPACES
023400         DISPLAY 'NILAI KOMPONEN HANYA UNTUK OPERATOR'
023500             ' YANG SIGN-ON LEWAT BRG-MENU'
023600         GO TO 9999-EXIT
023700     END-IF.
023800     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
023900     IF WS-TERM = ZERO
024000         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
024100         GO TO 9999-EXIT
024200     END-IF.
024300     IF WS-TERM-TUTUP
024400         DISPLAY 'TERM ' WS-TERM ' SUDAH DITUTUP TERM-END,'
024500             ' NILAI KOMPONEN DITOLAK'
024600         GO TO 9999-EXIT
024700     END-IF.
024800     OPEN INPUT KRS-FILE.
024900     IF KR-FS NOT = '00'
025000         DISPLAY 'krs.dat BELUM ADA, TIDAK ADA PESERTA KELAS'
025100         GO TO 9999-EXIT
025200     END-IF.
025300     OPEN I-O BOBOT-FILE.
025400     IF BB-FS = '35'
025500         OPEN OUTPUT BOBOT-FILE
025600         CLOSE BOBOT-FILE
025700         OPEN I-O BOBOT-FILE
025800     END-IF.
025900     OPEN I-O NILKOMP-FILE.
026000     IF NK-FS = '35'
026100         OPEN OUTPUT NILKOMP-FILE
026200         CLOSE NILKOMP-FILE
026300         OPEN I-O NILKOMP-FILE
026400     END-IF.
026500     OPEN I-O GRADEBOOK.
026600     IF GB-FS = '35'
026700         OPEN OUTPUT GRADEBOOK
026800         CLOSE GRADEBOOK
026900         OPEN I-O GRADEBOOK
027000     END-IF.
027100     OPEN INPUT DEPT-MST.
027200     IF DP-FS = '00'
027300         MOVE 'Y' TO WS-DP-BUKA-SW
027400     END-IF.
027500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
027600     DISPLAY 'NILAI KOMPONEN, TERM AKTIF ' WS-TERM.
027700     PERFORM 1100-MENU THRU 1100-EXIT
027800         UNTIL WS-PILIH-SELESAI.
027900     IF WS-DP-BUKA
028000         CLOSE DEPT-MST
028100     END-IF.
028200     CLOSE GRADEBOOK.
028300     CLOSE NILKOMP-FILE.
028400     CLOSE BOBOT-FILE.
028500     CLOSE KRS-FILE.
028600     GO TO 9999-EXIT.
028700
028800*-----------------------------------------------------------------
028900* Term AKTIF term.dat; baris TUTUP untuk term yang sama berarti
029000* term itu sudah ditutup TERM-END.
029100*-----------------------------------------------------------------
029200 1000-AMBIL-TERM.
029300     OPEN INPUT TERM-CTL.
029400     IF TC-FS NOT = '00'
029500         CLOSE TERM-CTL
029600         GO TO 1000-EXIT
029700     END-IF.
029800     MOVE 'N' TO WS-EOF-SW.
029900     PERFORM 1010-BACA-TERM THRU 1010-EXIT
030000         UNTIL WS-EOF.
030100     CLOSE TERM-CTL.
030200     IF WS-TERM = ZERO
030300         GO TO 1000-EXIT
030400     END-IF.
030500     OPEN INPUT TERM-CTL.
030600     MOVE 'N' TO WS-EOF-SW.
030700     PERFORM 1020-CEK-TUTUP THRU 1020-EXIT
030800         UNTIL WS-EOF.
030900     CLOSE TERM-CTL.
031000 1000-EXIT.
031100     EXIT.
031200
031300 1010-BACA-TERM.
031400     READ TERM-CTL
031500         AT END MOVE 'Y' TO WS-EOF-SW
031600     END-READ.
031700     IF WS-EOF
031800         GO TO 1010-EXIT
031900     END-IF.
032000     IF TC-LABEL = 'AKTIF'
032100         MOVE TC-TERM TO WS-TERM
032200     END-IF.
032300 1010-EXIT.
032400     EXIT.
032500
032600 1020-CEK-TUTUP.
032700     READ TERM-CTL
032800         AT END MOVE 'Y' TO WS-EOF-SW
032900     END-READ.
033000     IF WS-EOF
033100         GO TO 1020-EXIT
033200     END-IF.
033300     IF TC-LABEL = 'TUTUP' AND TC-TERM = WS-TERM
033400         MOVE 'Y' TO WS-TERM-TUTUP-SW
033500     END-IF.
033600 1020-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000 1100-MENU.
034100     DISPLAY 'KOMPONEN (B=BOBOT, N=SKOR, P=POSTING NILAI,'
034200         ' L=LEMBAR, S=SELESAI) : ' WITH NO ADVANCING.
034300     ACCEPT WS-PILIHAN.
034400     EVALUATE TRUE
034500         WHEN WS-PILIH-BOBOT
034600             PERFORM 2000-BOBOT THRU 2000-EXIT
034700         WHEN WS-PILIH-SKOR
034800             PERFORM 3000-SKOR THRU 3000-EXIT
034900         WHEN WS-PILIH-POSTING
035000             PERFORM 4000-POSTING THRU 4000-EXIT
035100         WHEN WS-PILIH-LEMBAR
035200             PERFORM 5000-LEMBAR THRU 5000-EXIT
035300         WHEN WS-PILIH-SELESAI
035400             CONTINUE
035500         WHEN OTHER
035600             DISPLAY 'PILIHAN TIDAK DIKENAL'
035700     END-EVALUATE.
035800 1100-EXIT.
035900     EXIT.
036000
036100*-----------------------------------------------------------------
036200* MK harus ada di matkul.dat dan, untuk dosen, ampuannya term ini
036300* di ajar.dat (ID dosen = ID operator). Supervisor level 2 dan
036400* situs tanpa ajar.dat bebas, seperti entri nilai contoh1.
036500*-----------------------------------------------------------------
036600 1200-PILIH-MK.
036700     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
036800     ACCEPT WS-MK.
036900     MOVE 'N' TO WS-MK-VALID-SW.
037000     CALL 'MK-CHK' USING WS-MK, WS-MK-NAMA, WS-MK-SKS,
037100         WS-MK-VALID-SW.
037200     IF NOT WS-MK-VALID
037300         DISPLAY 'KODE MK TIDAK ADA DI matkul.dat'
037400         GO TO 1200-EXIT
037500     END-IF.
037600     MOVE 'Y' TO WS-AMPU-SW.
037700     IF WS-OPR-LEVEL < 2
037800         OPEN INPUT AJAR-FILE
037900         IF AJ-FS = '00'
038000             MOVE WS-TERM TO AJ-TERM
038100             MOVE WS-MK TO AJ-MK
038200             MOVE WS-OPERATOR TO AJ-DS-ID
038300             READ AJAR-FILE
038400                 INVALID KEY MOVE 'N' TO WS-AMPU-SW
038500             END-READ
038600         END-IF
038700         CLOSE AJAR-FILE
038800     END-IF.
038900     IF NOT WS-AMPU
039000         DISPLAY 'MK ' WS-MK ' BUKAN AMPUAN ' WS-OPERATOR
039100             ' TERM INI (ajar.dat)'
039200         MOVE 'N' TO WS-MK-VALID-SW
039300         GO TO 1200-EXIT
039400     END-IF.
039500     DISPLAY 'MK ' WS-MK ' - ' WS-MK-NAMA.
039600 1200-EXIT.
039700     EXIT.
039800
039900*-----------------------------------------------------------------
040000* Komponen WS-MK term aktif dari bobot.dat ke WS-TABEL-KP.
040100*-----------------------------------------------------------------
040200 1300-MUAT-BOBOT.
040300     MOVE ZERO TO WS-JML-KP.
040400     MOVE ZERO TO WS-TOTAL-PERSEN.
040500     MOVE WS-TERM TO BB-TERM.
040600     MOVE WS-MK TO BB-MK.
040700     MOVE LOW-VALUES TO BB-KODE.
040800     MOVE 'N' TO WS-BB-EOF-SW.
040900     START BOBOT-FILE KEY NOT < BB-KUNCI
041000         INVALID KEY MOVE 'Y' TO WS-BB-EOF-SW
041100     END-START.
041200     PERFORM 1310-SATU-BOBOT THRU 1310-EXIT
041300         UNTIL WS-BB-EOF.
041400 1300-EXIT.
041500     EXIT.
041600
041700 1310-SATU-BOBOT.
041800     READ BOBOT-FILE NEXT RECORD
041900         AT END MOVE 'Y' TO WS-BB-EOF-SW
042000     END-READ.
042100     IF WS-BB-EOF
042200         GO TO 1310-EXIT
042300     END-IF.
042400     IF BB-TERM NOT = WS-TERM OR BB-MK NOT = WS-MK
042500             OR WS-JML-KP = 6
042600         MOVE 'Y' TO WS-BB-EOF-SW
042700         GO TO 1310-EXIT
042800     END-IF.
042900     ADD 1 TO WS-JML-KP.
043000     MOVE BB-KODE TO WS-KP-KODE(WS-JML-KP).
043100     MOVE BB-NAMA TO WS-KP-NAMA(WS-JML-KP).
043200     MOVE BB-PERSEN TO WS-KP-PERSEN(WS-JML-KP).
043300     ADD BB-PERSEN TO WS-TOTAL-PERSEN.
043400 1310-EXIT.
043500     EXIT.
043600
043700 1350-TAMPIL-BOBOT.
043800     DISPLAY '  ' WS-KP-KODE(WS-IDX) '  ' WS-KP-NAMA(WS-IDX)
043900         '  ' WS-KP-PERSEN(WS-IDX) '%'.
044000 1350-EXIT.
044100     EXIT.
044200
044300*-----------------------------------------------------------------
044400* Bobot terkunci bila sudah ada satu saja skor WS-MK term aktif.
044500*-----------------------------------------------------------------
044600 1400-CEK-SKOR.
044700     MOVE 'N' TO WS-ADA-SKOR-SW.
044800     MOVE WS-TERM TO NK-TERM.
044900     MOVE WS-MK TO NK-MK.
045000     MOVE LOW-VALUES TO NK-NPM.
045100     MOVE LOW-VALUES TO NK-KODE.
045200     START NILKOMP-FILE KEY NOT < NK-KUNCI
045300         INVALID KEY GO TO 1400-EXIT
045400     END-START.
045500     READ NILKOMP-FILE NEXT RECORD
045600         AT END GO TO 1400-EXIT
045700     END-READ.
045800     IF NK-TERM = WS-TERM AND NK-MK = WS-MK
045900         MOVE 'Y' TO WS-ADA-SKOR-SW
046000     END-IF.
046100 1400-EXIT.
046200     EXIT.
046300
046400*-----------------------------------------------------------------
046500* Nama mahasiswa dari dept.dat bila ada.
046600*-----------------------------------------------------------------
046700 1500-NAMA-MHS.
046800     MOVE SPACES TO WS-NAMA.
046900     IF WS-DP-BUKA
047000         MOVE WS-NPM TO DP-NPM
047100         READ DEPT-MST
047200             INVALID KEY CONTINUE
047300             NOT INVALID KEY MOVE DP-NAMA TO WS-NAMA
047400         END-READ
047500     END-IF.
047600 1500-EXIT.
047700     EXIT.
047800
047900*-----------------------------------------------------------------
048000* Bobot: daftar komponen baru mengganti yang lama seluruhnya,
048100* dan hanya disimpan bila jumlahnya tepat 100.
048200*-----------------------------------------------------------------
048300 2000-BOBOT.
048400     PERFORM 1200-PILIH-MK THRU 1200-EXIT.
048500     IF NOT WS-MK-VALID
048600         GO TO 2000-EXIT
048700     END-IF.
048800     PERFORM 1300-MUAT-BOBOT THRU 1300-EXIT.
048900     IF WS-JML-KP = ZERO
049000         DISPLAY WS-MK ' BELUM BERKOMPONEN'
049100     ELSE
049200         DISPLAY 'KOMPONEN ' WS-MK ' TERM ' WS-TERM ':'
049300         PERFORM 1350-TAMPIL-BOBOT THRU 1350-EXIT
049400             VARYING WS-IDX FROM 1 BY 1
049500             UNTIL WS-IDX > WS-JML-KP
049600     END-IF.
049700     PERFORM 1400-CEK-SKOR THRU 1400-EXIT.
049800     IF WS-ADA-SKOR
049900         DISPLAY 'SKOR KOMPONEN ' WS-MK ' SUDAH MASUK, BOBOT'
050000             ' TIDAK BISA DIUBAH'
050100         GO TO 2000-EXIT
050200     END-IF.
050300     DISPLAY 'KOMPONEN BARU (MAKS 6, KODE KOSONG = SELESAI)'.
050400     MOVE ZERO TO WS-JML-BARU.
050500     MOVE ZERO TO WS-TOTAL-BARU.
050600     MOVE 'N' TO WS-SELESAI-KP-SW.
050700     PERFORM 2100-TERIMA-KOMPONEN THRU 2100-EXIT
050800         UNTIL WS-SELESAI-KP.
050900     IF WS-JML-BARU = ZERO
051000         IF WS-JML-KP = ZERO
051100             GO TO 2000-EXIT
051200         END-IF
051300         DISPLAY 'HAPUS SEMUA KOMPONEN ' WS-MK ' (Y/N) ? '
051400             WITH NO ADVANCING
051500         ACCEPT WS-JAWAB
051600         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
051700             DISPLAY 'BOBOT LAMA TETAP'
051800             GO TO 2000-EXIT
051900         END-IF
052000     END-IF.
052100     IF WS-JML-BARU > ZERO AND WS-TOTAL-BARU NOT = 100
052200         DISPLAY 'JUMLAH BOBOT ' WS-TOTAL-BARU '%, HARUS 100 --'
052300             ' TIDAK DISIMPAN'
052400         GO TO 2000-EXIT
052500     END-IF.
052600     PERFORM 2200-HAPUS-LAMA THRU 2200-EXIT
052700         VARYING WS-IDX FROM 1 BY 1
052800         UNTIL WS-IDX > WS-JML-KP.
052900     PERFORM 2300-TULIS-BARU THRU 2300-EXIT
053000         VARYING WS-IDX FROM 1 BY 1
053100         UNTIL WS-IDX > WS-JML-BARU.
053200     DISPLAY 'BOBOT ' WS-MK ' TERM ' WS-TERM ' DISIMPAN, '
053300         WS-JML-BARU ' KOMPONEN'.
053400 2000-EXIT.
053500     EXIT.
053600
053700 2100-TERIMA-KOMPONEN.
053800     IF WS-JML-BARU = 6
053900         MOVE 'Y' TO WS-SELESAI-KP-SW
054000         GO TO 2100-EXIT
054100     END-IF.
054200     DISPLAY 'KODE KOMPONEN (TGS/UTS/UAS..) : ' WITH NO ADVANCING.
054300     MOVE SPACES TO WS-KODE.
054400     ACCEPT WS-KODE.
054500     IF WS-KODE = SPACES
054600         MOVE 'Y' TO WS-SELESAI-KP-SW
054700         GO TO 2100-EXIT
054800     END-IF.
054900     MOVE 'N' TO WS-KP-KETEMU-SW.
055000     PERFORM 2110-CARI-BARU THRU 2110-EXIT
055100         VARYING WS-IDX FROM 1 BY 1
055200         UNTIL WS-IDX > WS-JML-BARU.
055300     IF WS-KP-KETEMU
055400         DISPLAY 'KODE ' WS-KODE ' SUDAH DIENTRI'
055500         GO TO 2100-EXIT
055600     END-IF.
055700     ADD 1 TO WS-JML-BARU.
055800     MOVE WS-KODE TO WS-KB-KODE(WS-JML-BARU).
055900     DISPLAY 'NAMA KOMPONEN            : ' WITH NO ADVANCING.
056000     MOVE SPACES TO WS-KB-NAMA(WS-JML-BARU).
056100     ACCEPT WS-KB-NAMA(WS-JML-BARU).
056200     DISPLAY 'BOBOT (PERSEN)           : ' WITH NO ADVANCING.
056300     MOVE ZERO TO WS-PERSEN-IN.
056400     ACCEPT WS-PERSEN-IN.
056500     IF WS-PERSEN-IN = ZERO OR WS-PERSEN-IN > 100
056600         DISPLAY 'BOBOT TIDAK VALID, KOMPONEN DIULANG'
056700         SUBTRACT 1 FROM WS-JML-BARU
056800         GO TO 2100-EXIT
056900     END-IF.
057000     MOVE WS-PERSEN-IN TO WS-KB-PERSEN(WS-JML-BARU).
057100     ADD WS-PERSEN-IN TO WS-TOTAL-BARU.
057200     DISPLAY 'JUMLAH BOBOT SEJAUH INI : ' WS-TOTAL-BARU '%'.
057300 2100-EXIT.
057400     EXIT.
057500
057600 2110-CARI-BARU.
057700     IF WS-KB-KODE(WS-IDX) = WS-KODE
057800         MOVE 'Y' TO WS-KP-KETEMU-SW
057900     END-IF.
058000 2110-EXIT.
058100     EXIT.
058200
058300 2200-HAPUS-LAMA.
058400     MOVE WS-TERM TO BB-TERM.
058500     MOVE WS-MK TO BB-MK.
058600     MOVE WS-KP-KODE(WS-IDX) TO BB-KODE.
058700     DELETE BOBOT-FILE
058800         INVALID KEY
058900             DISPLAY 'GAGAL HAPUS bobot.dat ' BB-KODE
059000     END-DELETE.
059100 2200-EXIT.
059200     EXIT.
059300
059400 2300-TULIS-BARU.
059500     MOVE WS-TERM TO BB-TERM.
059600     MOVE WS-MK TO BB-MK.
059700     MOVE WS-KB-KODE(WS-IDX) TO BB-KODE.
059800     MOVE WS-KB-NAMA(WS-IDX) TO BB-NAMA.
059900     MOVE WS-KB-PERSEN(WS-IDX) TO BB-PERSEN.
060000     MOVE WS-TGL-RUN TO BB-TGL.
060100     MOVE WS-OPERATOR TO BB-OPERATOR.
060200     WRITE BOBOT-RECORD
060300         INVALID KEY
060400             DISPLAY 'GAGAL CATAT bobot.dat ' BB-KODE
060500     END-WRITE.
060600 2300-EXIT.
060700     EXIT.
060800
060900*-----------------------------------------------------------------
061000* Skor satu komponen untuk seluruh peserta KRS disetujui. Peserta
061100* yang nilai akhirnya sudah diposting ke GRADEBOOK.DAT dilewati.
061200*-----------------------------------------------------------------
061300 3000-SKOR.
061400     PERFORM 1200-PILIH-MK THRU 1200-EXIT.
061500     IF NOT WS-MK-VALID
061600         GO TO 3000-EXIT
061700     END-IF.
061800     PERFORM 1300-MUAT-BOBOT THRU 1300-EXIT.
061900     IF WS-JML-KP = ZERO
062000         DISPLAY WS-MK ' BELUM BERKOMPONEN, ISI BOBOT DULU (B)'
062100         GO TO 3000-EXIT
062200     END-IF.
062300     PERFORM 1350-TAMPIL-BOBOT THRU 1350-EXIT
062400         VARYING WS-IDX FROM 1 BY 1
062500         UNTIL WS-IDX > WS-JML-KP.
062600     DISPLAY 'KODE KOMPONEN            : ' WITH NO ADVANCING.
062700     MOVE SPACES TO WS-KODE.
062800     ACCEPT WS-KODE.
062900     MOVE ZERO TO WS-IDX-KP.
063000     PERFORM 3050-CARI-KOMPONEN THRU 3050-EXIT
063100         VARYING WS-IDX FROM 1 BY 1
063200         UNTIL WS-IDX > WS-JML-KP.
063300     IF WS-IDX-KP = ZERO
063400         DISPLAY 'KOMPONEN ' WS-KODE ' TIDAK ADA DI ' WS-MK
063500         GO TO 3000-EXIT
063600     END-IF.
063700     DISPLAY 'SKOR ' WS-KODE ' (0-100, 999 = LEWATI)'.
063800     MOVE ZERO TO WS-JML-MHS.
063900     MOVE SPACES TO KRS-RECORD.
064000     MOVE WS-MK TO KR-MK.
064100     MOVE WS-TERM TO KR-TERM.
064200     MOVE 'N' TO WS-KR-EOF-SW.
064300     START KRS-FILE KEY = KR-MK-TERM
064400         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
064500     END-START.
064600     PERFORM 3100-SATU-SKOR THRU 3100-EXIT
064700         UNTIL WS-KR-EOF.
064800     DISPLAY 'SKOR ' WS-KODE ' TERCATAT UNTUK ' WS-JML-MHS
064900         ' MAHASISWA'.
065000 3000-EXIT.
065100     EXIT.
065200
065300 3050-CARI-KOMPONEN.
065400     IF WS-KP-KODE(WS-IDX) = WS-KODE
065500         MOVE WS-IDX TO WS-IDX-KP
065600     END-IF.
065700 3050-EXIT.
065800     EXIT.
065900
066000 3100-SATU-SKOR.
066100     READ KRS-FILE NEXT RECORD
066200         AT END MOVE 'Y' TO WS-KR-EOF-SW
066300     END-READ.
066400     IF WS-KR-EOF
066500         GO TO 3100-EXIT
066600     END-IF.
066700     IF KR-MK NOT = WS-MK OR KR-TERM NOT = WS-TERM
066800         MOVE 'Y' TO WS-KR-EOF-SW
066900         GO TO 3100-EXIT
067000     END-IF.
067100     IF KR-STATUS NOT = 'S'
067200         GO TO 3100-EXIT
067300     END-IF.
067400     MOVE KR-NPM TO WS-NPM.
067500     PERFORM 1500-NAMA-MHS THRU 1500-EXIT.
067600     PERFORM 6200-CEK-POSTED THRU 6200-EXIT.
067700     IF WS-POSTED
067800         DISPLAY WS-NPM ' ' WS-NAMA ' NILAI AKHIR SUDAH'
067900             ' DIPOSTING, DILEWATI'
068000         GO TO 3100-EXIT
068100     END-IF.
068200     MOVE WS-TERM TO NK-TERM.
068300     MOVE WS-MK TO NK-MK.
068400     MOVE WS-NPM TO NK-NPM.
068500     MOVE WS-KODE TO NK-KODE.
068600     MOVE 'Y' TO WS-ADA-SKOR-SW.
068700     READ NILKOMP-FILE
068800         INVALID KEY MOVE 'N' TO WS-ADA-SKOR-SW
068900     END-READ.
069000     IF WS-ADA-SKOR
069100         MOVE NK-SKOR TO WS-SKOR-TAMPIL
069200         DISPLAY WS-NPM ' ' WS-NAMA ' (LAMA ' WS-SKOR-TAMPIL
069300             ') : ' WITH NO ADVANCING
069400     ELSE
069500         DISPLAY WS-NPM ' ' WS-NAMA ' : ' WITH NO ADVANCING
069600     END-IF.
069700     MOVE 999 TO WS-SKOR.
069800     ACCEPT WS-SKOR.
069900     IF WS-SKOR = 999
070000         GO TO 3100-EXIT
070100     END-IF.
070200     IF WS-SKOR > 100
070300         DISPLAY 'SKOR TIDAK VALID, ' WS-NPM ' DILEWATI'
070400         GO TO 3100-EXIT
070500     END-IF.
070600     MOVE WS-SKOR TO NK-SKOR.
070700     MOVE WS-TGL-RUN TO NK-TGL.
070800     MOVE WS-OPERATOR TO NK-OPERATOR.
070900     IF WS-ADA-SKOR
071000         REWRITE NILKOMP-RECORD
071100             INVALID KEY
071200                 DISPLAY 'GAGAL UBAH nilkomp.dat ' WS-NPM
071300                 GO TO 3100-EXIT
071400         END-REWRITE
071500     ELSE
071600         WRITE NILKOMP-RECORD
071700             INVALID KEY
071800                 DISPLAY 'GAGAL CATAT nilkomp.dat ' WS-NPM
071900                 GO TO 3100-EXIT
072000         END-WRITE
072100     END-IF.
072200     ADD 1 TO WS-JML-MHS.
072300 3100-EXIT.
072400     EXIT.
072500
072600*-----------------------------------------------------------------
072700* Posting nilai akhir: hanya di dalam jendela nilai kalender.dat
072800* (di luar jendela supervisor level 2 bisa meneruskan, dicatat di
072900* kaloverd.log). Kehadiran di bawah ABSENMIN harus ditegaskan Y
073000* per mahasiswa. Baris GRADEBOOK.DAT yang sudah ada tidak ditimpa.
073100*-----------------------------------------------------------------
073200 4000-POSTING.
073300     PERFORM 1200-PILIH-MK THRU 1200-EXIT.
073400     IF NOT WS-MK-VALID
073500         GO TO 4000-EXIT
073600     END-IF.
073700     PERFORM 1300-MUAT-BOBOT THRU 1300-EXIT.
073800     IF WS-JML-KP = ZERO
073900         DISPLAY WS-MK ' BELUM BERKOMPONEN, NILAI DIENTRI LEWAT'
074000             ' contoh1'
074100         GO TO 4000-EXIT
074200     END-IF.
074300     IF WS-TOTAL-PERSEN NOT = 100
074400         DISPLAY 'JUMLAH BOBOT ' WS-MK ' ' WS-TOTAL-PERSEN
074500             '%, BUKAN 100 -- PERBAIKI BOBOT DULU'
074600         GO TO 4000-EXIT
074700     END-IF.
074800     PERFORM 4010-CEK-JENDELA THRU 4010-EXIT.
074900     IF NOT WS-JENDELA-BUKA
075000         DISPLAY 'DI LUAR JENDELA ENTRI NILAI, POSTING DITOLAK'
075100         GO TO 4000-EXIT
075200     END-IF.
075300     MOVE 'ABSENMIN' TO WS-SP-NAMA.
075400     MOVE ZERO TO WS-SP-NILAI.
075500     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
075600         WS-SP-KETEMU-SW.
075700     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
075800         MOVE WS-SP-NILAI TO WS-ABSEN-MIN
075900     END-IF.
076000     MOVE 'N' TO WS-ABSEN-BUKA-SW.
076100     MOVE ZERO TO WS-JML-TEMU.
076200     OPEN INPUT ABSEN-FILE.
076300     IF AB-FS = '00'
076400         MOVE 'Y' TO WS-ABSEN-BUKA-SW
076500         PERFORM 4020-HITUNG-TEMU THRU 4020-EXIT
076600     ELSE
076700         CLOSE ABSEN-FILE
076800     END-IF.
076900     MOVE ZERO TO WS-JML-POSTING.
077000     MOVE ZERO TO WS-JML-LEWAT.
077100     MOVE ZERO TO WS-JML-SUDAH.
077200     MOVE SPACES TO KRS-RECORD.
077300     MOVE WS-MK TO KR-MK.
077400     MOVE WS-TERM TO KR-TERM.
077500     MOVE 'N' TO WS-KR-EOF-SW.
077600     START KRS-FILE KEY = KR-MK-TERM
077700         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
077800     END-START.
077900     PERFORM 4100-SATU-POSTING THRU 4100-EXIT
078000         UNTIL WS-KR-EOF.
078100     IF WS-ABSEN-BUKA
078200         CLOSE ABSEN-FILE
078300     END-IF.
078400     DISPLAY 'DIPOSTING ' WS-JML-POSTING ', SUDAH ADA '
078500         WS-JML-SUDAH ', DILEWATI ' WS-JML-LEWAT.
078600 4000-EXIT.
078700     EXIT.
078800
078900 4010-CEK-JENDELA.
079000     MOVE 'Y' TO WS-JENDELA-SW.
079100     OPEN INPUT KALENDER-FILE.
079200     IF KA-FS NOT = '00'
079300         CLOSE KALENDER-FILE
079400         GO TO 4010-EXIT
079500     END-IF.
079600     MOVE WS-TERM TO KAL-TERM.
079700     READ KALENDER-FILE
079800         INVALID KEY
079900             CLOSE KALENDER-FILE
080000             GO TO 4010-EXIT
080100     END-READ.
080200     CLOSE KALENDER-FILE.
080300     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
080400     IF WS-TGL-KINI >= KAL-NILAI-AWAL
080500             AND WS-TGL-KINI <= KAL-NILAI-AKHIR
080600         GO TO 4010-EXIT
080700     END-IF.
080800     MOVE 'N' TO WS-JENDELA-SW.
080900     DISPLAY 'JENDELA NILAI TERM ' WS-TERM ' : '
081000         KAL-NILAI-AWAL ' S/D ' KAL-NILAI-AKHIR '.'.
081100     IF WS-OPR-LEVEL < 2
081200         GO TO 4010-EXIT
081300     END-IF.
081400     DISPLAY 'OVERRIDE SUPERVISOR POSTING TERLAMBAT (Y/N) ? '
081500         WITH NO ADVANCING.
081600     ACCEPT WS-JAWAB.
081700     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
081800         GO TO 4010-EXIT
081900     END-IF.
082000     MOVE 'Y' TO WS-JENDELA-SW.
082100     OPEN EXTEND OVERRIDE-LOG.
082200     IF OV-FS = '05' OR OV-FS = '35'
082300         OPEN OUTPUT OVERRIDE-LOG
082400     END-IF.
082500     MOVE SPACES TO OVERRIDE-LINE.
082600     MOVE WS-TERM TO OV-TERM.
082700     MOVE WS-OPERATOR TO OV-OPERATOR.
082800     MOVE WS-TGL-KINI TO OV-TANGGAL.
082900     MOVE 'NILAI' TO OV-JENIS.
083000     WRITE OVERRIDE-LINE.
083100     CLOSE OVERRIDE-LOG.
083200     DISPLAY 'OVERRIDE DICATAT KE kaloverd.log'.
083300 4010-EXIT.
083400     EXIT.
083500
083600*-----------------------------------------------------------------
083700* Jumlah pertemuan kelas = tanggal berbeda di absensi.dat lewat
083800* kunci alternatif MK + TERM.
083900*-----------------------------------------------------------------
084000 4020-HITUNG-TEMU.
084100     MOVE SPACES TO ABSEN-RECORD.
084200     MOVE WS-MK TO AB-MK.
084300     MOVE WS-TERM TO AB-TERM.
084400     MOVE 'N' TO WS-AB-EOF-SW.
084500     START ABSEN-FILE KEY = AB-MK-TERM
084600         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
084700     END-START.
084800     PERFORM 4030-SATU-TEMU THRU 4030-EXIT
084900         UNTIL WS-AB-EOF.
085000 4020-EXIT.
085100     EXIT.
085200
085300 4030-SATU-TEMU.
085400     READ ABSEN-FILE NEXT RECORD
085500         AT END MOVE 'Y' TO WS-AB-EOF-SW
085600     END-READ.
085700     IF WS-AB-EOF
085800         GO TO 4030-EXIT
085900     END-IF.
086000     IF AB-MK NOT = WS-MK OR AB-TERM NOT = WS-TERM
086100         MOVE 'Y' TO WS-AB-EOF-SW
086200         GO TO 4030-EXIT
086300     END-IF.
086400     MOVE 'N' TO WS-ADA-TGL-SW.
086500     PERFORM 4040-CEK-TGL THRU 4040-EXIT
086600         VARYING WS-IDX-TGL FROM 1 BY 1
086700         UNTIL WS-IDX-TGL > WS-JML-TEMU OR WS-ADA-TGL.
086800     IF NOT WS-ADA-TGL AND WS-JML-TEMU < 100
086900         ADD 1 TO WS-JML-TEMU
087000         MOVE AB-TGL TO WS-TT-TGL(WS-JML-TEMU)
087100     END-IF.
087200 4030-EXIT.
087300     EXIT.
087400
087500 4040-CEK-TGL.
087600     IF WS-TT-TGL(WS-IDX-TGL) = AB-TGL
087700         MOVE 'Y' TO WS-ADA-TGL-SW
087800     END-IF.
087900 4040-EXIT.
088000     EXIT.
088100
088200 4100-SATU-POSTING.
088300     READ KRS-FILE NEXT RECORD
088400         AT END MOVE 'Y' TO WS-KR-EOF-SW
088500     END-READ.
088600     IF WS-KR-EOF
088700         GO TO 4100-EXIT
088800     END-IF.
088900     IF KR-MK NOT = WS-MK OR KR-TERM NOT = WS-TERM
089000         MOVE 'Y' TO WS-KR-EOF-SW
089100         GO TO 4100-EXIT
089200     END-IF.
089300     IF KR-STATUS NOT = 'S'
089400         GO TO 4100-EXIT
089500     END-IF.
089600     MOVE KR-NPM TO WS-NPM.
089700     PERFORM 6200-CEK-POSTED THRU 6200-EXIT.
089800     IF WS-POSTED
089900         ADD 1 TO WS-JML-SUDAH
090000         GO TO 4100-EXIT
090100     END-IF.
090200     PERFORM 6000-HITUNG-AKHIR THRU 6000-EXIT.
090300     IF NOT WS-LENGKAP
090400         DISPLAY 'SKOR KOMPONEN ' WS-NPM ' BELUM LENGKAP,'
090500             ' DILEWATI'
090600         ADD 1 TO WS-JML-LEWAT
090700         GO TO 4100-EXIT
090800     END-IF.
090900     IF WS-ABSEN-BUKA AND WS-JML-TEMU > ZERO
091000         PERFORM 4200-HITUNG-HADIR THRU 4200-EXIT
091100         COMPUTE WS-PERSEN ROUNDED =
091200             WS-JML-HADIR * 100 / WS-JML-TEMU
091300         IF WS-PERSEN < WS-ABSEN-MIN
091400             DISPLAY 'KEHADIRAN ' WS-NPM ' DI ' WS-MK ' HANYA '
091500                 WS-PERSEN '% (AMBANG ' WS-ABSEN-MIN '%).'
091600             DISPLAY 'TETAP POSTING NILAINYA (Y/N) ? '
091700                 WITH NO ADVANCING
091800             ACCEPT WS-JAWAB
091900             IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
092000                 DISPLAY 'NILAI DITOLAK KARENA KEHADIRAN'
092100                 ADD 1 TO WS-JML-LEWAT
092200                 GO TO 4100-EXIT
092300             END-IF
092400         END-IF
092500     END-IF.
092600     MOVE SPACES TO GB-RECORD.
092700     EVALUATE TRUE
092800         WHEN WS-NILAI-AKHIR >= 80
092900             MOVE 'A' TO GB-HURUF
093000             MOVE 'SANGAT BAIK' TO GB-KETERANGAN
093100         WHEN WS-NILAI-AKHIR >= 70
093200             MOVE 'B' TO GB-HURUF
093300             MOVE 'BAIK' TO GB-KETERANGAN
093400         WHEN WS-NILAI-AKHIR >= 60
093500             MOVE 'C' TO GB-HURUF
093600             MOVE 'CUKUP' TO GB-KETERANGAN
093700         WHEN WS-NILAI-AKHIR >= 50
093800             MOVE 'D' TO GB-HURUF
093900             MOVE 'KURANG' TO GB-KETERANGAN
094000         WHEN OTHER
094100             MOVE 'E' TO GB-HURUF
094200             MOVE 'TIDAK LULUS' TO GB-KETERANGAN
094300     END-EVALUATE.
094400     MOVE WS-NPM TO GB-NPM.
094500     MOVE WS-MK TO GB-MK.
094600     MOVE WS-TERM TO GB-TERM.
094700     MOVE WS-NILAI-AKHIR TO GB-NILAI.
094800     WRITE GB-RECORD
094900         INVALID KEY
095000             DISPLAY 'NILAI ' WS-NPM ' ' WS-MK ' TERM ' WS-TERM
095100                 ' SUDAH ADA, DITOLAK'
095200             ADD 1 TO WS-JML-SUDAH
095300             GO TO 4100-EXIT
095400     END-WRITE.
095500     DISPLAY WS-NPM ' NILAI ' WS-NILAI-AKHIR ' HURUF ' GB-HURUF.
095600     ADD 1 TO WS-JML-POSTING.
095700 4100-EXIT.
095800     EXIT.
095900
096000*-----------------------------------------------------------------
096100* Kehadiran WS-NPM di kelas ini lewat kunci utama NPM + MK + TERM.
096200*-----------------------------------------------------------------
096300 4200-HITUNG-HADIR.
096400     MOVE ZERO TO WS-JML-HADIR.
096500     MOVE SPACES TO ABSEN-RECORD.
096600     MOVE WS-NPM TO AB-NPM.
096700     MOVE WS-MK TO AB-MK.
096800     MOVE WS-TERM TO AB-TERM.
096900     MOVE ZERO TO AB-TGL.
097000     MOVE 'N' TO WS-AB-EOF-SW.
097100     START ABSEN-FILE KEY NOT < AB-KUNCI
097200         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
097300     END-START.
097400     PERFORM 4210-SATU-HADIR THRU 4210-EXIT
097500         UNTIL WS-AB-EOF.
097600 4200-EXIT.
097700     EXIT.
097800
097900 4210-SATU-HADIR.
098000     READ ABSEN-FILE NEXT RECORD
098100         AT END MOVE 'Y' TO WS-AB-EOF-SW
098200     END-READ.
098300     IF WS-AB-EOF
098400         GO TO 4210-EXIT
098500     END-IF.
098600     IF AB-NPM NOT = WS-NPM OR AB-MK NOT = WS-MK
098700             OR AB-TERM NOT = WS-TERM
098800         MOVE 'Y' TO WS-AB-EOF-SW
098900         GO TO 4210-EXIT
099000     END-IF.
099100     ADD 1 TO WS-JML-HADIR.
099200 4210-EXIT.
099300     EXIT.
099400
099500*-----------------------------------------------------------------
099600* Lembar komponen satu kelas: skor tiap komponen, nilai akhir
099700* hitungan dan huruf yang sudah diposting (tanda * bila nilai
099800* GRADEBOOK.DAT berbeda dari hitungan komponen), lalu kolom tanda
099900* tangan dosen pengampu ajar.dat.
100000*-----------------------------------------------------------------
100100 5000-LEMBAR.
100200     PERFORM 1200-PILIH-MK THRU 1200-EXIT.
100300     IF NOT WS-MK-VALID
100400         GO TO 5000-EXIT
100500     END-IF.
100600     PERFORM 1300-MUAT-BOBOT THRU 1300-EXIT.
100700     IF WS-JML-KP = ZERO
100800         DISPLAY WS-MK ' BELUM BERKOMPONEN'
100900         GO TO 5000-EXIT
101000     END-IF.
101100     ACCEPT WS-JAM-RUN FROM TIME.
101200     MOVE SPACES TO WS-RPT-NAMA.
101300     STRING 'NILKMP-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
101400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
101500     OPEN OUTPUT REPORT-OUT.
101600     MOVE 'LEMBAR NILAI KOMPONEN' TO REPORT-LINE.
101700     WRITE REPORT-LINE.
101800     MOVE SPACES TO REPORT-LINE.
101900     STRING 'MK ' WS-MK ' ' WS-MK-NAMA '  TERM ' WS-TERM
102000         DELIMITED BY SIZE INTO REPORT-LINE.
102100     WRITE REPORT-LINE.
102200     MOVE SPACES TO REPORT-LINE.
102300     WRITE REPORT-LINE.
102400     PERFORM 5050-BARIS-BOBOT THRU 5050-EXIT
102500         VARYING WS-IDX FROM 1 BY 1
102600         UNTIL WS-IDX > WS-JML-KP.
102700     MOVE SPACES TO REPORT-LINE.
102800     WRITE REPORT-LINE.
102900     MOVE 'NPM       NAMA' TO REPORT-LINE.
103000     PERFORM 5060-KOLOM-KODE THRU 5060-EXIT
103100         VARYING WS-IDX FROM 1 BY 1
103200         UNTIL WS-IDX > WS-JML-KP.
103300     MOVE 'AKHIR HURUF' TO REPORT-LINE(62:11).
103400     WRITE REPORT-LINE.
103500     MOVE ZERO TO WS-JML-MHS.
103600     MOVE SPACES TO KRS-RECORD.
103700     MOVE WS-MK TO KR-MK.
103800     MOVE WS-TERM TO KR-TERM.
103900     MOVE 'N' TO WS-KR-EOF-SW.
104000     START KRS-FILE KEY = KR-MK-TERM
104100         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
104200     END-START.
104300     PERFORM 5100-BARIS-MHS THRU 5100-EXIT
104400         UNTIL WS-KR-EOF.
104500     MOVE SPACES TO REPORT-LINE.
104600     WRITE REPORT-LINE.
104700     MOVE SPACES TO REPORT-LINE.
104800     STRING 'JUMLAH PESERTA : ' WS-JML-MHS
104900         DELIMITED BY SIZE INTO REPORT-LINE.
105000     WRITE REPORT-LINE.
105100     MOVE '- = SKOR BELUM ADA, * = NILAI TERPOSTING BEDA DARI'
105200         TO REPORT-LINE.
105300     MOVE ' KOMPONEN' TO REPORT-LINE(51:9).
105400     WRITE REPORT-LINE.
105500     PERFORM 5200-TANDA-TANGAN THRU 5200-EXIT.
105600     CLOSE REPORT-OUT.
105700     MOVE WS-JML-MHS TO WS-CAT-JML.
105800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
105900         WS-CAT-JML.
106000     DISPLAY 'LEMBAR ' WS-MK ' ' WS-JML-MHS ' MAHASISWA -- '
106100         WS-RPT-NAMA.
106200 5000-EXIT.
106300     EXIT.
106400
106500 5050-BARIS-BOBOT.
106600     MOVE SPACES TO REPORT-LINE.
106700     STRING 'KOMPONEN ' WS-KP-KODE(WS-IDX) '  ' WS-KP-NAMA(WS-IDX)
106800         '  BOBOT ' WS-KP-PERSEN(WS-IDX) '%'
106900         DELIMITED BY SIZE INTO REPORT-LINE.
107000     WRITE REPORT-LINE.
107100 5050-EXIT.
107200     EXIT.
107300
107400 5060-KOLOM-KODE.
107500     COMPUTE WS-POS = 32 + (WS-IDX - 1) * 5 + 1.
107600     MOVE WS-KP-KODE(WS-IDX) TO REPORT-LINE(WS-POS:4).
107700 5060-EXIT.
107800     EXIT.
107900
108000 5100-BARIS-MHS.
108100     READ KRS-FILE NEXT RECORD
108200         AT END MOVE 'Y' TO WS-KR-EOF-SW
108300     END-READ.
108400     IF WS-KR-EOF
108500         GO TO 5100-EXIT
108600     END-IF.
108700     IF KR-MK NOT = WS-MK OR KR-TERM NOT = WS-TERM
108800         MOVE 'Y' TO WS-KR-EOF-SW
108900         GO TO 5100-EXIT
109000     END-IF.
109100     IF KR-STATUS NOT = 'S'
109200         GO TO 5100-EXIT
109300     END-IF.
109400     MOVE KR-NPM TO WS-NPM.
109500     PERFORM 1500-NAMA-MHS THRU 1500-EXIT.
109600     PERFORM 6000-HITUNG-AKHIR THRU 6000-EXIT.
109700     PERFORM 6200-CEK-POSTED THRU 6200-EXIT.
109800     MOVE SPACES TO WS-D-LEMBAR.
109900     MOVE WS-NPM TO WS-DL-NPM.
110000     MOVE WS-NAMA TO WS-DL-NAMA.
110100     PERFORM 5110-KOLOM-SKOR THRU 5110-EXIT
110200         VARYING WS-IDX FROM 1 BY 1
110300         UNTIL WS-IDX > WS-JML-KP.
110400     IF WS-LENGKAP
110500         MOVE WS-NILAI-AKHIR TO WS-SKOR-TAMPIL
110600         MOVE WS-SKOR-TAMPIL TO WS-DL-AKHIR
110700     ELSE
110800         MOVE '  -' TO WS-DL-AKHIR
110900     END-IF.
111000     IF WS-POSTED
111100         MOVE GB-HURUF TO WS-DL-HURUF
111200         IF NOT WS-LENGKAP OR GB-NILAI NOT = WS-NILAI-AKHIR
111300             MOVE '*' TO WS-DL-TANDA
111400         END-IF
111500     END-IF.
111600     MOVE WS-D-LEMBAR TO REPORT-LINE.
111700     WRITE REPORT-LINE.
111800     ADD 1 TO WS-JML-MHS.
111900 5100-EXIT.
112000     EXIT.
112100
112200 5110-KOLOM-SKOR.
112300     IF WS-KP-ADA-SW(WS-IDX) = 'Y'
112400         MOVE WS-KP-SKOR(WS-IDX) TO WS-SKOR-TAMPIL
112500         MOVE WS-SKOR-TAMPIL TO WS-DL-SKOR(WS-IDX)
112600     ELSE
112700         MOVE '  -' TO WS-DL-SKOR(WS-IDX)
112800     END-IF.
112900 5110-EXIT.
113000     EXIT.
113100
113200 5200-TANDA-TANGAN.
113300     MOVE SPACES TO REPORT-LINE.
113400     WRITE REPORT-LINE.
113500     MOVE SPACES TO REPORT-LINE.
113600     STRING 'TANGGAL CETAK ' WS-TGL-RUN
113700         DELIMITED BY SIZE INTO REPORT-LINE.
113800     WRITE REPORT-LINE.
113900     MOVE 'DOSEN PENGAMPU,' TO REPORT-LINE.
114000     WRITE REPORT-LINE.
114100     MOVE 'N' TO WS-DS-BUKA-SW.
114200     OPEN INPUT DOSEN-MST.
114300     IF DS-FS = '00'
114400         MOVE 'Y' TO WS-DS-BUKA-SW
114500     END-IF.
114600     OPEN INPUT AJAR-FILE.
114700     MOVE 'Y' TO WS-AJ-EOF-SW.
114800     IF AJ-FS = '00'
114900         MOVE WS-TERM TO AJ-TERM
115000         MOVE WS-MK TO AJ-MK
115100         MOVE LOW-VALUES TO AJ-DS-ID
115200         MOVE 'N' TO WS-AJ-EOF-SW
115300         START AJAR-FILE KEY NOT < AJ-KUNCI
115400             INVALID KEY MOVE 'Y' TO WS-AJ-EOF-SW
115500         END-START
115600     END-IF.
115700     PERFORM 5210-SATU-DOSEN THRU 5210-EXIT
115800         UNTIL WS-AJ-EOF.
115900     CLOSE AJAR-FILE.
116000     IF WS-DS-BUKA
116100         CLOSE DOSEN-MST
116200     END-IF.
116300 5200-EXIT.
116400     EXIT.
116500
116600 5210-SATU-DOSEN.
116700     READ AJAR-FILE NEXT RECORD
116800         AT END MOVE 'Y' TO WS-AJ-EOF-SW
116900     END-READ.
117000     IF WS-AJ-EOF
117100         GO TO 5210-EXIT
117200     END-IF.
117300     IF AJ-TERM NOT = WS-TERM OR AJ-MK NOT = WS-MK
117400         MOVE 'Y' TO WS-AJ-EOF-SW
117500         GO TO 5210-EXIT
117600     END-IF.
117700     MOVE SPACES TO DS-NAMA.
117800     IF WS-DS-BUKA
117900         MOVE AJ-DS-ID TO DS-ID
118000         READ DOSEN-MST
118100             INVALID KEY MOVE SPACES TO DS-NAMA
118200         END-READ
118300     END-IF.
118400     MOVE SPACES TO REPORT-LINE.
118500     WRITE REPORT-LINE.
118600     WRITE REPORT-LINE.
118700     MOVE SPACES TO REPORT-LINE.
118800     STRING '(' DS-NAMA ' ' AJ-DS-ID ')  ____________________'
118900         DELIMITED BY SIZE INTO REPORT-LINE.
119000     WRITE REPORT-LINE.
119100 5210-EXIT.
119200     EXIT.
119300
119400*-----------------------------------------------------------------
119500* Nilai akhir WS-NPM = jumlah skor x bobot / 100, dibulatkan.
119600* Satu skor komponen saja yang belum ada membuatnya belum lengkap.
119700*-----------------------------------------------------------------
119800 6000-HITUNG-AKHIR.
119900     MOVE 'Y' TO WS-LENGKAP-SW.
120000     MOVE ZERO TO WS-JML-KALI.
120100     MOVE ZERO TO WS-NILAI-AKHIR.
120200     PERFORM 6100-SATU-KOMPONEN THRU 6100-EXIT
120300         VARYING WS-IDX FROM 1 BY 1
120400         UNTIL WS-IDX > WS-JML-KP.
120500     IF WS-LENGKAP
120600         COMPUTE WS-NILAI-AKHIR ROUNDED = WS-JML-KALI / 100
120700     END-IF.
120800 6000-EXIT.
120900     EXIT.
121000
121100 6100-SATU-KOMPONEN.
121200     MOVE WS-TERM TO NK-TERM.
121300     MOVE WS-MK TO NK-MK.
121400     MOVE WS-NPM TO NK-NPM.
121500     MOVE WS-KP-KODE(WS-IDX) TO NK-KODE.
121600     MOVE ZERO TO WS-KP-SKOR(WS-IDX).
121700     MOVE 'Y' TO WS-KP-ADA-SW(WS-IDX).
121800     READ NILKOMP-FILE
121900         INVALID KEY
122000             MOVE 'N' TO WS-KP-ADA-SW(WS-IDX)
122100             MOVE 'N' TO WS-LENGKAP-SW
122200             GO TO 6100-EXIT
122300     END-READ.
122400     MOVE NK-SKOR TO WS-KP-SKOR(WS-IDX).
122500     COMPUTE WS-JML-KALI = WS-JML-KALI
122600         + NK-SKOR * WS-KP-PERSEN(WS-IDX).
122700 6100-EXIT.
122800     EXIT.
122900
123000 6200-CEK-POSTED.
123100     MOVE SPACES TO GB-RECORD.
123200     MOVE WS-NPM TO GB-NPM.
123300     MOVE WS-MK TO GB-MK.
123400     MOVE WS-TERM TO GB-TERM.
123500     MOVE 'Y' TO WS-POSTED-SW.
123600     READ GRADEBOOK
123700         INVALID KEY MOVE 'N' TO WS-POSTED-SW
123800     END-READ.
123900 6200-EXIT.
124000     EXIT.
124100
124200*-----------------------------------------------------------------
124300 9999-EXIT.
124400     STOP RUN.
