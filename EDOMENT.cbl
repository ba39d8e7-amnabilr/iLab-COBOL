000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Entri dan impor jawaban kuesioner evaluasi dosen oleh
000500*           mahasiswa (EDOM) per term, MK dan dosen. Kelas harus
000600*           ada di ajar.dat, penjawab harus terdaftar di kelas itu
000700*           (krs.dat berstatus S) dan hanya boleh menjawab sekali
000800*           (edomisi.dat). Jawaban disimpan di edom.dat TANPA NPM,
000900*           hanya dengan prodi penjawab dari dept.dat. Pilihan E
001000*           mengetik dari lembar kertas satu kelas; pilihan I
001100*           mengimpor edomin.txt, baris yang ditolak dicetak di
001200*           EDOMTOLAK-*.RPT. Rekap di EDOM-RPT.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. EDOM-ENT.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY EDMSEL.
002500     COPY EDISEL.
002600     COPY KRSSEL.
002700     COPY DEPTSEL.
002800     SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
002900     ORGANIZATION IS INDEXED
003000     ACCESS MODE IS DYNAMIC
003100     RECORD KEY IS AJ-KUNCI
003200     FILE STATUS IS AJ-FS.
003300     SELECT EDOM-IN ASSIGN TO 'edomin.txt'
003400     ORGANIZATION IS LINE SEQUENTIAL
003500     FILE STATUS IS EM-FS.
003600     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003700     ORGANIZATION IS LINE SEQUENTIAL
003800     FILE STATUS IS RS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100     COPY EDMFD.
004200     COPY EDIFD.
004300     COPY KRSFD.
004400     COPY DEPTFD.
004500 FD AJAR-FILE.
004600 01 AJAR-RECORD.
004700     02 AJ-KUNCI.
004800         03 AJ-TERM        PIC 9(05).
004900         03 AJ-MK          PIC X(06).
005000         03 AJ-DS-ID       PIC X(08).
005100*-----------------------------------------------------------------
005200* edomin.txt: satu baris per lembar, skor 10 pertanyaan berurutan
005300* (masing-masing 1-5) tanpa pemisah.
005400*-----------------------------------------------------------------
005500 FD EDOM-IN.
005600 01 EDOM-IN-RECORD.
005700     02 EM-NPM             PIC X(08).
005800     02 FILLER             PIC X(01).
005900     02 EM-TERM            PIC 9(05).
006000     02 FILLER             PIC X(01).
006100     02 EM-MK              PIC X(06).
006200     02 FILLER             PIC X(01).
006300     02 EM-DS-ID           PIC X(08).
006400     02 FILLER             PIC X(01).
006500     02 EM-SKOR            PIC X(10).
006600 FD REPORT-OUT.
006700 01 REPORT-LINE            PIC X(100).
006800
006900 WORKING-STORAGE SECTION.
007000 77 ED-FS                  PIC XX.
007100 77 EI-FS                  PIC XX.
007200 77 KR-FS                  PIC XX.
007300 77 DP-FS                  PIC XX.
007400 77 AJ-FS                  PIC XX.
007500 77 EM-FS                  PIC XX.
007600 77 RS                     PIC XX.
007700 77 WS-RPT-NAMA            PIC X(30).
007800 77 WS-TGL-RUN             PIC 9(8).
007900 77 WS-JAM-RUN             PIC 9(8).
008000 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'EDOM-ENT'.
008100 77 WS-CAT-JML             PIC 9(7).
008200 77 WS-OPERATOR            PIC X(8).
008300 77 WS-OPR-LEVEL           PIC 9(1).
008400 77 WS-EOF-SW              PIC X VALUE 'N'.
008500     88 WS-EOF             VALUE 'Y'.
008600 77 WS-ED-EOF-SW           PIC X.
008700     88 WS-ED-EOF          VALUE 'Y'.
008800 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
008900     88 WS-DP-BUKA         VALUE 'Y'.
009000 77 WS-LAGI-SW             PIC X.
009100     88 WS-LAGI            VALUE 'Y'.
009200 77 WS-IDX                 PIC 9(2).
009300 77 WS-URUT                PIC 9(5).
009400 77 WS-JML-TERIMA          PIC 9(5) VALUE ZERO.
009500 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
009600 77 WS-ALASAN              PIC X(40).
009700 01 WS-PILIHAN             PIC X.
009800     88 WS-PILIH-ENTRI     VALUE 'E'.
009900     88 WS-PILIH-IMPOR     VALUE 'I'.
010000     88 WS-PILIH-SELESAI   VALUE 'S'.
010100*-----------------------------------------------------------------
010200* Satu jawaban yang akan diperiksa dan disimpan, diisi dari layar
010300* atau dari edomin.txt.
010400*-----------------------------------------------------------------
010500 01 WS-JAWABAN.
010600     02 WS-J-NPM           PIC X(08).
010700     02 WS-J-TERM          PIC 9(05).
010800     02 WS-J-MK            PIC X(06).
010900     02 WS-J-DS-ID         PIC X(08).
011000     02 WS-J-SKOR          PIC X(10).
011100     02 WS-J-SKOR-R REDEFINES WS-J-SKOR.
011200         03 WS-J-SKOR-1    PIC X(01) OCCURS 10 TIMES.
011300 01 WS-TOLAK.
011400     02 WS-T-NPM           PIC X(08).
011500     02 FILLER             PIC X(02) VALUE SPACES.
011600     02 WS-T-TERM          PIC 9(05).
011700     02 FILLER             PIC X(02) VALUE SPACES.
011800     02 WS-T-MK            PIC X(06).
011900     02 FILLER             PIC X(02) VALUE SPACES.
012000     02 WS-T-DS-ID         PIC X(08).
012100     02 FILLER             PIC X(02) VALUE SPACES.
012200     02 WS-T-ALASAN        PIC X(40).
012300
012400 PROCEDURE DIVISION.
012500*-----------------------------------------------------------------
012600 0000-MAINLINE.
012700     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
012800     IF WS-OPERATOR = SPACES
012900         DISPLAY 'ENTRI EDOM HANYA UNTUK OPERATOR'
013000             ' YANG SIGN-ON LEWAT BRG-MENU'
013100         GO TO 9999-EXIT
013200     END-IF.
013300     OPEN INPUT AJAR-FILE.
013400     IF AJ-FS NOT = '00'
013500         DISPLAY 'ajar.dat BELUM ADA, ISI PENUGASAN LEWAT DSN-MNT'
013600         GO TO 9999-EXIT
013700     END-IF.
013800     OPEN INPUT KRS-FILE.
013900     IF KR-FS NOT = '00'
014000         DISPLAY 'krs.dat TIDAK DAPAT DIBUKA, STATUS ' KR-FS
014100         CLOSE AJAR-FILE
014200         GO TO 9999-EXIT
014300     END-IF.
014400     OPEN I-O EDOM-FILE.
014500     IF ED-FS = '35'
014600         OPEN OUTPUT EDOM-FILE
014700         CLOSE EDOM-FILE
014800         OPEN I-O EDOM-FILE
014900     END-IF.
015000     OPEN I-O EDOM-ISI.
015100     IF EI-FS = '35'
015200         OPEN OUTPUT EDOM-ISI
015300         CLOSE EDOM-ISI
015400         OPEN I-O EDOM-ISI
015500     END-IF.
015600     OPEN INPUT DEPT-MST.
015700     IF DP-FS = '00'
015800         MOVE 'Y' TO WS-DP-BUKA-SW
015900     END-IF.
016000     PERFORM 1000-MENU THRU 1000-EXIT
016100         UNTIL WS-PILIH-SELESAI.
016200     CLOSE AJAR-FILE.
016300     CLOSE KRS-FILE.
016400     CLOSE EDOM-FILE.
016500     CLOSE EDOM-ISI.
016600     IF WS-DP-BUKA
016700         CLOSE DEPT-MST
016800     END-IF.
016900     GO TO 9999-EXIT.
017000
017100*-----------------------------------------------------------------
017200 1000-MENU.
017300     DISPLAY 'EDOM (E=ENTRI LEMBAR, I=IMPOR edomin.txt,'
017400         ' S=SELESAI) : ' WITH NO ADVANCING.
017500     ACCEPT WS-PILIHAN.
017600     EVALUATE TRUE
017700         WHEN WS-PILIH-ENTRI
017800             PERFORM 2000-ENTRI-KELAS THRU 2000-EXIT
017900         WHEN WS-PILIH-IMPOR
018000             PERFORM 3000-IMPOR THRU 3000-EXIT
018100         WHEN WS-PILIH-SELESAI
018200             CONTINUE
018300         WHEN OTHER
018400             DISPLAY 'PILIHAN TIDAK DIKENAL'
018500     END-EVALUATE.
018600 1000-EXIT.
018700     EXIT.
018800
018900*-----------------------------------------------------------------
019000* Entri satu kelas: term/MK/dosen sekali, lalu lembar demi lembar
019100* sampai NPM dikosongkan.
019200*-----------------------------------------------------------------
019300 2000-ENTRI-KELAS.
019400     DISPLAY 'TERM (YYYYS)             : ' WITH NO ADVANCING.
019500     ACCEPT WS-J-TERM.
019600     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
019700     ACCEPT WS-J-MK.
019800     DISPLAY 'ID DOSEN                 : ' WITH NO ADVANCING.
019900     ACCEPT WS-J-DS-ID.
020000     MOVE WS-J-TERM TO AJ-TERM.
020100     MOVE WS-J-MK TO AJ-MK.
020200     MOVE WS-J-DS-ID TO AJ-DS-ID.
020300     READ AJAR-FILE
020400         INVALID KEY
020500             DISPLAY 'DOSEN ITU TIDAK MENGAMPU MK ITU'
020600                 ' PADA TERM ITU'
020700             GO TO 2000-EXIT
020800     END-READ.
020900     MOVE 'Y' TO WS-LAGI-SW.
021000     PERFORM 2100-SATU-LEMBAR THRU 2100-EXIT
021100         UNTIL NOT WS-LAGI.
021200 2000-EXIT.
021300     EXIT.
021400
021500 2100-SATU-LEMBAR.
021600     DISPLAY 'NPM PENJAWAB (KOSONG=SELESAI) : ' WITH NO ADVANCING.
021700     MOVE SPACES TO WS-J-NPM.
021800     ACCEPT WS-J-NPM.
021900     IF WS-J-NPM = SPACES
022000         MOVE 'N' TO WS-LAGI-SW
022100         GO TO 2100-EXIT
022200     END-IF.
022300     DISPLAY 'SKOR 10 PERTANYAAN (1-5, MIS. 4435544345) : '
022400         WITH NO ADVANCING.
022500     MOVE SPACES TO WS-J-SKOR.
022600     ACCEPT WS-J-SKOR.
022700     PERFORM 4000-SIMPAN-JAWABAN THRU 4000-EXIT.
022800     IF WS-ALASAN = SPACES
022900         DISPLAY 'JAWABAN DISIMPAN'
023000     ELSE
023100         DISPLAY 'DITOLAK: ' WS-ALASAN
023200     END-IF.
023300 2100-EXIT.
023400     EXIT.
023500
023600*-----------------------------------------------------------------
023700* Impor edomin.txt; kelas diperiksa per baris karena satu file
023800* bisa memuat banyak kelas.
023900*-----------------------------------------------------------------
024000 3000-IMPOR.
024100     OPEN INPUT EDOM-IN.
024200     IF EM-FS NOT = '00'
024300         DISPLAY 'edomin.txt TIDAK ADA'
024400         GO TO 3000-EXIT
024500     END-IF.
024600     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
024700     ACCEPT WS-JAM-RUN FROM TIME.
024800     MOVE SPACES TO WS-RPT-NAMA.
024900     STRING 'EDOMTOLAK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
025000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
025100     OPEN OUTPUT REPORT-OUT.
025200     MOVE SPACES TO REPORT-LINE.
025300     STRING 'JAWABAN EDOM DITOLAK, IMPOR ' WS-TGL-RUN
025400         DELIMITED BY SIZE INTO REPORT-LINE.
025500     WRITE REPORT-LINE.
025600     MOVE SPACES TO REPORT-LINE.
025700     WRITE REPORT-LINE.
025800     MOVE ZERO TO WS-JML-TERIMA.
025900     MOVE ZERO TO WS-JML-TOLAK.
026000     MOVE 'N' TO WS-EOF-SW.
026100     PERFORM 3100-SATU-BARIS THRU 3100-EXIT
026200         UNTIL WS-EOF.
026300     CLOSE EDOM-IN.
026400     CLOSE REPORT-OUT.
026500     MOVE WS-JML-TOLAK TO WS-CAT-JML.
026600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
026700         WS-CAT-JML.
026800     DISPLAY 'DITERIMA ' WS-JML-TERIMA ', DITOLAK ' WS-JML-TOLAK
026900         ' (' WS-RPT-NAMA ')'.
027000 3000-EXIT.
027100     EXIT.
027200
027300 3100-SATU-BARIS.
027400     READ EDOM-IN
027500         AT END MOVE 'Y' TO WS-EOF-SW
027600     END-READ.
027700     IF WS-EOF
027800         GO TO 3100-EXIT
027900     END-IF.
028000     MOVE EM-NPM TO WS-J-NPM.
028100     MOVE EM-TERM TO WS-J-TERM.
028200     MOVE EM-MK TO WS-J-MK.
028300     MOVE EM-DS-ID TO WS-J-DS-ID.
028400     MOVE EM-SKOR TO WS-J-SKOR.
028500     MOVE SPACES TO WS-ALASAN.
028600     MOVE WS-J-TERM TO AJ-TERM.
028700     MOVE WS-J-MK TO AJ-MK.
028800     MOVE WS-J-DS-ID TO AJ-DS-ID.
028900     READ AJAR-FILE
029000         INVALID KEY
029100             MOVE 'KELAS TIDAK ADA DI ajar.dat' TO WS-ALASAN
029200     END-READ.
029300     IF WS-ALASAN = SPACES
029400         PERFORM 4000-SIMPAN-JAWABAN THRU 4000-EXIT
029500     END-IF.
029600     IF WS-ALASAN = SPACES
029700         ADD 1 TO WS-JML-TERIMA
029800         GO TO 3100-EXIT
029900     END-IF.
030000     ADD 1 TO WS-JML-TOLAK.
030100     MOVE WS-J-NPM TO WS-T-NPM.
030200     MOVE WS-J-TERM TO WS-T-TERM.
030300     MOVE WS-J-MK TO WS-T-MK.
030400     MOVE WS-J-DS-ID TO WS-T-DS-ID.
030500     MOVE WS-ALASAN TO WS-T-ALASAN.
030600     MOVE WS-TOLAK TO REPORT-LINE.
030700     WRITE REPORT-LINE.
030800 3100-EXIT.
030900     EXIT.
031000
031100*-----------------------------------------------------------------
031200* Periksa dan simpan WS-JAWABAN (kelas sudah lolos ajar.dat).
031300* WS-ALASAN spasi bila tersimpan, selain itu alasan penolakan.
031400*-----------------------------------------------------------------
031500 4000-SIMPAN-JAWABAN.
031600     MOVE SPACES TO WS-ALASAN.
031700     PERFORM 4100-CEK-SKOR THRU 4100-EXIT
031800         VARYING WS-IDX FROM 1 BY 1
031900         UNTIL WS-IDX > 10.
032000     IF WS-ALASAN NOT = SPACES
032100         GO TO 4000-EXIT
032200     END-IF.
032300     MOVE SPACES TO KRS-RECORD.
032400     MOVE WS-J-NPM TO KR-NPM.
032500     MOVE WS-J-MK TO KR-MK.
032600     MOVE WS-J-TERM TO KR-TERM.
032700     READ KRS-FILE
032800         INVALID KEY
032900             MOVE 'TIDAK TERDAFTAR DI KELAS ITU (krs.dat)'
033000                 TO WS-ALASAN
033100             GO TO 4000-EXIT
033200     END-READ.
033300     IF KR-STATUS NOT = 'S'
033400         MOVE 'KRS KELAS ITU BELUM DISETUJUI WALI' TO WS-ALASAN
033500         GO TO 4000-EXIT
033600     END-IF.
033700     MOVE WS-J-TERM TO EI-TERM.
033800     MOVE WS-J-MK TO EI-MK.
033900     MOVE WS-J-DS-ID TO EI-DS-ID.
034000     MOVE WS-J-NPM TO EI-NPM.
034100     READ EDOM-ISI
034200         INVALID KEY CONTINUE
034300         NOT INVALID KEY
034400             MOVE 'SUDAH PERNAH MENGISI UNTUK KELAS ITU'
034500                 TO WS-ALASAN
034600             GO TO 4000-EXIT
034700     END-READ.
034800     PERFORM 4200-URUT-BERIKUT THRU 4200-EXIT.
034900     MOVE WS-J-TERM TO ED-TERM.
035000     MOVE WS-J-MK TO ED-MK.
035100     MOVE WS-J-DS-ID TO ED-DS-ID.
035200     MOVE WS-URUT TO ED-URUT.
035300     MOVE 'TIDAK DIKETAHUI' TO ED-PRODI.
035400     IF WS-DP-BUKA
035500         MOVE WS-J-NPM TO DP-NPM
035600         READ DEPT-MST
035700             INVALID KEY CONTINUE
035800             NOT INVALID KEY MOVE DP-PRODI TO ED-PRODI
035900         END-READ
036000     END-IF.
036100     PERFORM 4300-SALIN-SKOR THRU 4300-EXIT
036200         VARYING WS-IDX FROM 1 BY 1
036300         UNTIL WS-IDX > 10.
036400     WRITE EDOM-RECORD
036500         INVALID KEY
036600             MOVE 'GAGAL MENYIMPAN edom.dat' TO WS-ALASAN
036700             GO TO 4000-EXIT
036800     END-WRITE.
036900     MOVE WS-J-TERM TO EI-TERM.
037000     MOVE WS-J-MK TO EI-MK.
037100     MOVE WS-J-DS-ID TO EI-DS-ID.
037200     MOVE WS-J-NPM TO EI-NPM.
037300     WRITE EDOM-ISI-RECORD
037400         INVALID KEY
037500             DISPLAY 'GAGAL MENCATAT PENGISI ' WS-J-NPM
037600     END-WRITE.
037700 4000-EXIT.
037800     EXIT.
037900
038000 4100-CEK-SKOR.
038100     IF WS-J-SKOR-1(WS-IDX) < '1' OR WS-J-SKOR-1(WS-IDX) > '5'
038200         MOVE 'SKOR HARUS 10 ANGKA 1-5' TO WS-ALASAN
038300     END-IF.
038400 4100-EXIT.
038500     EXIT.
038600
038700*-----------------------------------------------------------------
038800* Nomor urut jawaban berikut dalam kelas: nomor terakhir + 1.
038900*-----------------------------------------------------------------
039000 4200-URUT-BERIKUT.
039100     MOVE ZERO TO WS-URUT.
039200     MOVE 'N' TO WS-ED-EOF-SW.
039300     MOVE WS-J-TERM TO ED-TERM.
039400     MOVE WS-J-MK TO ED-MK.
039500     MOVE WS-J-DS-ID TO ED-DS-ID.
039600     MOVE ZERO TO ED-URUT.
039700     START EDOM-FILE KEY NOT < ED-KUNCI
039800         INVALID KEY MOVE 'Y' TO WS-ED-EOF-SW
039900     END-START.
040000     PERFORM 4210-BACA-URUT THRU 4210-EXIT
040100         UNTIL WS-ED-EOF.
040200     ADD 1 TO WS-URUT.
040300 4200-EXIT.
040400     EXIT.
040500
040600 4210-BACA-URUT.
040700     READ EDOM-FILE NEXT RECORD
040800         AT END MOVE 'Y' TO WS-ED-EOF-SW
040900     END-READ.
041000     IF WS-ED-EOF
041100         GO TO 4210-EXIT
041200     END-IF.
041300     IF ED-TERM NOT = WS-J-TERM OR ED-MK NOT = WS-J-MK
041400         OR ED-DS-ID NOT = WS-J-DS-ID
041500         MOVE 'Y' TO WS-ED-EOF-SW
041600         GO TO 4210-EXIT
041700     END-IF.
041800     MOVE ED-URUT TO WS-URUT.
041900 4210-EXIT.
042000     EXIT.
042100
042200 4300-SALIN-SKOR.
042300     MOVE WS-J-SKOR-1(WS-IDX) TO ED-SKOR(WS-IDX).
042400 4300-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------------
042800 9999-EXIT.
042900     STOP RUN.
