000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Anonimisasi mahasiswa yang sudah lama keluar atau
000500*           lulus: record dept.dat berstatus N (non-aktif), L
000600*           (lulus) atau W (diwisudakan) yang kegiatan terakhirnya
000650*           (term terakhir di krs.dat, GRADEBOOK.DAT, GBHIST.DAT
000700*           atau tagihan.dat)
000800*           sudah lebih dari ANONTHN tahun lalu (sysparm.dat,
000900*           bawaan 10) disamarkan DP-NAMA, DP-ALAMAT dan
001000*           DP-EMAIL-nya lewat MASK-UTIL. NPM, nilai dan riwayat
001100*           transkrip tidak disentuh supaya statistik tetap utuh.
001200*           Mode P (pratinjau) hanya mencetak daftar calon untuk
001300*           diperiksa bagian registrasi; mode J (jalankan, khusus
001400*           supervisor) menyamarkan dan mencatat tiap mahasiswa ke
001500*           register anonim.dat (NPM, tanggal, jam, operator).
001600*           Mahasiswa tanpa riwayat term sama sekali tidak bisa
001700*           diukur umurnya dan hanya dilaporkan.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. MHS-ANON.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY DEPTSEL.
003000     COPY KRSSEL.
003300     COPY GBKSEL.
003600     COPY GBHSEL.
003900     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
004000     ORGANIZATION IS INDEXED
004100     ACCESS MODE IS DYNAMIC
004200     RECORD KEY IS TG-KUNCI
004300     FILE STATUS IS TG-FS.
004400     SELECT AKTIF-KERJA ASSIGN TO 'anonakt.wrk'
004500     ORGANIZATION IS INDEXED
004600     ACCESS MODE IS DYNAMIC
004700     RECORD KEY IS AK-NPM
004800     FILE STATUS IS AK-FS.
004900     SELECT ANON-REG ASSIGN TO 'anonim.dat'
005000     ORGANIZATION IS LINE SEQUENTIAL
005100     FILE STATUS IS AN-FS.
005200     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
005300     ORGANIZATION IS LINE SEQUENTIAL
005400     FILE STATUS IS RS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700     COPY DEPTFD.
005800     COPY KRSFD.
006500     COPY GBKFD.
007800     COPY GBHFD.
009100 FD TAGIHAN-FILE.
009200 01 TAGIHAN-RECORD.
009300     02 TG-KUNCI.
009400         03 TG-NPM         PIC X(08).
009500         03 TG-TERM        PIC 9(05).
009600     02 TG-JUMLAH          PIC 9(09).
009700     02 TG-DIBAYAR         PIC 9(09).
009800     02 TG-STATUS          PIC X(01).
009850     02 TG-POTONGAN        PIC 9(09).
009900 FD AKTIF-KERJA.
010000 01 AKTIF-KERJA-RECORD.
010100     02 AK-NPM             PIC X(08).
010200     02 AK-TERM            PIC 9(05).
010300 FD ANON-REG.
010400 01 ANON-REG-RECORD.
010500     02 AN-NPM             PIC X(08).
010600     02 FILLER             PIC X(01).
010700     02 AN-TGL             PIC 9(08).
010800     02 FILLER             PIC X(01).
010900     02 AN-JAM             PIC 9(06).
011000     02 FILLER             PIC X(01).
011100     02 AN-OPERATOR        PIC X(08).
011200     02 FILLER             PIC X(01).
011300     02 AN-STATUS          PIC X(01).
011400     02 FILLER             PIC X(01).
011500     02 AN-TERM-AKHIR      PIC 9(05).
011600 FD REPORT-OUT.
011700 01 REPORT-LINE            PIC X(80).
011800
011900 WORKING-STORAGE SECTION.
012000 77 DP-FS                  PIC XX.
012100 77 KR-FS                  PIC XX.
012200 77 GB-FS                  PIC XX.
012300 77 GH-FS                  PIC XX.
012400 77 TG-FS                  PIC XX.
012500 77 AK-FS                  PIC XX.
012600 77 AN-FS                  PIC XX.
012700 77 RS                     PIC XX.
012800 77 WS-RPT-NAMA            PIC X(30).
012900 77 WS-TGL-RUN             PIC 9(8).
013000 77 WS-JAM-RUN             PIC 9(8).
013100 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'MHS-ANON'.
013200 77 WS-CAT-JML             PIC 9(7).
013300 77 WS-OPERATOR            PIC X(8).
013400 77 WS-OPR-LEVEL           PIC 9(1).
013500 77 WS-SP-NAMA             PIC X(12).
013600 77 WS-SP-NILAI            PIC 9(9).
013700 77 WS-SP-KETEMU-SW        PIC X.
013800 77 WS-EOF-SW              PIC X VALUE 'N'.
013900     88 WS-EOF             VALUE 'Y'.
014000 77 WS-MODE                PIC X.
014100     88 WS-MODE-PRATINJAU  VALUE 'P' 'p'.
014200     88 WS-MODE-JALAN      VALUE 'J' 'j'.
014300 77 WS-JAWAB               PIC X.
014400 77 WS-RETENSI-TAHUN       PIC 9(3) VALUE 10.
014500 77 WS-JML-CALON           PIC 9(7) VALUE ZERO.
014600 77 WS-JML-TANPA-RIWAYAT   PIC 9(7) VALUE ZERO.
014700 77 WS-POS                 PIC 9(3).
014800 77 WS-MASK-PANJANG        PIC 9(3).
014900 77 WS-MASK-KARAKTER       PIC X.
015000 77 WS-MASK-JUMLAH         PIC 9(3).
015100 01 WS-MASK-FIELD          PIC X(30).
015200 01 WS-TERM-KANDIDAT       PIC 9(5).
015300 01 WS-NPM-KANDIDAT        PIC X(8).
015400 01 WS-TAHUN-AKHIR         PIC 9(4).
015500 01 WS-UMUR-TAHUN          PIC S9(4).
015600 01 WS-TANGGAL-SISTEM.
015700     02 WS-TAHUN-SISTEM    PIC 9(4).
015800     02 WS-BULAN-SISTEM    PIC 99.
015900     02 WS-HARI-SISTEM     PIC 99.
016000 01 WS-HEADER.
016100     02 FILLER             PIC X(10) VALUE 'NPM'.
016200     02 FILLER             PIC X(08) VALUE 'STATUS'.
016300     02 FILLER             PIC X(12) VALUE 'TERM AKHIR'.
016400     02 FILLER             PIC X(22) VALUE 'NAMA'.
016500     02 FILLER             PIC X(20) VALUE 'KETERANGAN'.
016600 01 WS-DETAIL.
016700     02 WS-D-NPM           PIC X(08).
016800     02 FILLER             PIC X(05) VALUE SPACES.
016900     02 WS-D-STATUS        PIC X(01).
017000     02 FILLER             PIC X(04) VALUE SPACES.
017100     02 WS-D-TERM          PIC 9(05).
017200     02 FILLER             PIC X(07) VALUE SPACES.
017300     02 WS-D-NAMA          PIC X(20).
017400     02 FILLER             PIC X(02) VALUE SPACES.
017500     02 WS-D-KET           PIC X(20).
017600
017700 PROCEDURE DIVISION.
017800*-----------------------------------------------------------------
017900 0000-MAINLINE.
018000     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
018100     IF WS-OPERATOR = SPACES
018200         DISPLAY 'ANONIMISASI HANYA UNTUK OPERATOR'
018300             ' YANG SIGN-ON LEWAT BRG-MENU'
018400         GO TO 9999-EXIT
018500     END-IF.
018600     MOVE 'ANONTHN' TO WS-SP-NAMA.
018700     MOVE ZERO TO WS-SP-NILAI.
018800     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
018900         WS-SP-KETEMU-SW.
019000     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
019100         MOVE WS-SP-NILAI TO WS-RETENSI-TAHUN
019200     END-IF.
019300     DISPLAY 'MODE (P=PRATINJAU, J=JALANKAN) : '
019400         WITH NO ADVANCING.
019500     ACCEPT WS-MODE.
019600     IF NOT WS-MODE-PRATINJAU AND NOT WS-MODE-JALAN
019700         DISPLAY 'MODE TIDAK DIKENAL'
019800         GO TO 9999-EXIT
019900     END-IF.
020000     IF WS-MODE-JALAN
020100         IF WS-OPR-LEVEL < 2
020200             DISPLAY 'ANONIMISASI HANYA UNTUK SUPERVISOR;'
020300                 ' JALANKAN MODE P UNTUK PRATINJAU'
020400             GO TO 9999-EXIT
020500         END-IF
020600         DISPLAY 'NAMA/ALAMAT/EMAIL AKAN DISAMARKAN PERMANEN.'
020700         DISPLAY 'SUDAH MEMERIKSA DAFTAR PRATINJAU (Y/T) ? '
020800             WITH NO ADVANCING
020900         ACCEPT WS-JAWAB
021000         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
021100             DISPLAY 'ANONIMISASI DIBATALKAN'
021200             GO TO 9999-EXIT
021300         END-IF
021400     END-IF.
021500     ACCEPT WS-TANGGAL-SISTEM FROM DATE YYYYMMDD.
021600     PERFORM 1000-MUAT-KEGIATAN THRU 1000-EXIT.
021700     IF WS-MODE-JALAN
021800         OPEN I-O DEPT-MST
021900     ELSE
022000         OPEN INPUT DEPT-MST
022100     END-IF.
022200     IF DP-FS NOT = '00'
022300         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA, STATUS ' DP-FS
022400         GO TO 9999-EXIT
022500     END-IF.
022600     IF WS-MODE-JALAN
022700         OPEN EXTEND ANON-REG
022800         IF AN-FS = '05' OR AN-FS = '35'
022900             OPEN OUTPUT ANON-REG
023000         END-IF
023100     END-IF.
023200     OPEN INPUT AKTIF-KERJA.
023300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
023400     ACCEPT WS-JAM-RUN FROM TIME.
023500     MOVE SPACES TO WS-RPT-NAMA.
023600     STRING 'ANONIM-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
023700         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
023800     OPEN OUTPUT REPORT-OUT.
023900     MOVE SPACES TO REPORT-LINE.
024000     IF WS-MODE-JALAN
024100         STRING 'ANONIMISASI MAHASISWA ' WS-TGL-RUN
024200             ' (DIJALANKAN, > ' WS-RETENSI-TAHUN ' TAHUN)'
024300             DELIMITED BY SIZE INTO REPORT-LINE
024400     ELSE
024500         STRING 'PRATINJAU ANONIMISASI MAHASISWA ' WS-TGL-RUN
024600             ' (> ' WS-RETENSI-TAHUN ' TAHUN)'
024700             DELIMITED BY SIZE INTO REPORT-LINE
024800     END-IF.
024900     WRITE REPORT-LINE.
025000     MOVE SPACES TO REPORT-LINE.
025100     WRITE REPORT-LINE.
025200     MOVE WS-HEADER TO REPORT-LINE.
025300     WRITE REPORT-LINE.
025400     MOVE 'N' TO WS-EOF-SW.
025500     PERFORM 2000-SATU-MAHASISWA THRU 2000-EXIT
025600         UNTIL WS-EOF.
025700     CLOSE DEPT-MST.
025800     CLOSE AKTIF-KERJA.
025900     IF WS-MODE-JALAN
026000         CLOSE ANON-REG
026100     END-IF.
026200     MOVE SPACES TO REPORT-LINE.
026300     WRITE REPORT-LINE.
026400     MOVE SPACES TO REPORT-LINE.
026500     STRING 'CALON ANONIMISASI : ' WS-JML-CALON
026600         DELIMITED BY SIZE INTO REPORT-LINE.
026700     WRITE REPORT-LINE.
026800     MOVE SPACES TO REPORT-LINE.
026900     STRING 'TANPA RIWAYAT TERM: ' WS-JML-TANPA-RIWAYAT
027000         DELIMITED BY SIZE INTO REPORT-LINE.
027100     WRITE REPORT-LINE.
027200     CLOSE REPORT-OUT.
027300     MOVE WS-JML-CALON TO WS-CAT-JML.
027400     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
027500         WS-CAT-JML.
027600     IF WS-MODE-JALAN
027700         DISPLAY WS-JML-CALON ' MAHASISWA DISAMARKAN, LIHAT '
027800             WS-RPT-NAMA
027900     ELSE
028000         DISPLAY WS-JML-CALON ' CALON ANONIMISASI DI '
028100             WS-RPT-NAMA
028200     END-IF.
028300     GO TO 9999-EXIT.
028400
028500*-----------------------------------------------------------------
028600* Term kegiatan terakhir per NPM dari keempat berkas riwayat,
028700* dikumpulkan ke berkas kerja indexed anonakt.wrk.
028800*-----------------------------------------------------------------
028900 1000-MUAT-KEGIATAN.
029000     OPEN OUTPUT AKTIF-KERJA.
029100     CLOSE AKTIF-KERJA.
029200     OPEN I-O AKTIF-KERJA.
029300     OPEN INPUT KRS-FILE.
029400     IF KR-FS = '00'
029500         MOVE 'N' TO WS-EOF-SW
029600         PERFORM 1100-SATU-KRS THRU 1100-EXIT
029700             UNTIL WS-EOF
029800     END-IF.
029900     CLOSE KRS-FILE.
030000     OPEN INPUT GRADEBOOK.
030100     IF GB-FS = '00'
030200         MOVE 'N' TO WS-EOF-SW
030300         PERFORM 1200-SATU-GRADEBOOK THRU 1200-EXIT
030400             UNTIL WS-EOF
030500     END-IF.
030600     CLOSE GRADEBOOK.
030700     OPEN INPUT GRADE-HIST.
030800     IF GH-FS = '00'
030900         MOVE 'N' TO WS-EOF-SW
031000         PERFORM 1300-SATU-RIWAYAT THRU 1300-EXIT
031100             UNTIL WS-EOF
031200     END-IF.
031300     CLOSE GRADE-HIST.
031400     OPEN INPUT TAGIHAN-FILE.
031500     IF TG-FS = '00'
031600         MOVE 'N' TO WS-EOF-SW
031700         PERFORM 1400-SATU-TAGIHAN THRU 1400-EXIT
031800             UNTIL WS-EOF
031900     END-IF.
032000     CLOSE TAGIHAN-FILE.
032100     CLOSE AKTIF-KERJA.
032200 1000-EXIT.
032300     EXIT.
032400
032500 1100-SATU-KRS.
032600     READ KRS-FILE NEXT RECORD
032700         AT END MOVE 'Y' TO WS-EOF-SW
032800     END-READ.
032900     IF WS-EOF
033000         GO TO 1100-EXIT
033100     END-IF.
033200     MOVE KR-NPM TO WS-NPM-KANDIDAT.
033300     MOVE KR-TERM TO WS-TERM-KANDIDAT.
033400     PERFORM 1500-CATAT-TERM THRU 1500-EXIT.
033500 1100-EXIT.
033600     EXIT.
033700
033800 1200-SATU-GRADEBOOK.
033900     READ GRADEBOOK NEXT RECORD
034000         AT END MOVE 'Y' TO WS-EOF-SW
034100     END-READ.
034200     IF WS-EOF
034300         GO TO 1200-EXIT
034400     END-IF.
034500     MOVE GB-NPM TO WS-NPM-KANDIDAT.
034600     MOVE GB-TERM TO WS-TERM-KANDIDAT.
034700     PERFORM 1500-CATAT-TERM THRU 1500-EXIT.
034800 1200-EXIT.
034900     EXIT.
035000
035100 1300-SATU-RIWAYAT.
035200     READ GRADE-HIST NEXT RECORD
035300         AT END MOVE 'Y' TO WS-EOF-SW
035400     END-READ.
035500     IF WS-EOF
035600         GO TO 1300-EXIT
035700     END-IF.
035800     MOVE GH-NPM TO WS-NPM-KANDIDAT.
035900     MOVE GH-TERM TO WS-TERM-KANDIDAT.
036000     PERFORM 1500-CATAT-TERM THRU 1500-EXIT.
036100 1300-EXIT.
036200     EXIT.
036300
036400 1400-SATU-TAGIHAN.
036500     READ TAGIHAN-FILE NEXT RECORD
036600         AT END MOVE 'Y' TO WS-EOF-SW
036700     END-READ.
036800     IF WS-EOF
036900         GO TO 1400-EXIT
037000     END-IF.
037100     MOVE TG-NPM TO WS-NPM-KANDIDAT.
037200     MOVE TG-TERM TO WS-TERM-KANDIDAT.
037300     PERFORM 1500-CATAT-TERM THRU 1500-EXIT.
037400 1400-EXIT.
037500     EXIT.
037600
037700 1500-CATAT-TERM.
037800     MOVE WS-NPM-KANDIDAT TO AK-NPM.
037900     READ AKTIF-KERJA
038000         INVALID KEY
038100             MOVE WS-TERM-KANDIDAT TO AK-TERM
038200             WRITE AKTIF-KERJA-RECORD
038300             GO TO 1500-EXIT
038400     END-READ.
038500     IF WS-TERM-KANDIDAT > AK-TERM
038600         MOVE WS-TERM-KANDIDAT TO AK-TERM
038700         REWRITE AKTIF-KERJA-RECORD
038800     END-IF.
038900 1500-EXIT.
039000     EXIT.
039100
039200*-----------------------------------------------------------------
039300 2000-SATU-MAHASISWA.
039400     READ DEPT-MST NEXT RECORD
039500         AT END MOVE 'Y' TO WS-EOF-SW
039600     END-READ.
039700     IF WS-EOF
039800         GO TO 2000-EXIT
039900     END-IF.
040000     IF DP-STATUS NOT = 'N' AND DP-STATUS NOT = 'L'
040050         AND DP-STATUS NOT = 'W'
040100         GO TO 2000-EXIT
040200     END-IF.
040300*    Nama yang sudah berbintang berarti sudah dianonimkan.
040400     IF DP-NAMA(1:1) = '*'
040500         GO TO 2000-EXIT
040600     END-IF.
040700     MOVE DP-NPM TO WS-D-NPM.
040800     MOVE DP-STATUS TO WS-D-STATUS.
040900     MOVE DP-NAMA TO WS-D-NAMA.
041000     MOVE DP-NPM TO AK-NPM.
041100     READ AKTIF-KERJA
041200         INVALID KEY
041300             MOVE ZERO TO WS-D-TERM
041400             MOVE 'TANPA RIWAYAT TERM' TO WS-D-KET
041500             MOVE WS-DETAIL TO REPORT-LINE
041600             WRITE REPORT-LINE
041700             ADD 1 TO WS-JML-TANPA-RIWAYAT
041800             GO TO 2000-EXIT
041900     END-READ.
042000     DIVIDE AK-TERM BY 10 GIVING WS-TAHUN-AKHIR.
042100     COMPUTE WS-UMUR-TAHUN = WS-TAHUN-SISTEM - WS-TAHUN-AKHIR.
042200     IF WS-UMUR-TAHUN NOT > WS-RETENSI-TAHUN
042300         GO TO 2000-EXIT
042400     END-IF.
042500     ADD 1 TO WS-JML-CALON.
042600     MOVE AK-TERM TO WS-D-TERM.
042700     IF WS-MODE-PRATINJAU
042800         MOVE 'AKAN DISAMARKAN' TO WS-D-KET
042900         MOVE WS-DETAIL TO REPORT-LINE
043000         WRITE REPORT-LINE
043100         GO TO 2000-EXIT
043200     END-IF.
043300     PERFORM 2500-SAMARKAN THRU 2500-EXIT.
043400     REWRITE DEPT-RECORD
043500         INVALID KEY
043600             DISPLAY 'GAGAL MENULIS ULANG ' DP-NPM
043700             GO TO 2000-EXIT
043800     END-REWRITE.
043900     MOVE DP-NAMA TO WS-D-NAMA.
044000     MOVE 'DISAMARKAN' TO WS-D-KET.
044100     MOVE WS-DETAIL TO REPORT-LINE.
044200     WRITE REPORT-LINE.
044300     MOVE SPACES TO ANON-REG-RECORD.
044400     MOVE DP-NPM TO AN-NPM.
044500     MOVE WS-TGL-RUN TO AN-TGL.
044600     MOVE WS-JAM-RUN(1:6) TO AN-JAM.
044700     MOVE WS-OPERATOR TO AN-OPERATOR.
044800     MOVE DP-STATUS TO AN-STATUS.
044900     MOVE AK-TERM TO AN-TERM-AKHIR.
045000     WRITE ANON-REG-RECORD.
045100 2000-EXIT.
045200     EXIT.
045300
045400*-----------------------------------------------------------------
045500* Tiap karakter bukan spasi di nama, alamat dan email diganti
045600* bintang lewat MASK-UTIL, satu karakter berbeda per panggilan.
045700*-----------------------------------------------------------------
045800 2500-SAMARKAN.
045900     MOVE SPACES TO WS-MASK-FIELD.
046000     MOVE DP-NAMA TO WS-MASK-FIELD.
046100     MOVE 20 TO WS-MASK-PANJANG.
046200     PERFORM 2600-SATU-KARAKTER THRU 2600-EXIT
046300         VARYING WS-POS FROM 1 BY 1
046400         UNTIL WS-POS > WS-MASK-PANJANG.
046500     MOVE WS-MASK-FIELD(1:20) TO DP-NAMA.
046600     MOVE SPACES TO WS-MASK-FIELD.
046700     MOVE DP-ALAMAT TO WS-MASK-FIELD.
046800     MOVE 20 TO WS-MASK-PANJANG.
046900     PERFORM 2600-SATU-KARAKTER THRU 2600-EXIT
047000         VARYING WS-POS FROM 1 BY 1
047100         UNTIL WS-POS > WS-MASK-PANJANG.
047200     MOVE WS-MASK-FIELD(1:20) TO DP-ALAMAT.
047300     MOVE DP-EMAIL TO WS-MASK-FIELD.
047400     MOVE 30 TO WS-MASK-PANJANG.
047500     PERFORM 2600-SATU-KARAKTER THRU 2600-EXIT
047600         VARYING WS-POS FROM 1 BY 1
047700         UNTIL WS-POS > WS-MASK-PANJANG.
047800     MOVE WS-MASK-FIELD TO DP-EMAIL.
047900 2500-EXIT.
048000     EXIT.
048100
048200 2600-SATU-KARAKTER.
048300     IF WS-MASK-FIELD(WS-POS:1) = SPACE
048400             OR WS-MASK-FIELD(WS-POS:1) = '*'
048500         GO TO 2600-EXIT
048600     END-IF.
048700     MOVE WS-MASK-FIELD(WS-POS:1) TO WS-MASK-KARAKTER.
048800     CALL 'MASK-UTIL' USING WS-MASK-PANJANG, WS-MASK-FIELD,
048900         WS-MASK-KARAKTER, WS-MASK-JUMLAH.
049000 2600-EXIT.
049100     EXIT.
049200
049300*-----------------------------------------------------------------
049400 9999-EXIT.
049500     STOP RUN.
