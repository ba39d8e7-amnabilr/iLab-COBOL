000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Penetapan beasiswa per term, dijalankan sebelum
000500*           BILL-GEN term itu. Pertama penerima aktif dicabut
000600*           bila IPS term terakhir sejak beasiswanya mulai
000700*           (ipk.dat IPK-CALC) di bawah IPK minimum skemanya, atau
000800*           status mahasiswanya di dept.dat bukan A. Lalu sisa
000900*           kuota tiap skema aktif diisi mahasiswa berstatus A
001000*           yang belum memegang beasiswa, urut IPK tertinggi,
001100*           skema diisi urut kodenya. Yang dicabut di run ini
001200*           tidak ikut diberi lagi. Mode P hanya mencetak
001300*           BSWRUN-*.RPT; mode J (supervisor) juga menyimpan ke
001400*           bsterima.dat.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. BSW-RUN.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY BSWSEL.
002700     COPY BSPSEL.
002800     COPY DEPTSEL.
002900     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
003000     ORGANIZATION IS LINE SEQUENTIAL
003100     FILE STATUS IS IP-FS.
003200     SELECT SORT-WORK ASSIGN TO 'BSWRUN.TMP'.
003300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003400     ORGANIZATION IS LINE SEQUENTIAL
003500     FILE STATUS IS RS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800     COPY BSWFD.
003900     COPY BSPFD.
004000     COPY DEPTFD.
004100 FD IPK-FILE.
004200 01 IPK-RECORD.
004300     02 IP-NPM             PIC X(08).
004400     02 FILLER             PIC X(01).
004500     02 IP-TERM            PIC 9(05).
004600     02 FILLER             PIC X(01).
004700     02 IP-IPS             PIC 9V99.
004800     02 FILLER             PIC X(01).
004900     02 IP-IPK             PIC 9V99.
005000 SD SORT-WORK.
005100 01 SORT-RECORD.
005200     02 SR-IPK             PIC 9V99.
005300     02 SR-NPM             PIC X(08).
005400 FD REPORT-OUT.
005500 01 REPORT-LINE            PIC X(80).
005600
005700 WORKING-STORAGE SECTION.
005800 77 BS-FS                  PIC XX.
005900 77 BP-FS                  PIC XX.
006000 77 DP-FS                  PIC XX.
006100 77 IP-FS                  PIC XX.
006200 77 RS                     PIC XX.
006300 77 WS-RPT-NAMA            PIC X(30).
006400 77 WS-TGL-RUN             PIC 9(8).
006500 77 WS-JAM-RUN             PIC 9(8).
006600 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BSW-RUN'.
006700 77 WS-CAT-JML             PIC 9(7).
006800 77 WS-OPERATOR            PIC X(8).
006900 77 WS-OPR-LEVEL           PIC 9(1).
007000 77 WS-EOF-SW              PIC X VALUE 'N'.
007100     88 WS-EOF             VALUE 'Y'.
007200 77 WS-BP-EOF-SW           PIC X.
007300     88 WS-BP-EOF          VALUE 'Y'.
007400 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
007500     88 WS-RETURN-EOF      VALUE 'Y'.
007600 77 WS-BP-BUKA-SW          PIC X VALUE 'N'.
007700     88 WS-BP-BUKA         VALUE 'Y'.
007800 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
007900     88 WS-DP-BUKA         VALUE 'Y'.
008000 77 WS-PEGANG-SW           PIC X.
008100     88 WS-PEGANG          VALUE 'Y'.
008200 77 WS-DICABUT-SW          PIC X.
008300     88 WS-DICABUT         VALUE 'Y'.
008400 77 WS-DAPAT-SW            PIC X.
008500     88 WS-DAPAT           VALUE 'Y'.
008600 77 WS-SK-KETEMU-SW        PIC X.
008700     88 WS-SK-KETEMU       VALUE 'Y'.
008800 77 WS-BP-ADA-SW           PIC X.
008900     88 WS-BP-ADA          VALUE 'Y'.
009000 77 WS-ADA-NPM-SW          PIC X VALUE 'N'.
009100     88 WS-ADA-NPM         VALUE 'Y'.
009200 77 WS-DP-STATUS           PIC X.
009300 77 WS-IDX                 PIC 9(3).
009400 77 WS-JML-SK              PIC 9(3) VALUE ZERO.
009500 77 WS-JML-CABUT           PIC 9(5) VALUE ZERO.
009600 77 WS-JML-BERI            PIC 9(5) VALUE ZERO.
009700 77 WS-IPK-EDIT            PIC 9.99.
009800 77 WS-MIN-EDIT            PIC 9.99.
009900 01 WS-MODE                PIC X.
010000     88 WS-MODE-PRATINJAU  VALUE 'P'.
010100     88 WS-MODE-JALAN      VALUE 'J'.
010200 01 WS-JAWAB               PIC X.
010300 01 WS-TERM-PILIH          PIC 9(5).
010400*-----------------------------------------------------------------
010500* Hasil terakhir (term < term pilihan) NPM yang sedang dibaca
010600* dari ipk.dat; ipk.dat ditulis IPK-CALC urut NPM + term.
010700*-----------------------------------------------------------------
010800 01 WS-NPM-JALAN           PIC X(8).
010900 01 WS-TERM-AKHIR          PIC 9(5).
011000 01 WS-IPS-AKHIR           PIC 9V99.
011100 01 WS-IPK-AKHIR           PIC 9V99.
011200 01 WS-TABEL-SKEMA.
011300     02 WS-SK-ENTRI OCCURS 50 TIMES.
011400         03 WS-SK-SKEMA    PIC X(06).
011500         03 WS-SK-IPK-MIN  PIC 9V99.
011600         03 WS-SK-KUOTA    PIC 9(04).
011700         03 WS-SK-STATUS   PIC X(01).
011800         03 WS-SK-AKTIF    PIC 9(05).
011900 01 WS-BARIS.
012000     02 WS-B-AKSI          PIC X(08).
012100     02 FILLER             PIC X(02) VALUE SPACES.
012200     02 WS-B-NPM           PIC X(08).
012300     02 FILLER             PIC X(02) VALUE SPACES.
012400     02 WS-B-NAMA          PIC X(20).
012500     02 FILLER             PIC X(02) VALUE SPACES.
012600     02 WS-B-SKEMA         PIC X(06).
012700     02 FILLER             PIC X(02) VALUE SPACES.
012800     02 WS-B-KET           PIC X(30).
012900
013000 PROCEDURE DIVISION.
013100*-----------------------------------------------------------------
013200 0000-MAINLINE.
013300     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
013400     IF WS-OPERATOR = SPACES
013500         DISPLAY 'PENETAPAN BEASISWA HANYA UNTUK OPERATOR'
013600             ' YANG SIGN-ON LEWAT BRG-MENU'
013700         GO TO 9999-EXIT
013800     END-IF.
013900     DISPLAY 'TERM BEASISWA (YYYYS)    : ' WITH NO ADVANCING.
014000     ACCEPT WS-TERM-PILIH.
014100     DISPLAY 'MODE (P=PRATINJAU, J=JALANKAN) : '
014200         WITH NO ADVANCING.
014300     ACCEPT WS-MODE.
014400     IF NOT WS-MODE-PRATINJAU AND NOT WS-MODE-JALAN
014500         DISPLAY 'MODE TIDAK DIKENAL'
014600         GO TO 9999-EXIT
014700     END-IF.
014800     IF WS-MODE-JALAN
014900         IF WS-OPR-LEVEL < 2
015000             DISPLAY 'PENETAPAN BEASISWA HANYA UNTUK SUPERVISOR;'
015100                 ' JALANKAN MODE P UNTUK PRATINJAU'
015200             GO TO 9999-EXIT
015300         END-IF
015400         DISPLAY 'PENCABUTAN DAN PEMBERIAN AKAN DISIMPAN (Y/T) ? '
015500             WITH NO ADVANCING
015600         ACCEPT WS-JAWAB
015700         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
015800             DISPLAY 'DIBATALKAN'
015900             GO TO 9999-EXIT
016000         END-IF
016100     END-IF.
016200     OPEN INPUT BEASISWA-MST.
016300     IF BS-FS NOT = '00'
016400         DISPLAY 'BELUM ADA SKEMA BEASISWA (beasiswa.dat)'
016500         CLOSE BEASISWA-MST
016600         GO TO 9999-EXIT
016700     END-IF.
016800     OPEN INPUT IPK-FILE.
016900     IF IP-FS NOT = '00'
017000         DISPLAY 'ipk.dat BELUM ADA, JALANKAN IPK-CALC DULU'
017100         CLOSE IPK-FILE
017200         CLOSE BEASISWA-MST
017300         GO TO 9999-EXIT
017400     END-IF.
017500     IF WS-MODE-JALAN
017600         OPEN I-O PENERIMA-BSW
017700         IF BP-FS = '35'
017800             OPEN OUTPUT PENERIMA-BSW
017900             CLOSE PENERIMA-BSW
018000             OPEN I-O PENERIMA-BSW
018100         END-IF
018200     ELSE
018300         OPEN INPUT PENERIMA-BSW
018400     END-IF.
018500     IF BP-FS = '00'
018600         MOVE 'Y' TO WS-BP-BUKA-SW
018700     END-IF.
018800     OPEN INPUT DEPT-MST.
018900     IF DP-FS = '00'
019000         MOVE 'Y' TO WS-DP-BUKA-SW
019100     END-IF.
019200     PERFORM 1000-MUAT-SKEMA THRU 1000-EXIT.
019300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
019400     ACCEPT WS-JAM-RUN FROM TIME.
019500     MOVE SPACES TO WS-RPT-NAMA.
019600     STRING 'BSWRUN-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
019700         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
019800     OPEN OUTPUT REPORT-OUT.
019900     MOVE SPACES TO REPORT-LINE.
020000     IF WS-MODE-JALAN
020100         STRING 'PENETAPAN BEASISWA TERM ' WS-TERM-PILIH
020200             DELIMITED BY SIZE INTO REPORT-LINE
020300     ELSE
020400         STRING 'PRATINJAU PENETAPAN BEASISWA TERM '
020500             WS-TERM-PILIH ' (TIDAK DISIMPAN)'
020600             DELIMITED BY SIZE INTO REPORT-LINE
020700     END-IF.
020800     WRITE REPORT-LINE.
020900     MOVE SPACES TO REPORT-LINE.
021000     WRITE REPORT-LINE.
021100     SORT SORT-WORK
021200         ON DESCENDING KEY SR-IPK
021300         ON ASCENDING KEY SR-NPM
021400         INPUT PROCEDURE IS 2000-LEPAS-CALON THRU 2000-EXIT
021500         OUTPUT PROCEDURE IS 3000-BERI THRU 3000-EXIT.
021600     CLOSE REPORT-OUT.
021700     CLOSE IPK-FILE.
021800     CLOSE BEASISWA-MST.
021900     IF WS-BP-BUKA
022000         CLOSE PENERIMA-BSW
022100     END-IF.
022200     IF WS-DP-BUKA
022300         CLOSE DEPT-MST
022400     END-IF.
022500     COMPUTE WS-CAT-JML = WS-JML-CABUT + WS-JML-BERI.
022600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
022700         WS-CAT-JML.
022800     DISPLAY 'DICABUT  : ' WS-JML-CABUT.
022900     DISPLAY 'DIBERI   : ' WS-JML-BERI.
023000     DISPLAY 'LAPORAN  : ' WS-RPT-NAMA.
023100     GO TO 9999-EXIT.
023200
023300*-----------------------------------------------------------------
023400* Skema ke tabel, berikut jumlah penerima aktifnya sekarang.
023500*-----------------------------------------------------------------
023600 1000-MUAT-SKEMA.
023700     MOVE LOW-VALUES TO BS-SKEMA.
023800     MOVE 'N' TO WS-EOF-SW.
023900     START BEASISWA-MST KEY NOT < BS-SKEMA
024000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
024100     END-START.
024200     PERFORM 1100-SATU-SKEMA THRU 1100-EXIT
024300         UNTIL WS-EOF.
024400     IF NOT WS-BP-BUKA
024500         GO TO 1000-EXIT
024600     END-IF.
024700     MOVE LOW-VALUES TO BP-KUNCI.
024800     MOVE 'N' TO WS-EOF-SW.
024900     START PENERIMA-BSW KEY NOT < BP-KUNCI
025000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
025100     END-START.
025200     PERFORM 1200-HITUNG-AKTIF THRU 1200-EXIT
025300         UNTIL WS-EOF.
025400 1000-EXIT.
025500     EXIT.
025600
025700 1100-SATU-SKEMA.
025800     READ BEASISWA-MST NEXT RECORD
025900         AT END MOVE 'Y' TO WS-EOF-SW
026000     END-READ.
026100     IF WS-EOF
026200         GO TO 1100-EXIT
026300     END-IF.
026400     IF WS-JML-SK = 50
026500         DISPLAY 'LEBIH DARI 50 SKEMA, ' BS-SKEMA
026600             ' DAN SESUDAHNYA DILEWATI'
026700         MOVE 'Y' TO WS-EOF-SW
026800         GO TO 1100-EXIT
026900     END-IF.
027000     ADD 1 TO WS-JML-SK.
027100     MOVE BS-SKEMA TO WS-SK-SKEMA(WS-JML-SK).
027200     MOVE BS-IPK-MIN TO WS-SK-IPK-MIN(WS-JML-SK).
027300     MOVE BS-KUOTA TO WS-SK-KUOTA(WS-JML-SK).
027400     MOVE BS-STATUS TO WS-SK-STATUS(WS-JML-SK).
027500     MOVE ZERO TO WS-SK-AKTIF(WS-JML-SK).
027600 1100-EXIT.
027700     EXIT.
027800
027900 1200-HITUNG-AKTIF.
028000     READ PENERIMA-BSW NEXT RECORD
028100         AT END MOVE 'Y' TO WS-EOF-SW
028200     END-READ.
028300     IF WS-EOF
028400         GO TO 1200-EXIT
028500     END-IF.
028600     IF BP-STATUS NOT = 'A'
028700         GO TO 1200-EXIT
028800     END-IF.
028900     PERFORM 1300-CARI-SKEMA THRU 1300-EXIT.
029000     IF WS-IDX NOT > WS-JML-SK
029100         ADD 1 TO WS-SK-AKTIF(WS-IDX)
029200     END-IF.
029300 1200-EXIT.
029400     EXIT.
029500
029600*-----------------------------------------------------------------
029700* WS-IDX = posisi BP-SKEMA di tabel; WS-JML-SK + 1 bila tidak
029800* ada.
029900*-----------------------------------------------------------------
030000 1300-CARI-SKEMA.
030100     MOVE 1 TO WS-IDX.
030200     MOVE 'N' TO WS-SK-KETEMU-SW.
030300     PERFORM 1350-CEK-SATU-SKEMA THRU 1350-EXIT
030400         UNTIL WS-IDX > WS-JML-SK OR WS-SK-KETEMU.
030500 1300-EXIT.
030600     EXIT.
030700
030800 1350-CEK-SATU-SKEMA.
030900     IF WS-SK-SKEMA(WS-IDX) = BP-SKEMA
031000         MOVE 'Y' TO WS-SK-KETEMU-SW
031100     ELSE
031200         ADD 1 TO WS-IDX
031300     END-IF.
031400 1350-EXIT.
031500     EXIT.
031600
031700*-----------------------------------------------------------------
031800* ipk.dat dibaca urut; tiap pergantian NPM hasil terakhirnya
031900* dipakai untuk pencabutan lalu, bila tidak memegang beasiswa,
032000* dilepas ke sort sebagai calon.
032100*-----------------------------------------------------------------
032200 2000-LEPAS-CALON.
032300     MOVE 'N' TO WS-EOF-SW.
032400     PERFORM 2100-SATU-IPK THRU 2100-EXIT
032500         UNTIL WS-EOF.
032600     IF WS-ADA-NPM
032700         PERFORM 2200-NPM-SELESAI THRU 2200-EXIT
032800     END-IF.
032900 2000-EXIT.
033000     EXIT.
033100
033200 2100-SATU-IPK.
033300     READ IPK-FILE
033400         AT END MOVE 'Y' TO WS-EOF-SW
033500     END-READ.
033600     IF WS-EOF
033700         GO TO 2100-EXIT
033800     END-IF.
033900     IF IP-TERM NOT < WS-TERM-PILIH
034000         GO TO 2100-EXIT
034100     END-IF.
034200     IF WS-ADA-NPM AND IP-NPM NOT = WS-NPM-JALAN
034300         PERFORM 2200-NPM-SELESAI THRU 2200-EXIT
034400     END-IF.
034500     MOVE 'Y' TO WS-ADA-NPM-SW.
034600     MOVE IP-NPM TO WS-NPM-JALAN.
034700     MOVE IP-TERM TO WS-TERM-AKHIR.
034800     MOVE IP-IPS TO WS-IPS-AKHIR.
034900     MOVE IP-IPK TO WS-IPK-AKHIR.
035000 2100-EXIT.
035100     EXIT.
035200
035300 2200-NPM-SELESAI.
035400     MOVE SPACE TO WS-DP-STATUS.
035500     MOVE SPACES TO WS-B-NAMA.
035600     IF WS-DP-BUKA
035700         MOVE WS-NPM-JALAN TO DP-NPM
035800         READ DEPT-MST
035900             INVALID KEY CONTINUE
036000             NOT INVALID KEY
036100                 MOVE DP-STATUS TO WS-DP-STATUS
036200                 MOVE DP-NAMA TO WS-B-NAMA
036300         END-READ
036400     END-IF.
036500     MOVE 'N' TO WS-PEGANG-SW.
036600     MOVE 'N' TO WS-DICABUT-SW.
036700     IF WS-BP-BUKA
036800         MOVE SPACES TO PENERIMA-RECORD
036900         MOVE WS-NPM-JALAN TO BP-NPM
037000         MOVE 'N' TO WS-BP-EOF-SW
037100         START PENERIMA-BSW KEY NOT < BP-KUNCI
037200             INVALID KEY MOVE 'Y' TO WS-BP-EOF-SW
037300         END-START
037400         PERFORM 2300-SATU-PENERIMA THRU 2300-EXIT
037500             UNTIL WS-BP-EOF
037600     END-IF.
037700     IF WS-PEGANG OR WS-DICABUT
037800         GO TO 2200-EXIT
037900     END-IF.
038000     IF WS-DP-STATUS NOT = 'A'
038100         GO TO 2200-EXIT
038200     END-IF.
038300     MOVE WS-IPK-AKHIR TO SR-IPK.
038400     MOVE WS-NPM-JALAN TO SR-NPM.
038500     RELEASE SORT-RECORD.
038600 2200-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------------
039000* Beasiswa aktif NPM ini: dicabut bila IPS term terakhir (yang
039100* sudah dijalani dengan beasiswa) di bawah minimum skema, atau
039200* status mahasiswa C/N/L.
039300*-----------------------------------------------------------------
039400 2300-SATU-PENERIMA.
039500     READ PENERIMA-BSW NEXT RECORD
039600         AT END MOVE 'Y' TO WS-BP-EOF-SW
039700     END-READ.
039800     IF WS-BP-EOF
039900         GO TO 2300-EXIT
040000     END-IF.
040100     IF BP-NPM NOT = WS-NPM-JALAN
040200         MOVE 'Y' TO WS-BP-EOF-SW
040300         GO TO 2300-EXIT
040400     END-IF.
040500     IF BP-STATUS NOT = 'A'
040600         GO TO 2300-EXIT
040700     END-IF.
040800     PERFORM 1300-CARI-SKEMA THRU 1300-EXIT.
040900     MOVE SPACES TO WS-B-KET.
041000     IF WS-DP-STATUS = 'C' OR WS-DP-STATUS = 'N'
041100             OR WS-DP-STATUS = 'L'
041200         STRING 'STATUS MAHASISWA ' WS-DP-STATUS
041300             DELIMITED BY SIZE INTO WS-B-KET
041400         MOVE ZERO TO BP-IPS-CABUT
041500     ELSE
041600         IF WS-IDX > WS-JML-SK
041700                 OR WS-TERM-AKHIR < BP-TERM-AWAL
041800                 OR WS-IPS-AKHIR NOT < WS-SK-IPK-MIN(WS-IDX)
041900             MOVE 'Y' TO WS-PEGANG-SW
042000             GO TO 2300-EXIT
042100         END-IF
042200         MOVE WS-IPS-AKHIR TO WS-IPK-EDIT
042300         MOVE WS-SK-IPK-MIN(WS-IDX) TO WS-MIN-EDIT
042400         STRING 'IPS ' WS-TERM-AKHIR ' ' WS-IPK-EDIT
042500             ' < MIN ' WS-MIN-EDIT
042600             DELIMITED BY SIZE INTO WS-B-KET
042700         MOVE WS-IPS-AKHIR TO BP-IPS-CABUT
042800     END-IF.
042900     MOVE 'Y' TO WS-DICABUT-SW.
043000     IF WS-IDX NOT > WS-JML-SK
043100         SUBTRACT 1 FROM WS-SK-AKTIF(WS-IDX)
043200     END-IF.
043300     IF WS-MODE-JALAN
043400         MOVE 'C' TO BP-STATUS
043500         MOVE WS-TERM-PILIH TO BP-TERM-CABUT
043600         REWRITE PENERIMA-RECORD
043700             INVALID KEY
043800                 DISPLAY 'GAGAL CABUT ' BP-NPM ' ' BP-SKEMA
043900                     ', STATUS ' BP-FS
044000         END-REWRITE
044100     END-IF.
044200     MOVE 'DICABUT' TO WS-B-AKSI.
044300     MOVE BP-NPM TO WS-B-NPM.
044400     MOVE BP-SKEMA TO WS-B-SKEMA.
044500     MOVE WS-BARIS TO REPORT-LINE.
044600     WRITE REPORT-LINE.
044700     ADD 1 TO WS-JML-CABUT.
044800 2300-EXIT.
044900     EXIT.
045000
045100*-----------------------------------------------------------------
045200* Calon urut IPK tertinggi; tiap calon mendapat skema aktif
045300* pertama (urut kode) yang kuotanya masih ada dan IPK
045400* minimumnya terpenuhi.
045500*-----------------------------------------------------------------
045600 3000-BERI.
045700     MOVE 'N' TO WS-RETURN-EOF-SW.
045800     PERFORM 3100-SATU-CALON THRU 3100-EXIT
045900         UNTIL WS-RETURN-EOF.
046000 3000-EXIT.
046100     EXIT.
046200
046300 3100-SATU-CALON.
046400     RETURN SORT-WORK
046500         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
046600     END-RETURN.
046700     IF WS-RETURN-EOF
046800         GO TO 3100-EXIT
046900     END-IF.
047000     MOVE 'N' TO WS-DAPAT-SW.
047100     MOVE 1 TO WS-IDX.
047200     PERFORM 3200-CEK-SKEMA THRU 3200-EXIT
047300         UNTIL WS-IDX > WS-JML-SK OR WS-DAPAT.
047400     IF NOT WS-DAPAT
047500         GO TO 3100-EXIT
047600     END-IF.
047700     ADD 1 TO WS-SK-AKTIF(WS-IDX).
047800     IF WS-MODE-JALAN
047900         PERFORM 3300-SIMPAN-PENERIMA THRU 3300-EXIT
048000     END-IF.
048100     MOVE SPACES TO WS-B-NAMA.
048200     IF WS-DP-BUKA
048300         MOVE SR-NPM TO DP-NPM
048400         READ DEPT-MST
048500             INVALID KEY CONTINUE
048600             NOT INVALID KEY MOVE DP-NAMA TO WS-B-NAMA
048700         END-READ
048800     END-IF.
048900     MOVE 'DIBERI' TO WS-B-AKSI.
049000     MOVE SR-NPM TO WS-B-NPM.
049100     MOVE WS-SK-SKEMA(WS-IDX) TO WS-B-SKEMA.
049200     MOVE SR-IPK TO WS-IPK-EDIT.
049300     MOVE SPACES TO WS-B-KET.
049400     STRING 'IPK ' WS-IPK-EDIT DELIMITED BY SIZE INTO WS-B-KET.
049500     MOVE WS-BARIS TO REPORT-LINE.
049600     WRITE REPORT-LINE.
049700     ADD 1 TO WS-JML-BERI.
049800 3100-EXIT.
049900     EXIT.
050000
050100 3200-CEK-SKEMA.
050200     IF WS-SK-STATUS(WS-IDX) = 'A'
050300             AND WS-SK-AKTIF(WS-IDX) < WS-SK-KUOTA(WS-IDX)
050400             AND SR-IPK NOT < WS-SK-IPK-MIN(WS-IDX)
050500         MOVE 'Y' TO WS-DAPAT-SW
050600         GO TO 3200-EXIT
050700     END-IF.
050800     ADD 1 TO WS-IDX.
050900 3200-EXIT.
051000     EXIT.
051100
051200*-----------------------------------------------------------------
051300* Penerima lama skema yang sama (pernah dicabut) diaktifkan
051400* lagi; BP-TOTAL-nya tetap berjalan.
051500*-----------------------------------------------------------------
051600 3300-SIMPAN-PENERIMA.
051700     MOVE SR-NPM TO BP-NPM.
051800     MOVE WS-SK-SKEMA(WS-IDX) TO BP-SKEMA.
051900     MOVE 'N' TO WS-BP-ADA-SW.
052000     READ PENERIMA-BSW
052100         INVALID KEY CONTINUE
052200         NOT INVALID KEY MOVE 'Y' TO WS-BP-ADA-SW
052300     END-READ.
052400     IF NOT WS-BP-ADA
052500         MOVE ZERO TO BP-TOTAL
052600     END-IF.
052700     MOVE WS-TERM-PILIH TO BP-TERM-AWAL.
052800     MOVE SR-IPK TO BP-IPK-AWAL.
052900     MOVE 'A' TO BP-STATUS.
053000     MOVE ZERO TO BP-TERM-CABUT.
053100     MOVE ZERO TO BP-IPS-CABUT.
053200     IF WS-BP-ADA
053300         REWRITE PENERIMA-RECORD
053400             INVALID KEY
053500                 DISPLAY 'GAGAL UBAH PENERIMA ' BP-NPM
053600                     ', STATUS ' BP-FS
053700         END-REWRITE
053800     ELSE
053900         WRITE PENERIMA-RECORD
054000             INVALID KEY
054100                 DISPLAY 'GAGAL TULIS PENERIMA ' BP-NPM
054200                     ', STATUS ' BP-FS
054300         END-WRITE
054400     END-IF.
054500 3300-EXIT.
054600     EXIT.
054700
054800*-----------------------------------------------------------------
054900 9999-EXIT.
055000     STOP RUN.
