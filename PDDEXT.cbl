000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Ekspor pelaporan PDDIKTI per term: status mahasiswa
000500*           (PDMHS), kelas yang diambil (PDKLS, KRS disetujui),
000600*           nilai akhir (PDNIL, GBHIST.DAT), IPS/IPK (PDAKM,
000700*           ipk.dat) dan dosen pengampu (PDAJR, ajar.dat),
000800*           masing-masing file berlayout tetap PDxxx-<term>.TXT
000900*           dengan record trailer jumlah baris. Sebelum file
001000*           dibuat semua record diperiksa lebih dulu: yang akan
001100*           ditolak kementerian (nama/prodi kosong, MK atau dosen
001200*           tak dikenal, nilai tanpa KRS, huruf mutu tidak sah,
001300*           IPS belum dihitung) didaftar di PDDCEK-*.RPT; file
001400*           hanya dibuat tanpa record bermasalah itu kalau
001500*           operator menyetujui. Tiap file dicatat di rptcat.dat.
001600* Tectonics: cobc -I copybooks
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 PROGRAM-ID. PDD-EXT.
002100 ENVIRONMENT DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 CONFIGURATION SECTION.
002400*-----------------------
002500 INPUT-OUTPUT SECTION.
002600     FILE-CONTROL.
002700     COPY DEPTSEL.
002800     COPY KRSSEL.
002900     COPY GBHSEL.
003000     COPY MKSEL.
003100     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
003200     ORGANIZATION IS INDEXED
003300     ACCESS MODE IS DYNAMIC
003400     RECORD KEY IS DS-ID
003500     FILE STATUS IS DS-FS.
003600     SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
003700     ORGANIZATION IS INDEXED
003800     ACCESS MODE IS DYNAMIC
003900     RECORD KEY IS AJ-KUNCI
004000     FILE STATUS IS AJ-FS.
004100     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
004200     ORGANIZATION IS LINE SEQUENTIAL
004300     FILE STATUS IS IP-FS.
004400     SELECT TERM-CTL ASSIGN TO 'term.dat'
004500     ORGANIZATION IS LINE SEQUENTIAL
004600     FILE STATUS IS TC-FS.
004700     SELECT MHS-OUT ASSIGN TO DYNAMIC WS-NAMA-MHS
004800     ORGANIZATION IS LINE SEQUENTIAL
004900     FILE STATUS IS PO-FS.
005000     SELECT KLS-OUT ASSIGN TO DYNAMIC WS-NAMA-KLS
005100     ORGANIZATION IS LINE SEQUENTIAL
005200     FILE STATUS IS PO-FS.
005300     SELECT NIL-OUT ASSIGN TO DYNAMIC WS-NAMA-NIL
005400     ORGANIZATION IS LINE SEQUENTIAL
005500     FILE STATUS IS PO-FS.
005600     SELECT AKM-OUT ASSIGN TO DYNAMIC WS-NAMA-AKM
005700     ORGANIZATION IS LINE SEQUENTIAL
005800     FILE STATUS IS PO-FS.
005900     SELECT AJR-OUT ASSIGN TO DYNAMIC WS-NAMA-AJR
006000     ORGANIZATION IS LINE SEQUENTIAL
006100     FILE STATUS IS PO-FS.
006200     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
006300     ORGANIZATION IS LINE SEQUENTIAL
006400     FILE STATUS IS RS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700     COPY DEPTFD.
006800     COPY KRSFD.
006900     COPY GBHFD.
007000     COPY MKFD.
007100 FD DOSEN-MST.
007200 01 DOSEN-RECORD.
007300     02 DS-ID              PIC X(08).
007400     02 DS-NAMA            PIC X(20).
007500     02 DS-STATUS          PIC X(01).
007600 FD AJAR-FILE.
007700 01 AJAR-RECORD.
007800     02 AJ-KUNCI.
007900         03 AJ-TERM        PIC 9(05).
008000         03 AJ-MK          PIC X(06).
008100         03 AJ-DS-ID       PIC X(08).
008200 FD IPK-FILE.
008300 01 IPK-RECORD.
008400     02 IP-NPM             PIC X(08).
008500     02 FILLER             PIC X(01).
008600     02 IP-TERM            PIC 9(05).
008700     02 FILLER             PIC X(01).
008800     02 IP-IPS             PIC 9V99.
008900     02 FILLER             PIC X(01).
009000     02 IP-IPK             PIC 9V99.
009100 FD TERM-CTL.
009200 01 TC-LINE.
009300     02 TC-LABEL           PIC X(06).
009400     02 TC-TERM            PIC 9(05).
009500 FD MHS-OUT.
009600 01 MHS-LINE               PIC X(60).
009700 FD KLS-OUT.
009800 01 KLS-LINE               PIC X(60).
009900 FD NIL-OUT.
010000 01 NIL-LINE               PIC X(60).
010100 FD AKM-OUT.
010200 01 AKM-LINE               PIC X(60).
010300 FD AJR-OUT.
010400 01 AJR-LINE               PIC X(60).
010500 FD REPORT-OUT.
010600 01 REPORT-LINE            PIC X(90).
010700
010800 WORKING-STORAGE SECTION.
010900 77 DP-FS                  PIC XX.
011000 77 KR-FS                  PIC XX.
011100 77 GH-FS                  PIC XX.
011200 77 MK-FS                  PIC XX.
011300 77 DS-FS                  PIC XX.
011400 77 AJ-FS                  PIC XX.
011500 77 IP-FS                  PIC XX.
011600 77 TC-FS                  PIC XX.
011700 77 PO-FS                  PIC XX.
011800 77 RS                     PIC XX.
011900 77 WS-RPT-NAMA            PIC X(30).
012000 77 WS-NAMA-MHS            PIC X(30).
012100 77 WS-NAMA-KLS            PIC X(30).
012200 77 WS-NAMA-NIL            PIC X(30).
012300 77 WS-NAMA-AKM            PIC X(30).
012400 77 WS-NAMA-AJR            PIC X(30).
012500 77 WS-TGL-RUN             PIC 9(8).
012600 77 WS-JAM-RUN             PIC 9(8).
012700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'PDD-EXT'.
012800 77 WS-CAT-JML             PIC 9(7).
012900 77 WS-OPERATOR            PIC X(8).
013000 77 WS-OPR-LEVEL           PIC 9(1).
013100 77 WS-TERM                PIC 9(5) VALUE ZERO.
013200 77 WS-TERM-PILIH          PIC 9(5).
013300 77 WS-JAWAB               PIC X.
013400 77 WS-EOF-SW              PIC X VALUE 'N'.
013500     88 WS-EOF             VALUE 'Y'.
013600 77 WS-SUB-EOF-SW          PIC X.
013700     88 WS-SUB-EOF         VALUE 'Y'.
013800 77 WS-IP-EOF-SW           PIC X.
013900     88 WS-IP-EOF          VALUE 'Y'.
014000 77 WS-GH-BUKA-SW          PIC X VALUE 'N'.
014100     88 WS-GH-BUKA         VALUE 'Y'.
014200 77 WS-MK-BUKA-SW          PIC X VALUE 'N'.
014300     88 WS-MK-BUKA         VALUE 'Y'.
014400 77 WS-DS-BUKA-SW          PIC X VALUE 'N'.
014500     88 WS-DS-BUKA         VALUE 'Y'.
014600 77 WS-AJ-BUKA-SW          PIC X VALUE 'N'.
014700     88 WS-AJ-BUKA         VALUE 'Y'.
014800*    N = lewatan periksa (salah dicatat ke PDDCEK), Y = lewatan
014900*    tulis (record bersalah dilewati, sisanya ditulis).
015000 77 WS-TULIS-SW            PIC X VALUE 'N'.
015100     88 WS-TULIS           VALUE 'Y'.
015200 77 WS-SALAH-SW            PIC X.
015300     88 WS-SALAH           VALUE 'Y'.
015400 77 WS-ADA-KRS-SW          PIC X.
015500     88 WS-ADA-KRS         VALUE 'Y'.
015600 77 WS-ADA-IPK-SW          PIC X.
015700     88 WS-ADA-IPK         VALUE 'Y'.
015800 77 WS-NPM                 PIC X(8).
015900 77 WS-STATUS              PIC X.
016000 77 WS-SKS-TERM            PIC 9(2).
016100 77 WS-IPS                 PIC 9V99.
016200 77 WS-IPK                 PIC 9V99.
016300 77 WS-SKS                 PIC 9.
016400 77 WS-INDEKS              PIC 9V99.
016500 77 WS-FILE-KODE           PIC X(3).
016600 77 WS-KUNCI-SALAH         PIC X(25).
016700 77 WS-PESAN               PIC X(40).
016800 77 WS-JML-SALAH           PIC 9(7) VALUE ZERO.
016900 77 WS-JML-MHS             PIC 9(7) VALUE ZERO.
017000 77 WS-JML-KLS             PIC 9(7) VALUE ZERO.
017100 77 WS-JML-NIL             PIC 9(7) VALUE ZERO.
017200 77 WS-JML-AKM             PIC 9(7) VALUE ZERO.
017300 77 WS-JML-AJR             PIC 9(7) VALUE ZERO.
017400*-----------------------------------------------------------------
017500* Layout file PDDIKTI: jenis D = detail, T = trailer jumlah.
017600*-----------------------------------------------------------------
017700 01 WS-PD-MHS.
017800     02 WS-PM-JENIS        PIC X(01) VALUE 'D'.
017900     02 WS-PM-TERM         PIC 9(05).
018000     02 WS-PM-NPM          PIC X(08).
018100     02 WS-PM-NAMA         PIC X(20).
018200     02 WS-PM-PRODI        PIC X(20).
018300     02 WS-PM-STATUS       PIC X(01).
018400 01 WS-PD-KLS.
018500     02 WS-PK-JENIS        PIC X(01) VALUE 'D'.
018600     02 WS-PK-TERM         PIC 9(05).
018700     02 WS-PK-NPM          PIC X(08).
018800     02 WS-PK-MK           PIC X(06).
018900     02 WS-PK-SKS          PIC 9(01).
019000 01 WS-PD-NIL.
019100     02 WS-PN-JENIS        PIC X(01) VALUE 'D'.
019200     02 WS-PN-TERM         PIC 9(05).
019300     02 WS-PN-NPM          PIC X(08).
019400     02 WS-PN-MK           PIC X(06).
019500     02 WS-PN-NILAI        PIC 9(03).
019600     02 WS-PN-HURUF        PIC X(01).
019700     02 WS-PN-INDEKS       PIC 9V99.
019800 01 WS-PD-AKM.
019900     02 WS-PA-JENIS        PIC X(01) VALUE 'D'.
020000     02 WS-PA-TERM         PIC 9(05).
020100     02 WS-PA-NPM          PIC X(08).
020200     02 WS-PA-STATUS       PIC X(01).
020300     02 WS-PA-SKS-TERM     PIC 9(02).
020400     02 WS-PA-IPS          PIC 9V99.
020500     02 WS-PA-IPK          PIC 9V99.
020600 01 WS-PD-AJR.
020700     02 WS-PJ-JENIS        PIC X(01) VALUE 'D'.
020800     02 WS-PJ-TERM         PIC 9(05).
020900     02 WS-PJ-MK           PIC X(06).
021000     02 WS-PJ-DS-ID        PIC X(08).
021100     02 WS-PJ-DS-NAMA      PIC X(20).
021200     02 WS-PJ-SKS          PIC 9(01).
021300 01 WS-PD-TRAILER.
021400     02 WS-PT-JENIS        PIC X(01) VALUE 'T'.
021500     02 WS-PT-TERM         PIC 9(05).
021600     02 WS-PT-CACAH        PIC 9(07).
021700 01 WS-D-SALAH.
021800     02 WS-DS-FILE         PIC X(03).
021900     02 FILLER             PIC X(02) VALUE SPACES.
022000     02 WS-DS-KUNCI        PIC X(25).
022100     02 FILLER             PIC X(02) VALUE SPACES.
022200     02 WS-DS-PESAN        PIC X(40).
022300
022400 PROCEDURE DIVISION.
022500*-----------------------------------------------------------------
022600 0000-MAINLINE.
022700     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
022800     IF WS-OPERATOR = SPACES
022900         DISPLAY 'EKSPOR PDDIKTI HANYA UNTUK OPERATOR'
023000             ' YANG SIGN-ON LEWAT BRG-MENU'
023100         GO TO 9999-EXIT
023200     END-IF.
023300     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
023400     DISPLAY 'TERM LAPORAN (YYYYS, 0 = AKTIF ' WS-TERM ') : '
023500         WITH NO ADVANCING.
023600     ACCEPT WS-TERM-PILIH.
023700     IF WS-TERM-PILIH = ZERO
023800         MOVE WS-TERM TO WS-TERM-PILIH
023900     END-IF.
024000     IF WS-TERM-PILIH = ZERO
024100         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
024200         GO TO 9999-EXIT
024300     END-IF.
024400     PERFORM 1100-BUKA-FILE THRU 1100-EXIT.
024500     IF DP-FS NOT = '00' OR KR-FS NOT = '00'
024600         DISPLAY 'dept.dat/krs.dat TIDAK DAPAT DIBUKA'
024700         GO TO 9999-EXIT
024800     END-IF.
024900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
025000     ACCEPT WS-JAM-RUN FROM TIME.
025100     MOVE SPACES TO WS-RPT-NAMA.
025200     STRING 'PDDCEK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
025300         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
025400     OPEN OUTPUT REPORT-OUT.
025500     MOVE SPACES TO REPORT-LINE.
025600     STRING 'PEMERIKSAAN EKSPOR PDDIKTI TERM ' WS-TERM-PILIH
025700         DELIMITED BY SIZE INTO REPORT-LINE.
025800     WRITE REPORT-LINE.
025900     MOVE SPACES TO REPORT-LINE.
026000     WRITE REPORT-LINE.
026100     MOVE 'FILE KUNCI' TO REPORT-LINE.
026200     MOVE 'MASALAH' TO REPORT-LINE(33:7).
026300     WRITE REPORT-LINE.
026400     MOVE 'N' TO WS-TULIS-SW.
026500     PERFORM 2000-MAHASISWA THRU 2000-EXIT.
026600     PERFORM 3000-KELAS THRU 3000-EXIT.
026700     PERFORM 4000-NILAI THRU 4000-EXIT.
026800     PERFORM 5000-AJAR THRU 5000-EXIT.
026900     MOVE SPACES TO REPORT-LINE.
027000     WRITE REPORT-LINE.
027100     MOVE SPACES TO REPORT-LINE.
027200     STRING 'RECORD BERMASALAH : ' WS-JML-SALAH
027300         DELIMITED BY SIZE INTO REPORT-LINE.
027400     WRITE REPORT-LINE.
027500     CLOSE REPORT-OUT.
027600     MOVE WS-JML-SALAH TO WS-CAT-JML.
027700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
027800         WS-CAT-JML.
027900     IF WS-JML-SALAH > ZERO
028000         DISPLAY WS-JML-SALAH ' RECORD AKAN DITOLAK PDDIKTI -- '
028100             WS-RPT-NAMA
028200         DISPLAY 'BUAT FILE TANPA RECORD BERMASALAH (Y/N) ? '
028300             WITH NO ADVANCING
028400         ACCEPT WS-JAWAB
028500         IF WS-JAWAB NOT = 'Y'
028600             DISPLAY 'FILE PDDIKTI TIDAK DIBUAT'
028700             PERFORM 1200-TUTUP-FILE THRU 1200-EXIT
028800             GO TO 9999-EXIT
028900         END-IF
029000     END-IF.
029100     PERFORM 6000-BUAT-FILE THRU 6000-EXIT.
029200     PERFORM 1200-TUTUP-FILE THRU 1200-EXIT.
029300     GO TO 9999-EXIT.
029400
029500*-----------------------------------------------------------------
029600 1000-AMBIL-TERM.
029700     OPEN INPUT TERM-CTL.
029800     IF TC-FS NOT = '00'
029900         CLOSE TERM-CTL
030000         GO TO 1000-EXIT
030100     END-IF.
030200     MOVE 'N' TO WS-EOF-SW.
030300     PERFORM 1010-BACA-TERM THRU 1010-EXIT
030400         UNTIL WS-EOF.
030500     CLOSE TERM-CTL.
030600 1000-EXIT.
030700     EXIT.
030800
030900 1010-BACA-TERM.
031000     READ TERM-CTL
031100         AT END MOVE 'Y' TO WS-EOF-SW
031200     END-READ.
031300     IF WS-EOF
031400         GO TO 1010-EXIT
031500     END-IF.
031600     IF TC-LABEL = 'AKTIF'
031700         MOVE TC-TERM TO WS-TERM
031800     END-IF.
031900 1010-EXIT.
032000     EXIT.
032100
032200 1100-BUKA-FILE.
032300     OPEN INPUT DEPT-MST.
032400     OPEN INPUT KRS-FILE.
032500     OPEN INPUT GRADE-HIST.
032600     IF GH-FS = '00'
032700         MOVE 'Y' TO WS-GH-BUKA-SW
032800     END-IF.
032900     OPEN INPUT MATKUL-MST.
033000     IF MK-FS = '00'
033100         MOVE 'Y' TO WS-MK-BUKA-SW
033200     END-IF.
033300     OPEN INPUT DOSEN-MST.
033400     IF DS-FS = '00'
033500         MOVE 'Y' TO WS-DS-BUKA-SW
033600     END-IF.
033700     OPEN INPUT AJAR-FILE.
033800     IF AJ-FS = '00'
033900         MOVE 'Y' TO WS-AJ-BUKA-SW
034000     END-IF.
034100 1100-EXIT.
034200     EXIT.
034300
034400 1200-TUTUP-FILE.
034500     CLOSE DEPT-MST.
034600     CLOSE KRS-FILE.
034700     IF WS-GH-BUKA
034800         CLOSE GRADE-HIST
034900     END-IF.
035000     IF WS-MK-BUKA
035100         CLOSE MATKUL-MST
035200     END-IF.
035300     IF WS-DS-BUKA
035400         CLOSE DOSEN-MST
035500     END-IF.
035600     IF WS-AJ-BUKA
035700         CLOSE AJAR-FILE
035800     END-IF.
035900 1200-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------------
036300* Status mahasiswa dan IPS/IPK: mahasiswa A/C, ditambah yang ber-
036400* KRS disetujui di term itu. A tanpa KRS dilaporkan N (non-aktif
036500* term itu), W (diwisuda) dilaporkan L. ipk.dat urut NPM dan term
036600* dicocokkan satu lewatan dengan dept.dat.
036700*-----------------------------------------------------------------
036800 2000-MAHASISWA.
036900     MOVE 'N' TO WS-IP-EOF-SW.
037000     OPEN INPUT IPK-FILE.
037100     IF IP-FS = '00'
037200         PERFORM 2500-BACA-IPK THRU 2500-EXIT
037300     ELSE
037400         MOVE 'Y' TO WS-IP-EOF-SW
037500     END-IF.
037600     MOVE 'N' TO WS-EOF-SW.
037700     MOVE LOW-VALUES TO DP-NPM.
037800     START DEPT-MST KEY NOT < DP-NPM
037900         INVALID KEY MOVE 'Y' TO WS-EOF-SW
038000     END-START.
038100     PERFORM 2100-SATU-MAHASISWA THRU 2100-EXIT
038200         UNTIL WS-EOF.
038300     IF IP-FS = '00' OR IP-FS = '10'
038400         CLOSE IPK-FILE
038500     END-IF.
038600 2000-EXIT.
038700     EXIT.
038800
038900 2100-SATU-MAHASISWA.
039000     READ DEPT-MST NEXT RECORD
039100         AT END MOVE 'Y' TO WS-EOF-SW
039200     END-READ.
039300     IF WS-EOF
039400         GO TO 2100-EXIT
039500     END-IF.
039600     MOVE DP-NPM TO WS-NPM.
039700     PERFORM 2200-KRS-TERM THRU 2200-EXIT.
039800     IF DP-STATUS NOT = 'A' AND DP-STATUS NOT = 'C'
039900         AND NOT WS-ADA-KRS
040000         GO TO 2100-EXIT
040100     END-IF.
040200     PERFORM 2400-AMBIL-IPK THRU 2400-EXIT.
040300     EVALUATE TRUE
040400         WHEN DP-STATUS = 'W'
040500             MOVE 'L' TO WS-STATUS
040600         WHEN DP-STATUS = 'A' AND NOT WS-ADA-KRS
040700             MOVE 'N' TO WS-STATUS
040800         WHEN OTHER
040900             MOVE DP-STATUS TO WS-STATUS
041000     END-EVALUATE.
041100     MOVE 'N' TO WS-SALAH-SW.
041200     MOVE 'MHS' TO WS-FILE-KODE.
041300     MOVE WS-NPM TO WS-KUNCI-SALAH.
041400     IF DP-NAMA = SPACES
041500         MOVE 'NAMA MAHASISWA KOSONG' TO WS-PESAN
041600         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
041700     END-IF.
041800     IF DP-PRODI = SPACES
041900         MOVE 'PRODI KOSONG' TO WS-PESAN
042000         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
042100     END-IF.
042200     IF WS-ADA-KRS AND NOT WS-ADA-IPK
042300         MOVE 'AKM' TO WS-FILE-KODE
042400         MOVE 'IPS/IPK TERM BELUM DIHITUNG IPK-CALC' TO WS-PESAN
042500         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
042600     END-IF.
042700     IF WS-SALAH OR NOT WS-TULIS
042800         GO TO 2100-EXIT
042900     END-IF.
043000     MOVE WS-TERM-PILIH TO WS-PM-TERM.
043100     MOVE WS-NPM TO WS-PM-NPM.
043200     MOVE DP-NAMA TO WS-PM-NAMA.
043300     MOVE DP-PRODI TO WS-PM-PRODI.
043400     MOVE WS-STATUS TO WS-PM-STATUS.
043500     MOVE WS-PD-MHS TO MHS-LINE.
043600     WRITE MHS-LINE.
043700     ADD 1 TO WS-JML-MHS.
043800     MOVE WS-TERM-PILIH TO WS-PA-TERM.
043900     MOVE WS-NPM TO WS-PA-NPM.
044000     MOVE WS-STATUS TO WS-PA-STATUS.
044100     MOVE WS-SKS-TERM TO WS-PA-SKS-TERM.
044200     MOVE WS-IPS TO WS-PA-IPS.
044300     MOVE WS-IPK TO WS-PA-IPK.
044400     MOVE WS-PD-AKM TO AKM-LINE.
044500     WRITE AKM-LINE.
044600     ADD 1 TO WS-JML-AKM.
044700 2100-EXIT.
044800     EXIT.
044900
045000 2200-KRS-TERM.
045100     MOVE 'N' TO WS-ADA-KRS-SW.
045200     MOVE ZERO TO WS-SKS-TERM.
045300     MOVE 'N' TO WS-SUB-EOF-SW.
045400     MOVE SPACES TO KRS-RECORD.
045500     MOVE WS-NPM TO KR-NPM.
045600     MOVE LOW-VALUES TO KR-MK-TERM.
045700     START KRS-FILE KEY NOT < KR-KUNCI
045800         INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
045900     END-START.
046000     PERFORM 2300-SATU-KRS THRU 2300-EXIT
046100         UNTIL WS-SUB-EOF.
046200 2200-EXIT.
046300     EXIT.
046400
046500 2300-SATU-KRS.
046600     READ KRS-FILE NEXT RECORD
046700         AT END MOVE 'Y' TO WS-SUB-EOF-SW
046800     END-READ.
046900     IF WS-SUB-EOF
047000         GO TO 2300-EXIT
047100     END-IF.
047200     IF KR-NPM NOT = WS-NPM
047300         MOVE 'Y' TO WS-SUB-EOF-SW
047400         GO TO 2300-EXIT
047500     END-IF.
047600     IF KR-STATUS NOT = 'S' OR KR-TERM NOT = WS-TERM-PILIH
047700         GO TO 2300-EXIT
047800     END-IF.
047900     MOVE 'Y' TO WS-ADA-KRS-SW.
048000     MOVE KR-MK TO MK-KODE.
048100     PERFORM 7000-BACA-MK THRU 7000-EXIT.
048200     ADD WS-SKS TO WS-SKS-TERM.
048300 2300-EXIT.
048400     EXIT.
048500
048600 2400-AMBIL-IPK.
048700     MOVE 'N' TO WS-ADA-IPK-SW.
048800     MOVE ZERO TO WS-IPS.
048900     MOVE ZERO TO WS-IPK.
049000     PERFORM 2500-BACA-IPK THRU 2500-EXIT
049100         UNTIL WS-IP-EOF OR IP-NPM NOT < WS-NPM.
049200     PERFORM 2450-IPK-NPM THRU 2450-EXIT
049300         UNTIL WS-IP-EOF OR IP-NPM NOT = WS-NPM.
049400 2400-EXIT.
049500     EXIT.
049600
049700 2450-IPK-NPM.
049800     IF IP-TERM = WS-TERM-PILIH
049900         MOVE 'Y' TO WS-ADA-IPK-SW
050000         MOVE IP-IPS TO WS-IPS
050100         MOVE IP-IPK TO WS-IPK
050200     END-IF.
050300     PERFORM 2500-BACA-IPK THRU 2500-EXIT.
050400 2450-EXIT.
050500     EXIT.
050600
050700 2500-BACA-IPK.
050800     READ IPK-FILE
050900         AT END MOVE 'Y' TO WS-IP-EOF-SW
051000     END-READ.
051100 2500-EXIT.
051200     EXIT.
051300
051400*-----------------------------------------------------------------
051500* Kelas: baris KRS disetujui term itu; NPM harus ada di dept.dat
051600* dan MK di matkul.dat.
051700*-----------------------------------------------------------------
051800 3000-KELAS.
051900     MOVE 'N' TO WS-EOF-SW.
052000     MOVE LOW-VALUES TO KR-KUNCI.
052100     START KRS-FILE KEY NOT < KR-KUNCI
052200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
052300     END-START.
052400     PERFORM 3100-SATU-KELAS THRU 3100-EXIT
052500         UNTIL WS-EOF.
052600 3000-EXIT.
052700     EXIT.
052800
052900 3100-SATU-KELAS.
053000     READ KRS-FILE NEXT RECORD
053100         AT END MOVE 'Y' TO WS-EOF-SW
053200     END-READ.
053300     IF WS-EOF
053400         GO TO 3100-EXIT
053500     END-IF.
053600     IF KR-STATUS NOT = 'S' OR KR-TERM NOT = WS-TERM-PILIH
053700         GO TO 3100-EXIT
053800     END-IF.
053900     MOVE 'N' TO WS-SALAH-SW.
054000     MOVE 'KLS' TO WS-FILE-KODE.
054100     MOVE SPACES TO WS-KUNCI-SALAH.
054200     STRING KR-NPM ' ' KR-MK DELIMITED BY SIZE
054300         INTO WS-KUNCI-SALAH.
054400     MOVE KR-NPM TO DP-NPM.
054500     READ DEPT-MST
054600         INVALID KEY
054700             MOVE 'NPM TIDAK ADA DI dept.dat' TO WS-PESAN
054800             PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
054900     END-READ.
055000     MOVE KR-MK TO MK-KODE.
055100     PERFORM 7000-BACA-MK THRU 7000-EXIT.
055200     IF WS-SALAH OR NOT WS-TULIS
055300         GO TO 3100-EXIT
055400     END-IF.
055500     MOVE WS-TERM-PILIH TO WS-PK-TERM.
055600     MOVE KR-NPM TO WS-PK-NPM.
055700     MOVE KR-MK TO WS-PK-MK.
055800     MOVE WS-SKS TO WS-PK-SKS.
055900     MOVE WS-PD-KLS TO KLS-LINE.
056000     WRITE KLS-LINE.
056100     ADD 1 TO WS-JML-KLS.
056200 3100-EXIT.
056300     EXIT.
056400
056500*-----------------------------------------------------------------
056600* Nilai akhir term itu dari GBHIST.DAT: harus ada baris KRS
056700* disetujui untuk NPM/MK/term yang sama dan huruf mutu A-E.
056800*-----------------------------------------------------------------
056900 4000-NILAI.
057000     IF NOT WS-GH-BUKA
057100         GO TO 4000-EXIT
057200     END-IF.
057300     MOVE 'N' TO WS-EOF-SW.
057400     MOVE LOW-VALUES TO GH-KUNCI.
057500     START GRADE-HIST KEY NOT < GH-KUNCI
057600         INVALID KEY MOVE 'Y' TO WS-EOF-SW
057700     END-START.
057800     PERFORM 4100-SATU-NILAI THRU 4100-EXIT
057900         UNTIL WS-EOF.
058000 4000-EXIT.
058100     EXIT.
058200
058300 4100-SATU-NILAI.
058400     READ GRADE-HIST NEXT RECORD
058500         AT END MOVE 'Y' TO WS-EOF-SW
058600     END-READ.
058700     IF WS-EOF
058800         GO TO 4100-EXIT
058900     END-IF.
059000     IF GH-TERM NOT = WS-TERM-PILIH
059100         GO TO 4100-EXIT
059200     END-IF.
059300     MOVE 'N' TO WS-SALAH-SW.
059400     MOVE 'NIL' TO WS-FILE-KODE.
059500     MOVE SPACES TO WS-KUNCI-SALAH.
059600     STRING GH-NPM ' ' GH-MK DELIMITED BY SIZE
059700         INTO WS-KUNCI-SALAH.
059800     MOVE SPACES TO KRS-RECORD.
059900     MOVE GH-NPM TO KR-NPM.
060000     MOVE GH-MK TO KR-MK.
060100     MOVE GH-TERM TO KR-TERM.
060200     READ KRS-FILE
060300         INVALID KEY MOVE SPACE TO KR-STATUS
060400     END-READ.
060500     IF KR-STATUS NOT = 'S'
060600         MOVE 'NILAI TANPA KRS DISETUJUI' TO WS-PESAN
060700         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
060800     END-IF.
060900     EVALUATE GH-HURUF
061000         WHEN 'A'
061100             MOVE 4 TO WS-INDEKS
061200         WHEN 'B'
061300             MOVE 3 TO WS-INDEKS
061400         WHEN 'C'
061500             MOVE 2 TO WS-INDEKS
061600         WHEN 'D'
061700             MOVE 1 TO WS-INDEKS
061800         WHEN 'E'
061900             MOVE 0 TO WS-INDEKS
062000         WHEN OTHER
062100             MOVE 'HURUF MUTU TIDAK SAH' TO WS-PESAN
062200             PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
062300     END-EVALUATE.
062400     MOVE GH-MK TO MK-KODE.
062500     PERFORM 7000-BACA-MK THRU 7000-EXIT.
062600     IF WS-SALAH OR NOT WS-TULIS
062700         GO TO 4100-EXIT
062800     END-IF.
062900     MOVE WS-TERM-PILIH TO WS-PN-TERM.
063000     MOVE GH-NPM TO WS-PN-NPM.
063100     MOVE GH-MK TO WS-PN-MK.
063200     MOVE GH-NILAI TO WS-PN-NILAI.
063300     MOVE GH-HURUF TO WS-PN-HURUF.
063400     MOVE WS-INDEKS TO WS-PN-INDEKS.
063500     MOVE WS-PD-NIL TO NIL-LINE.
063600     WRITE NIL-LINE.
063700     ADD 1 TO WS-JML-NIL.
063800 4100-EXIT.
063900     EXIT.
064000
064100*-----------------------------------------------------------------
064200* Dosen pengampu term itu dari ajar.dat (kunci diawali term);
064300* dosen harus ada di dosen.dat dengan nama terisi.
064400*-----------------------------------------------------------------
064500 5000-AJAR.
064600     IF NOT WS-AJ-BUKA
064700         GO TO 5000-EXIT
064800     END-IF.
064900     MOVE 'N' TO WS-EOF-SW.
065000     MOVE WS-TERM-PILIH TO AJ-TERM.
065100     MOVE LOW-VALUES TO AJ-MK.
065200     MOVE LOW-VALUES TO AJ-DS-ID.
065300     START AJAR-FILE KEY NOT < AJ-KUNCI
065400         INVALID KEY MOVE 'Y' TO WS-EOF-SW
065500     END-START.
065600     PERFORM 5100-SATU-AJAR THRU 5100-EXIT
065700         UNTIL WS-EOF.
065800 5000-EXIT.
065900     EXIT.
066000
066100 5100-SATU-AJAR.
066200     READ AJAR-FILE NEXT RECORD
066300         AT END MOVE 'Y' TO WS-EOF-SW
066400     END-READ.
066500     IF WS-EOF
066600         GO TO 5100-EXIT
066700     END-IF.
066800     IF AJ-TERM NOT = WS-TERM-PILIH
066900         MOVE 'Y' TO WS-EOF-SW
067000         GO TO 5100-EXIT
067100     END-IF.
067200     MOVE 'N' TO WS-SALAH-SW.
067300     MOVE 'AJR' TO WS-FILE-KODE.
067400     MOVE SPACES TO WS-KUNCI-SALAH.
067500     STRING AJ-MK ' ' AJ-DS-ID DELIMITED BY SIZE
067600         INTO WS-KUNCI-SALAH.
067700     MOVE SPACES TO DS-NAMA.
067800     IF WS-DS-BUKA
067900         MOVE AJ-DS-ID TO DS-ID
068000         READ DOSEN-MST
068100             INVALID KEY
068200                 MOVE 'DOSEN TIDAK ADA DI dosen.dat' TO WS-PESAN
068300                 PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
068400         END-READ
068500     ELSE
068600         MOVE 'DOSEN TIDAK ADA DI dosen.dat' TO WS-PESAN
068700         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
068800     END-IF.
068900     IF NOT WS-SALAH AND DS-NAMA = SPACES
069000         MOVE 'NAMA DOSEN KOSONG' TO WS-PESAN
069100         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
069200     END-IF.
069300     MOVE AJ-MK TO MK-KODE.
069400     PERFORM 7000-BACA-MK THRU 7000-EXIT.
069500     IF WS-SALAH OR NOT WS-TULIS
069600         GO TO 5100-EXIT
069700     END-IF.
069800     MOVE WS-TERM-PILIH TO WS-PJ-TERM.
069900     MOVE AJ-MK TO WS-PJ-MK.
070000     MOVE AJ-DS-ID TO WS-PJ-DS-ID.
070100     MOVE DS-NAMA TO WS-PJ-DS-NAMA.
070200     MOVE WS-SKS TO WS-PJ-SKS.
070300     MOVE WS-PD-AJR TO AJR-LINE.
070400     WRITE AJR-LINE.
070500     ADD 1 TO WS-JML-AJR.
070600 5100-EXIT.
070700     EXIT.
070800
070900*-----------------------------------------------------------------
071000* Lewatan tulis: lima file PDxxx-<term>.TXT, tiap file ditutup
071100* trailer jumlah detail dan dicatat di rptcat.dat.
071200*-----------------------------------------------------------------
071300 6000-BUAT-FILE.
071400     MOVE SPACES TO WS-NAMA-MHS.
071500     STRING 'PDMHS-' WS-TERM-PILIH '.TXT' DELIMITED BY SIZE
071600         INTO WS-NAMA-MHS.
071700     MOVE SPACES TO WS-NAMA-KLS.
071800     STRING 'PDKLS-' WS-TERM-PILIH '.TXT' DELIMITED BY SIZE
071900         INTO WS-NAMA-KLS.
072000     MOVE SPACES TO WS-NAMA-NIL.
072100     STRING 'PDNIL-' WS-TERM-PILIH '.TXT' DELIMITED BY SIZE
072200         INTO WS-NAMA-NIL.
072300     MOVE SPACES TO WS-NAMA-AKM.
072400     STRING 'PDAKM-' WS-TERM-PILIH '.TXT' DELIMITED BY SIZE
072500         INTO WS-NAMA-AKM.
072600     MOVE SPACES TO WS-NAMA-AJR.
072700     STRING 'PDAJR-' WS-TERM-PILIH '.TXT' DELIMITED BY SIZE
072800         INTO WS-NAMA-AJR.
072900     OPEN OUTPUT MHS-OUT.
073000     OPEN OUTPUT KLS-OUT.
073100     OPEN OUTPUT NIL-OUT.
073200     OPEN OUTPUT AKM-OUT.
073300     OPEN OUTPUT AJR-OUT.
073400     MOVE 'Y' TO WS-TULIS-SW.
073500     PERFORM 2000-MAHASISWA THRU 2000-EXIT.
073600     PERFORM 3000-KELAS THRU 3000-EXIT.
073700     PERFORM 4000-NILAI THRU 4000-EXIT.
073800     PERFORM 5000-AJAR THRU 5000-EXIT.
073900     MOVE WS-TERM-PILIH TO WS-PT-TERM.
074000     MOVE WS-JML-MHS TO WS-PT-CACAH.
074100     MOVE WS-PD-TRAILER TO MHS-LINE.
074200     WRITE MHS-LINE.
074300     CLOSE MHS-OUT.
074400     MOVE WS-JML-KLS TO WS-PT-CACAH.
074500     MOVE WS-PD-TRAILER TO KLS-LINE.
074600     WRITE KLS-LINE.
074700     CLOSE KLS-OUT.
074800     MOVE WS-JML-NIL TO WS-PT-CACAH.
074900     MOVE WS-PD-TRAILER TO NIL-LINE.
075000     WRITE NIL-LINE.
075100     CLOSE NIL-OUT.
075200     MOVE WS-JML-AKM TO WS-PT-CACAH.
075300     MOVE WS-PD-TRAILER TO AKM-LINE.
075400     WRITE AKM-LINE.
075500     CLOSE AKM-OUT.
075600     MOVE WS-JML-AJR TO WS-PT-CACAH.
075700     MOVE WS-PD-TRAILER TO AJR-LINE.
075800     WRITE AJR-LINE.
075900     CLOSE AJR-OUT.
076000     MOVE WS-JML-MHS TO WS-CAT-JML.
076100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-NAMA-MHS,
076200         WS-CAT-JML.
076300     MOVE WS-JML-KLS TO WS-CAT-JML.
076400     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-NAMA-KLS,
076500         WS-CAT-JML.
076600     MOVE WS-JML-NIL TO WS-CAT-JML.
076700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-NAMA-NIL,
076800         WS-CAT-JML.
076900     MOVE WS-JML-AKM TO WS-CAT-JML.
077000     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-NAMA-AKM,
077100         WS-CAT-JML.
077200     MOVE WS-JML-AJR TO WS-CAT-JML.
077300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-NAMA-AJR,
077400         WS-CAT-JML.
077500     DISPLAY 'EKSPOR PDDIKTI TERM ' WS-TERM-PILIH ' SELESAI:'.
077600     DISPLAY '  MAHASISWA ' WS-JML-MHS ', KELAS ' WS-JML-KLS
077700         ', NILAI ' WS-JML-NIL.
077800     DISPLAY '  AKM ' WS-JML-AKM ', DOSEN AJAR ' WS-JML-AJR.
077900 6000-EXIT.
078000     EXIT.
078100
078200*-----------------------------------------------------------------
078300* SKS MK dari matkul.dat (MK-KODE sudah diisi); MK tak dikenal
078400* dicatat salah dengan SKS nol.
078500*-----------------------------------------------------------------
078600 7000-BACA-MK.
078700     MOVE ZERO TO WS-SKS.
078800     IF NOT WS-MK-BUKA
078900         MOVE 'MK TIDAK ADA DI matkul.dat' TO WS-PESAN
079000         PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
079100         GO TO 7000-EXIT
079200     END-IF.
079300     READ MATKUL-MST
079400         INVALID KEY
079500             MOVE 'MK TIDAK ADA DI matkul.dat' TO WS-PESAN
079600             PERFORM 8000-CATAT-SALAH THRU 8000-EXIT
079700             GO TO 7000-EXIT
079800     END-READ.
079900     MOVE MK-SKS TO WS-SKS.
080000 7000-EXIT.
080100     EXIT.
080200
080300*-----------------------------------------------------------------
080400* Record bermasalah: pada lewatan periksa dicatat ke PDDCEK; pada
080500* lewatan tulis hanya menandai record supaya dilewati.
080600*-----------------------------------------------------------------
080700 8000-CATAT-SALAH.
080800     MOVE 'Y' TO WS-SALAH-SW.
080900     IF WS-TULIS
081000         GO TO 8000-EXIT
081100     END-IF.
081200     ADD 1 TO WS-JML-SALAH.
081300     MOVE WS-FILE-KODE TO WS-DS-FILE.
081400     MOVE WS-KUNCI-SALAH TO WS-DS-KUNCI.
081500     MOVE WS-PESAN TO WS-DS-PESAN.
081600     MOVE WS-D-SALAH TO REPORT-LINE.
081700     WRITE REPORT-LINE.
081800 8000-EXIT.
081900     EXIT.
082000
082100*-----------------------------------------------------------------
082200 9999-EXIT.
082300     STOP RUN.
