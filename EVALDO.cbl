000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Evaluasi studi akhir tahun: tiap mahasiswa A/C di
000500*           dept.dat dinilai sejak term pertama ber-KRS/bernilai
000600*           sampai term AKTIF -- term kosong (tanpa KRS disetujui,
000700*           tanpa nilai dan tanpa cuti S di cuti.dat), dan sesudah
000800*           DOTERMMIN term aktif (bawaan 4): IPK terakhir ipk.dat
000900*           di bawah DOIPKMIN (x100, bawaan 200) dan SKS lulus di
001000*           bawah DOSKSTERM (bawaan 9) kali term aktif. Term
001100*           kosong >= DOKOSONG (bawaan 2) atau IPK dan SKS
001200*           sama-sama kurang = calon drop out (D); satu kriteria
001300*           saja = peringatan (P). Daftar ke EVALDO-*.RPT. Status
001400*           baru berubah sesudah registrar (supervisor level 2)
001500*           mengonfirmasi: hasil dicatat di evaldo.dat dan tiap
001600*           drop out ditanyakan satu per satu sebelum DP-STATUS
001700*           menjadi N.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. EVAL-DO.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY DEPTSEL.
003000     COPY KRSSEL.
003100     COPY GBHSEL.
003200     COPY GBKSEL.
003300     COPY CTISEL.
003400     COPY EVLSEL.
003500     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
003600     ORGANIZATION IS LINE SEQUENTIAL
003700     FILE STATUS IS IP-FS.
003800     SELECT TERM-CTL ASSIGN TO 'term.dat'
003900     ORGANIZATION IS LINE SEQUENTIAL
004000     FILE STATUS IS TC-FS.
004100     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004200     ORGANIZATION IS LINE SEQUENTIAL
004300     FILE STATUS IS RS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600     COPY DEPTFD.
004700     COPY KRSFD.
004800     COPY GBHFD.
004900     COPY GBKFD.
005000     COPY CTIFD.
005100     COPY EVLFD.
005200 FD IPK-FILE.
005300 01 IPK-RECORD.
005400     02 IP-NPM             PIC X(08).
005500     02 FILLER             PIC X(01).
005600     02 IP-TERM            PIC 9(05).
005700     02 FILLER             PIC X(01).
005800     02 IP-IPS             PIC 9V99.
005900     02 FILLER             PIC X(01).
006000     02 IP-IPK             PIC 9V99.
006100 FD TERM-CTL.
006200 01 TC-LINE.
006300     02 TC-LABEL           PIC X(06).
006400     02 TC-TERM            PIC 9(05).
006500 FD REPORT-OUT.
006600 01 REPORT-LINE            PIC X(100).
006700
006800 WORKING-STORAGE SECTION.
006900 77 DP-FS                  PIC XX.
007000 77 KR-FS                  PIC XX.
007100 77 GH-FS                  PIC XX.
007200 77 GB-FS                  PIC XX.
007300 77 CT-FS                  PIC XX.
007400 77 EV-FS                  PIC XX.
007500 77 IP-FS                  PIC XX.
007600 77 TC-FS                  PIC XX.
007700 77 RS                     PIC XX.
007800 77 WS-RPT-NAMA            PIC X(30).
007900 77 WS-TGL-RUN             PIC 9(8).
008000 77 WS-JAM-RUN             PIC 9(8).
008100 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'EVAL-DO'.
008200 77 WS-CAT-JML             PIC 9(7).
008300 77 WS-OPERATOR            PIC X(8).
008400 77 WS-OPR-LEVEL           PIC 9(1).
008500 77 WS-TERM                PIC 9(5) VALUE ZERO.
008600 77 WS-JAWAB               PIC X.
008700 77 WS-EOF-SW              PIC X VALUE 'N'.
008800     88 WS-EOF             VALUE 'Y'.
008900 77 WS-SUB-EOF-SW          PIC X.
009000     88 WS-SUB-EOF         VALUE 'Y'.
009100 77 WS-IP-EOF-SW           PIC X VALUE 'N'.
009200     88 WS-IP-EOF          VALUE 'Y'.
009300 77 WS-KR-BUKA-SW          PIC X VALUE 'N'.
009400     88 WS-KR-BUKA         VALUE 'Y'.
009500 77 WS-GH-BUKA-SW          PIC X VALUE 'N'.
009600     88 WS-GH-BUKA         VALUE 'Y'.
009700 77 WS-GB-BUKA-SW          PIC X VALUE 'N'.
009800     88 WS-GB-BUKA         VALUE 'Y'.
009900 77 WS-CT-BUKA-SW          PIC X VALUE 'N'.
010000     88 WS-CT-BUKA         VALUE 'Y'.
010100 77 WS-SP-NAMA             PIC X(12).
010200 77 WS-SP-NILAI            PIC 9(9).
010300 77 WS-SP-KETEMU-SW        PIC X.
010400 77 WS-IPK-MIN             PIC 9(3) VALUE 200.
010500 77 WS-TERM-MIN            PIC 9(2) VALUE 4.
010600 77 WS-SKS-PER-TERM        PIC 9(2) VALUE 9.
010700 77 WS-KOSONG-MAKS         PIC 9(2) VALUE 2.
010800 77 WS-NPM                 PIC X(8).
010900 77 WS-IPK                 PIC 9V99.
011000 77 WS-IPK-X100            PIC 9(3).
011100 77 WS-IPK-EDIT            PIC 9.99.
011200 77 WS-SKS-LULUS           PIC 9(3).
011300 77 WS-SKS-WAJIB           PIC 9(4).
011400 77 WS-JML-TERM            PIC 9(2).
011500 77 WS-JML-CUTI            PIC 9(2).
011600 77 WS-JML-AKTIF           PIC 9(2).
011700 77 WS-JML-KOSONG          PIC 9(2).
011800 77 WS-TERM-AWAL           PIC 9(5).
011900 77 WS-CARI-TERM           PIC 9(5).
012000 77 WS-CARI-MK             PIC X(6).
012100 77 WS-KETEMU-SW           PIC X.
012200     88 WS-KETEMU          VALUE 'Y'.
012300 77 WS-IPK-KURANG-SW       PIC X.
012400     88 WS-IPK-KURANG      VALUE 'Y'.
012500 77 WS-SKS-KURANG-SW       PIC X.
012600     88 WS-SKS-KURANG      VALUE 'Y'.
012700 77 WS-HASIL               PIC X.
012800 77 WS-MK-NAMA             PIC X(25).
012900 77 WS-MK-SKS              PIC 9.
013000 77 WS-MK-VALID-SW         PIC X.
013100     88 WS-MK-VALID        VALUE 'Y'.
013200 77 WS-IDX                 PIC 9(4) COMP.
013300 77 WS-JML-TT              PIC 9(2) COMP.
013400 77 WS-JML-MKL             PIC 9(3) COMP.
013500 77 WS-JML-CALON           PIC 9(4) COMP VALUE ZERO.
013600 77 WS-JML-P               PIC 9(5) VALUE ZERO.
013700 77 WS-JML-D               PIC 9(5) VALUE ZERO.
013800 77 WS-JML-DITETAPKAN      PIC 9(5) VALUE ZERO.
013900 77 WS-JML-DINILAI         PIC 9(5) VALUE ZERO.
014000 01 WS-TERM-ITER           PIC 9(5).
014100 01 WS-TERM-ITER-R REDEFINES WS-TERM-ITER.
014200     02 WS-TI-TAHUN        PIC 9(4).
014300     02 WS-TI-SMT          PIC 9(1).
014400*-----------------------------------------------------------------
014500* Term yang ber-KRS disetujui atau bernilai untuk NPM berjalan,
014600* dan MK yang sudah terhitung lulus (tiap MK sekali).
014700*-----------------------------------------------------------------
014800 01 WS-TERM-TBL.
014900     02 WS-TT-TERM         PIC 9(05) OCCURS 40.
015000 01 WS-MK-LULUS-TBL.
015100     02 WS-MKL-MK          PIC X(06) OCCURS 200.
015200*-----------------------------------------------------------------
015300* Calon peringatan/drop out menunggu konfirmasi registrar.
015400*-----------------------------------------------------------------
015500 01 WS-CALON-TBL.
015600     02 WS-CL-ENTRI OCCURS 2000 TIMES.
015700         03 WS-CL-NPM      PIC X(08).
015800         03 WS-CL-HASIL    PIC X(01).
015900         03 WS-CL-IPK      PIC 9V99.
016000         03 WS-CL-SKS      PIC 9(03).
016100         03 WS-CL-TERM     PIC 9(02).
016200         03 WS-CL-KOSONG   PIC 9(02).
016300 01 WS-D-EVAL.
016400     02 WS-DE-NPM          PIC X(08).
016500     02 FILLER             PIC X(02) VALUE SPACES.
016600     02 WS-DE-NAMA         PIC X(20).
016700     02 FILLER             PIC X(02) VALUE SPACES.
016800     02 WS-DE-HASIL        PIC X(01).
016900     02 FILLER             PIC X(02) VALUE SPACES.
017000     02 WS-DE-TERM         PIC Z9.
017100     02 FILLER             PIC X(02) VALUE SPACES.
017200     02 WS-DE-KOSONG       PIC Z9.
017300     02 FILLER             PIC X(02) VALUE SPACES.
017400     02 WS-DE-IPK          PIC 9.99.
017500     02 FILLER             PIC X(02) VALUE SPACES.
017600     02 WS-DE-SKS          PIC ZZ9.
017700     02 FILLER             PIC X(02) VALUE SPACES.
017800     02 WS-DE-KETERANGAN   PIC X(30).
017900
018000 PROCEDURE DIVISION.
018100*-----------------------------------------------------------------
018200 0000-MAINLINE.
018300     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
018400     IF WS-OPERATOR = SPACES
018500         DISPLAY 'EVALUASI STUDI HANYA UNTUK OPERATOR'
018600             ' YANG SIGN-ON LEWAT BRG-MENU'
018700         GO TO 9999-EXIT
018800     END-IF.
018900     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
019000     IF WS-TERM = ZERO
019100         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
019200         GO TO 9999-EXIT
019300     END-IF.
019400     PERFORM 1100-AMBIL-PARAMETER THRU 1100-EXIT.
019500     OPEN I-O DEPT-MST.
019600     IF DP-FS NOT = '00'
019700         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA'
019800         GO TO 9999-EXIT
019900     END-IF.
020000     PERFORM 1200-BUKA-FILE THRU 1200-EXIT.
020100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
020200     ACCEPT WS-JAM-RUN FROM TIME.
020300     MOVE SPACES TO WS-RPT-NAMA.
020400     STRING 'EVALDO-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
020500         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
020600     OPEN OUTPUT REPORT-OUT.
020700     MOVE SPACES TO REPORT-LINE.
020800     STRING 'EVALUASI STUDI S/D TERM ' WS-TERM ' -- P=PERINGATAN'
020900         ' D=CALON DROP OUT' DELIMITED BY SIZE INTO REPORT-LINE.
021000     WRITE REPORT-LINE.
021100     MOVE SPACES TO REPORT-LINE.
021200     STRING 'IPK MIN ' WS-IPK-MIN '/100, SKS ' WS-SKS-PER-TERM
021300         '/TERM SESUDAH ' WS-TERM-MIN ' TERM, TERM KOSONG MAKS '
021400         WS-KOSONG-MAKS DELIMITED BY SIZE INTO REPORT-LINE.
021500     WRITE REPORT-LINE.
021600     MOVE SPACES TO REPORT-LINE.
021700     WRITE REPORT-LINE.
021800     MOVE 'NPM       NAMA                  H  TM  KS  IPK   SKS'
021900         TO REPORT-LINE.
022000     MOVE 'KETERANGAN' TO REPORT-LINE(59:10).
022100     WRITE REPORT-LINE.
022200     MOVE 'N' TO WS-EOF-SW.
022300     MOVE LOW-VALUES TO DP-NPM.
022400     START DEPT-MST KEY NOT < DP-NPM
022500         INVALID KEY MOVE 'Y' TO WS-EOF-SW
022600     END-START.
022700     PERFORM 2000-SATU-MAHASISWA THRU 2000-EXIT
022800         UNTIL WS-EOF.
022900     MOVE SPACES TO REPORT-LINE.
023000     WRITE REPORT-LINE.
023100     MOVE SPACES TO REPORT-LINE.
023200     STRING 'DINILAI ' WS-JML-DINILAI ', PERINGATAN ' WS-JML-P
023300         ', CALON DROP OUT ' WS-JML-D
023400         DELIMITED BY SIZE INTO REPORT-LINE.
023500     WRITE REPORT-LINE.
023600     CLOSE REPORT-OUT.
023700     MOVE WS-JML-CALON TO WS-CAT-JML.
023800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
023900         WS-CAT-JML.
024000     DISPLAY 'PERINGATAN ' WS-JML-P ', CALON DROP OUT ' WS-JML-D
024100         ' -- ' WS-RPT-NAMA.
024200     PERFORM 7000-KONFIRMASI THRU 7000-EXIT.
024300     PERFORM 1300-TUTUP-FILE THRU 1300-EXIT.
024400     GO TO 9999-EXIT.
024500
024600*-----------------------------------------------------------------
024700 1000-AMBIL-TERM.
024800     OPEN INPUT TERM-CTL.
024900     IF TC-FS NOT = '00'
025000         CLOSE TERM-CTL
025100         GO TO 1000-EXIT
025200     END-IF.
025300     MOVE 'N' TO WS-EOF-SW.
025400     PERFORM 1010-BACA-TERM THRU 1010-EXIT
025500         UNTIL WS-EOF.
025600     CLOSE TERM-CTL.
025700 1000-EXIT.
025800     EXIT.
025900
026000 1010-BACA-TERM.
026100     READ TERM-CTL
026200         AT END MOVE 'Y' TO WS-EOF-SW
026300     END-READ.
026400     IF WS-EOF
026500         GO TO 1010-EXIT
026600     END-IF.
026700     IF TC-LABEL = 'AKTIF'
026800         MOVE TC-TERM TO WS-TERM
026900     END-IF.
027000 1010-EXIT.
027100     EXIT.
027200
027300 1100-AMBIL-PARAMETER.
027400     MOVE 'DOIPKMIN' TO WS-SP-NAMA.
027500     MOVE ZERO TO WS-SP-NILAI.
027600     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
027700         WS-SP-KETEMU-SW.
027800     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
027900         MOVE WS-SP-NILAI TO WS-IPK-MIN
028000     END-IF.
028100     MOVE 'DOTERMMIN' TO WS-SP-NAMA.
028200     MOVE ZERO TO WS-SP-NILAI.
028300     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
028400         WS-SP-KETEMU-SW.
028500     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
028600         MOVE WS-SP-NILAI TO WS-TERM-MIN
028700     END-IF.
028800     MOVE 'DOSKSTERM' TO WS-SP-NAMA.
028900     MOVE ZERO TO WS-SP-NILAI.
029000     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
029100         WS-SP-KETEMU-SW.
029200     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
029300         MOVE WS-SP-NILAI TO WS-SKS-PER-TERM
029400     END-IF.
029500     MOVE 'DOKOSONG' TO WS-SP-NAMA.
029600     MOVE ZERO TO WS-SP-NILAI.
029700     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
029800         WS-SP-KETEMU-SW.
029900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
030000         MOVE WS-SP-NILAI TO WS-KOSONG-MAKS
030100     END-IF.
030200 1100-EXIT.
030300     EXIT.
030400
030500 1200-BUKA-FILE.
030600     OPEN INPUT KRS-FILE.
030700     IF KR-FS = '00'
030800         MOVE 'Y' TO WS-KR-BUKA-SW
030900     END-IF.
031000     OPEN INPUT GRADE-HIST.
031100     IF GH-FS = '00'
031200         MOVE 'Y' TO WS-GH-BUKA-SW
031300     END-IF.
031400     OPEN INPUT GRADEBOOK.
031500     IF GB-FS = '00'
031600         MOVE 'Y' TO WS-GB-BUKA-SW
031700     END-IF.
031800     OPEN INPUT CUTI-FILE.
031900     IF CT-FS = '00'
032000         MOVE 'Y' TO WS-CT-BUKA-SW
032100     END-IF.
032200*    ipk.dat ditulis IPK-CALC urut NPM dan term: dicocokkan satu
032300*    lewatan dengan dept.dat.
032400     OPEN INPUT IPK-FILE.
032500     IF IP-FS = '00'
032600         PERFORM 3500-BACA-IPK THRU 3500-EXIT
032700     ELSE
032800         MOVE 'Y' TO WS-IP-EOF-SW
032900     END-IF.
033000 1200-EXIT.
033100     EXIT.
033200
033300 1300-TUTUP-FILE.
033400     IF WS-KR-BUKA
033500         CLOSE KRS-FILE
033600     END-IF.
033700     IF WS-GH-BUKA
033800         CLOSE GRADE-HIST
033900     END-IF.
034000     IF WS-GB-BUKA
034100         CLOSE GRADEBOOK
034200     END-IF.
034300     IF WS-CT-BUKA
034400         CLOSE CUTI-FILE
034500     END-IF.
034600     IF IP-FS = '00' OR IP-FS = '10'
034700         CLOSE IPK-FILE
034800     END-IF.
034900     CLOSE DEPT-MST.
035000 1300-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------------
035400 2000-SATU-MAHASISWA.
035500     READ DEPT-MST NEXT RECORD
035600         AT END MOVE 'Y' TO WS-EOF-SW
035700     END-READ.
035800     IF WS-EOF
035900         GO TO 2000-EXIT
036000     END-IF.
036100     IF DP-STATUS NOT = 'A' AND DP-STATUS NOT = 'C'
036200         GO TO 2000-EXIT
036300     END-IF.
036400     MOVE DP-NPM TO WS-NPM.
036500     PERFORM 3000-KUMPUL-TERM THRU 3000-EXIT.
036600     IF WS-JML-TT = ZERO
036700         GO TO 2000-EXIT
036800     END-IF.
036900     PERFORM 3400-AMBIL-IPK THRU 3400-EXIT.
037000     PERFORM 4000-HITUNG-KOSONG THRU 4000-EXIT.
037100     PERFORM 5000-HITUNG-SKS THRU 5000-EXIT.
037200     ADD 1 TO WS-JML-DINILAI.
037300     COMPUTE WS-JML-AKTIF = WS-JML-TERM - WS-JML-CUTI.
037400     MOVE 'N' TO WS-IPK-KURANG-SW.
037500     MOVE 'N' TO WS-SKS-KURANG-SW.
037600     IF WS-JML-AKTIF NOT < WS-TERM-MIN
037700         COMPUTE WS-IPK-X100 = WS-IPK * 100
037800         IF WS-IPK-X100 < WS-IPK-MIN
037900             MOVE 'Y' TO WS-IPK-KURANG-SW
038000         END-IF
038100         COMPUTE WS-SKS-WAJIB = WS-SKS-PER-TERM * WS-JML-AKTIF
038200         IF WS-SKS-LULUS < WS-SKS-WAJIB
038300             MOVE 'Y' TO WS-SKS-KURANG-SW
038400         END-IF
038500     END-IF.
038600     MOVE SPACE TO WS-HASIL.
038700     IF WS-JML-KOSONG NOT < WS-KOSONG-MAKS
038800         OR (WS-IPK-KURANG AND WS-SKS-KURANG)
038900         MOVE 'D' TO WS-HASIL
039000     ELSE
039100         IF WS-JML-KOSONG > ZERO OR WS-IPK-KURANG
039200             OR WS-SKS-KURANG
039300             MOVE 'P' TO WS-HASIL
039400         END-IF
039500     END-IF.
039600     IF WS-HASIL = SPACE
039700         GO TO 2000-EXIT
039800     END-IF.
039900     PERFORM 6000-CATAT-CALON THRU 6000-EXIT.
040000 2000-EXIT.
040100     EXIT.
040200
040300*-----------------------------------------------------------------
040400* Term ber-KRS disetujui (krs.dat) atau bernilai (GBHIST.DAT,
040500* GRADEBOOK.DAT) untuk WS-NPM; term terkecil = term awal.
040600*-----------------------------------------------------------------
040700 3000-KUMPUL-TERM.
040800     MOVE ZERO TO WS-JML-TT.
040900     MOVE 99999 TO WS-TERM-AWAL.
041000     IF WS-KR-BUKA
041100         MOVE 'N' TO WS-SUB-EOF-SW
041200         MOVE SPACES TO KRS-RECORD
041300         MOVE WS-NPM TO KR-NPM
041400         MOVE LOW-VALUES TO KR-MK-TERM
041500         START KRS-FILE KEY NOT < KR-KUNCI
041600             INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
041700         END-START
041800         PERFORM 3100-SATU-KRS THRU 3100-EXIT
041900             UNTIL WS-SUB-EOF
042000     END-IF.
042100     IF WS-GH-BUKA
042200         MOVE 'N' TO WS-SUB-EOF-SW
042300         MOVE SPACES TO GH-RECORD
042400         MOVE WS-NPM TO GH-NPM
042500         MOVE LOW-VALUES TO GH-MK
042600         MOVE ZERO TO GH-TERM
042700         START GRADE-HIST KEY NOT < GH-KUNCI
042800             INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
042900         END-START
043000         PERFORM 3200-SATU-RIWAYAT THRU 3200-EXIT
043100             UNTIL WS-SUB-EOF
043200     END-IF.
043300     IF WS-GB-BUKA
043400         MOVE 'N' TO WS-SUB-EOF-SW
043500         MOVE SPACES TO GB-RECORD
043600         MOVE WS-NPM TO GB-NPM
043700         MOVE LOW-VALUES TO GB-MK
043800         MOVE ZERO TO GB-TERM
043900         START GRADEBOOK KEY NOT < GB-KUNCI
044000             INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
044100         END-START
044200         PERFORM 3300-SATU-NILAI THRU 3300-EXIT
044300             UNTIL WS-SUB-EOF
044400     END-IF.
044500 3000-EXIT.
044600     EXIT.
044700
044800 3100-SATU-KRS.
044900     READ KRS-FILE NEXT RECORD
045000         AT END MOVE 'Y' TO WS-SUB-EOF-SW
045100     END-READ.
045200     IF WS-SUB-EOF
045300         GO TO 3100-EXIT
045400     END-IF.
045500     IF KR-NPM NOT = WS-NPM
045600         MOVE 'Y' TO WS-SUB-EOF-SW
045700         GO TO 3100-EXIT
045800     END-IF.
045900     IF KR-STATUS = 'S'
046000         MOVE KR-TERM TO WS-CARI-TERM
046100         PERFORM 3900-CATAT-TERM THRU 3900-EXIT
046200     END-IF.
046300 3100-EXIT.
046400     EXIT.
046500
046600 3200-SATU-RIWAYAT.
046700     READ GRADE-HIST NEXT RECORD
046800         AT END MOVE 'Y' TO WS-SUB-EOF-SW
046900     END-READ.
047000     IF WS-SUB-EOF
047100         GO TO 3200-EXIT
047200     END-IF.
047300     IF GH-NPM NOT = WS-NPM
047400         MOVE 'Y' TO WS-SUB-EOF-SW
047500         GO TO 3200-EXIT
047600     END-IF.
047700     MOVE GH-TERM TO WS-CARI-TERM.
047800     PERFORM 3900-CATAT-TERM THRU 3900-EXIT.
047900 3200-EXIT.
048000     EXIT.
048100
048200 3300-SATU-NILAI.
048300     READ GRADEBOOK NEXT RECORD
048400         AT END MOVE 'Y' TO WS-SUB-EOF-SW
048500     END-READ.
048600     IF WS-SUB-EOF
048700         GO TO 3300-EXIT
048800     END-IF.
048900     IF GB-NPM NOT = WS-NPM
049000         MOVE 'Y' TO WS-SUB-EOF-SW
049100         GO TO 3300-EXIT
049200     END-IF.
049300     MOVE GB-TERM TO WS-CARI-TERM.
049400     PERFORM 3900-CATAT-TERM THRU 3900-EXIT.
049500 3300-EXIT.
049600     EXIT.
049700
049800*-----------------------------------------------------------------
049900* IPK terakhir WS-NPM dari ipk.dat (urut NPM, term): lewati NPM
050000* yang lebih kecil, ambil baris terakhir NPM yang sama.
050100*-----------------------------------------------------------------
050200 3400-AMBIL-IPK.
050300     MOVE ZERO TO WS-IPK.
050400     PERFORM 3500-BACA-IPK THRU 3500-EXIT
050500         UNTIL WS-IP-EOF OR IP-NPM NOT < WS-NPM.
050600     PERFORM 3450-IPK-NPM THRU 3450-EXIT
050700         UNTIL WS-IP-EOF OR IP-NPM NOT = WS-NPM.
050800 3400-EXIT.
050900     EXIT.
051000
051100 3450-IPK-NPM.
051200     MOVE IP-IPK TO WS-IPK.
051300     PERFORM 3500-BACA-IPK THRU 3500-EXIT.
051400 3450-EXIT.
051500     EXIT.
051600
051700 3500-BACA-IPK.
051800     READ IPK-FILE
051900         AT END MOVE 'Y' TO WS-IP-EOF-SW
052000     END-READ.
052100 3500-EXIT.
052200     EXIT.
052300
052400 3900-CATAT-TERM.
052500     IF WS-CARI-TERM > WS-TERM
052600         GO TO 3900-EXIT
052700     END-IF.
052800     IF WS-CARI-TERM < WS-TERM-AWAL
052900         MOVE WS-CARI-TERM TO WS-TERM-AWAL
053000     END-IF.
053100     PERFORM 3950-CARI-TERM THRU 3950-EXIT.
053200     IF NOT WS-KETEMU AND WS-JML-TT < 40
053300         ADD 1 TO WS-JML-TT
053400         MOVE WS-CARI-TERM TO WS-TT-TERM(WS-JML-TT)
053500     END-IF.
053600 3900-EXIT.
053700     EXIT.
053800
053900 3950-CARI-TERM.
054000     MOVE 'N' TO WS-KETEMU-SW.
054100     PERFORM 3960-BANDING-TERM THRU 3960-EXIT
054200         VARYING WS-IDX FROM 1 BY 1
054300         UNTIL WS-IDX > WS-JML-TT OR WS-KETEMU.
054400 3950-EXIT.
054500     EXIT.
054600
054700 3960-BANDING-TERM.
054800     IF WS-TT-TERM(WS-IDX) = WS-CARI-TERM
054900         MOVE 'Y' TO WS-KETEMU-SW
055000     END-IF.
055100 3960-EXIT.
055200     EXIT.
055300
055400*-----------------------------------------------------------------
055500* Jalani term awal s/d term AKTIF (dua term setahun): term tanpa
055600* KRS/nilai yang punya cuti S dihitung cuti, selebihnya kosong.
055700*-----------------------------------------------------------------
055800 4000-HITUNG-KOSONG.
055900     MOVE ZERO TO WS-JML-TERM.
056000     MOVE ZERO TO WS-JML-CUTI.
056100     MOVE ZERO TO WS-JML-KOSONG.
056200     MOVE WS-TERM-AWAL TO WS-TERM-ITER.
056300     PERFORM 4100-SATU-TERM THRU 4100-EXIT
056400         UNTIL WS-TERM-ITER > WS-TERM OR WS-JML-TERM = 99.
056500 4000-EXIT.
056600     EXIT.
056700
056800 4100-SATU-TERM.
056900     ADD 1 TO WS-JML-TERM.
057000     MOVE WS-TERM-ITER TO WS-CARI-TERM.
057100     PERFORM 3950-CARI-TERM THRU 3950-EXIT.
057200     IF WS-KETEMU
057300         GO TO 4190-BERIKUT
057400     END-IF.
057500     MOVE SPACE TO CT-STATUS.
057600     IF WS-CT-BUKA
057700         MOVE WS-NPM TO CT-NPM
057800         MOVE WS-TERM-ITER TO CT-TERM
057900         READ CUTI-FILE
058000             INVALID KEY MOVE SPACE TO CT-STATUS
058100         END-READ
058200     END-IF.
058300     IF CT-STATUS = 'S'
058400         ADD 1 TO WS-JML-CUTI
058500     ELSE
058600         ADD 1 TO WS-JML-KOSONG
058700     END-IF.
058800 4190-BERIKUT.
058900     IF WS-TI-SMT < 2
059000         ADD 1 TO WS-TI-SMT
059100     ELSE
059200         ADD 1 TO WS-TI-TAHUN
059300         MOVE 1 TO WS-TI-SMT
059400     END-IF.
059500 4100-EXIT.
059600     EXIT.
059700
059800*-----------------------------------------------------------------
059900* SKS lulus: MK berhuruf selain E di GBHIST/GRADEBOOK, tiap MK
060000* sekali, bobot MK-SKS.
060100*-----------------------------------------------------------------
060200 5000-HITUNG-SKS.
060300     MOVE ZERO TO WS-SKS-LULUS.
060400     MOVE ZERO TO WS-JML-MKL.
060500     IF WS-GH-BUKA
060600         MOVE 'N' TO WS-SUB-EOF-SW
060700         MOVE SPACES TO GH-RECORD
060800         MOVE WS-NPM TO GH-NPM
060900         MOVE LOW-VALUES TO GH-MK
061000         MOVE ZERO TO GH-TERM
061100         START GRADE-HIST KEY NOT < GH-KUNCI
061200             INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
061300         END-START
061400         PERFORM 5100-SATU-RIWAYAT THRU 5100-EXIT
061500             UNTIL WS-SUB-EOF
061600     END-IF.
061700     IF WS-GB-BUKA
061800         MOVE 'N' TO WS-SUB-EOF-SW
061900         MOVE SPACES TO GB-RECORD
062000         MOVE WS-NPM TO GB-NPM
062100         MOVE LOW-VALUES TO GB-MK
062200         MOVE ZERO TO GB-TERM
062300         START GRADEBOOK KEY NOT < GB-KUNCI
062400             INVALID KEY MOVE 'Y' TO WS-SUB-EOF-SW
062500         END-START
062600         PERFORM 5200-SATU-NILAI THRU 5200-EXIT
062700             UNTIL WS-SUB-EOF
062800     END-IF.
062900 5000-EXIT.
063000     EXIT.
063100
063200 5100-SATU-RIWAYAT.
063300     READ GRADE-HIST NEXT RECORD
063400         AT END MOVE 'Y' TO WS-SUB-EOF-SW
063500     END-READ.
063600     IF WS-SUB-EOF
063700         GO TO 5100-EXIT
063800     END-IF.
063900     IF GH-NPM NOT = WS-NPM
064000         MOVE 'Y' TO WS-SUB-EOF-SW
064100         GO TO 5100-EXIT
064200     END-IF.
064300     IF GH-HURUF NOT = 'E'
064400         MOVE GH-MK TO WS-CARI-MK
064500         PERFORM 5300-TAMBAH-SKS THRU 5300-EXIT
064600     END-IF.
064700 5100-EXIT.
064800     EXIT.
064900
065000 5200-SATU-NILAI.
065100     READ GRADEBOOK NEXT RECORD
065200         AT END MOVE 'Y' TO WS-SUB-EOF-SW
065300     END-READ.
065400     IF WS-SUB-EOF
065500         GO TO 5200-EXIT
065600     END-IF.
065700     IF GB-NPM NOT = WS-NPM
065800         MOVE 'Y' TO WS-SUB-EOF-SW
065900         GO TO 5200-EXIT
066000     END-IF.
066100     IF GB-HURUF NOT = 'E'
066200         MOVE GB-MK TO WS-CARI-MK
066300         PERFORM 5300-TAMBAH-SKS THRU 5300-EXIT
066400     END-IF.
066500 5200-EXIT.
066600     EXIT.
066700
066800 5300-TAMBAH-SKS.
066900     MOVE 'N' TO WS-KETEMU-SW.
067000     PERFORM 5350-BANDING-MK THRU 5350-EXIT
067100         VARYING WS-IDX FROM 1 BY 1
067200         UNTIL WS-IDX > WS-JML-MKL OR WS-KETEMU.
067300     IF WS-KETEMU
067400         GO TO 5300-EXIT
067500     END-IF.
067600     IF WS-JML-MKL < 200
067700         ADD 1 TO WS-JML-MKL
067800         MOVE WS-CARI-MK TO WS-MKL-MK(WS-JML-MKL)
067900     END-IF.
068000     MOVE 'N' TO WS-MK-VALID-SW.
068100     MOVE 1 TO WS-MK-SKS.
068200     CALL 'MK-CHK' USING WS-CARI-MK, WS-MK-NAMA, WS-MK-SKS,
068300         WS-MK-VALID-SW.
068400     IF NOT WS-MK-VALID
068500         MOVE 1 TO WS-MK-SKS
068600     END-IF.
068700     ADD WS-MK-SKS TO WS-SKS-LULUS.
068800 5300-EXIT.
068900     EXIT.
069000
069100 5350-BANDING-MK.
069200     IF WS-MKL-MK(WS-IDX) = WS-CARI-MK
069300         MOVE 'Y' TO WS-KETEMU-SW
069400     END-IF.
069500 5350-EXIT.
069600     EXIT.
069700
069800*-----------------------------------------------------------------
069900 6000-CATAT-CALON.
070000     IF WS-HASIL = 'D'
070100         ADD 1 TO WS-JML-D
070200     ELSE
070300         ADD 1 TO WS-JML-P
070400     END-IF.
070500     MOVE WS-NPM TO WS-DE-NPM.
070600     MOVE DP-NAMA TO WS-DE-NAMA.
070700     MOVE WS-HASIL TO WS-DE-HASIL.
070800     MOVE WS-JML-TERM TO WS-DE-TERM.
070900     MOVE WS-JML-KOSONG TO WS-DE-KOSONG.
071000     MOVE WS-IPK TO WS-DE-IPK.
071100     MOVE WS-SKS-LULUS TO WS-DE-SKS.
071200     MOVE SPACES TO WS-DE-KETERANGAN.
071300     IF WS-JML-KOSONG > ZERO
071400         STRING 'KOSONG ' DELIMITED BY SIZE
071500             INTO WS-DE-KETERANGAN
071600     END-IF.
071700     IF WS-IPK-KURANG
071800         STRING WS-DE-KETERANGAN DELIMITED BY '  '
071900             ' IPK' DELIMITED BY SIZE INTO WS-DE-KETERANGAN
072000     END-IF.
072100     IF WS-SKS-KURANG
072200         STRING WS-DE-KETERANGAN DELIMITED BY '  '
072300             ' SKS' DELIMITED BY SIZE INTO WS-DE-KETERANGAN
072400     END-IF.
072500     MOVE WS-D-EVAL TO REPORT-LINE.
072600     WRITE REPORT-LINE.
072700     IF WS-JML-CALON < 2000
072800         ADD 1 TO WS-JML-CALON
072900         MOVE WS-NPM TO WS-CL-NPM(WS-JML-CALON)
073000         MOVE WS-HASIL TO WS-CL-HASIL(WS-JML-CALON)
073100         MOVE WS-IPK TO WS-CL-IPK(WS-JML-CALON)
073200         MOVE WS-SKS-LULUS TO WS-CL-SKS(WS-JML-CALON)
073300         MOVE WS-JML-TERM TO WS-CL-TERM(WS-JML-CALON)
073400         MOVE WS-JML-KOSONG TO WS-CL-KOSONG(WS-JML-CALON)
073500     END-IF.
073600 6000-EXIT.
073700     EXIT.
073800
073900*-----------------------------------------------------------------
074000* Konfirmasi registrar: tanpa Y tidak ada yang dicatat; drop out
074100* ditanyakan satu per satu.
074200*-----------------------------------------------------------------
074300 7000-KONFIRMASI.
074400     IF WS-JML-CALON = ZERO
074500         GO TO 7000-EXIT
074600     END-IF.
074700     IF WS-OPR-LEVEL < 2
074800         DISPLAY 'PENETAPAN HASIL HANYA OLEH REGISTRAR'
074900             ' (SUPERVISOR), DAFTAR SAJA YANG DICETAK'
075000         GO TO 7000-EXIT
075100     END-IF.
075200     DISPLAY 'CATAT HASIL EVALUASI KE evaldo.dat (Y/N) ? '
075300         WITH NO ADVANCING.
075400     ACCEPT WS-JAWAB.
075500     IF WS-JAWAB NOT = 'Y'
075600         DISPLAY 'TIDAK ADA STATUS YANG DIUBAH'
075700         GO TO 7000-EXIT
075800     END-IF.
075900     OPEN I-O EVALDO-FILE.
076000     IF EV-FS = '35'
076100         OPEN OUTPUT EVALDO-FILE
076200         CLOSE EVALDO-FILE
076300         OPEN I-O EVALDO-FILE
076400     END-IF.
076500     PERFORM 7100-SATU-CALON THRU 7100-EXIT
076600         VARYING WS-IDX FROM 1 BY 1
076700         UNTIL WS-IDX > WS-JML-CALON.
076800     CLOSE EVALDO-FILE.
076900     DISPLAY 'DROP OUT DITETAPKAN : ' WS-JML-DITETAPKAN.
077000 7000-EXIT.
077100     EXIT.
077200
077300 7100-SATU-CALON.
077400     MOVE SPACES TO EVALDO-RECORD.
077500     MOVE WS-CL-NPM(WS-IDX) TO EV-NPM.
077600     MOVE WS-TERM TO EV-TERM.
077700     MOVE WS-CL-HASIL(WS-IDX) TO EV-HASIL.
077800     MOVE WS-CL-IPK(WS-IDX) TO EV-IPK.
077900     MOVE WS-CL-SKS(WS-IDX) TO EV-SKS-LULUS.
078000     MOVE WS-CL-TERM(WS-IDX) TO EV-JML-TERM.
078100     MOVE WS-CL-KOSONG(WS-IDX) TO EV-TERM-KOSONG.
078200     MOVE WS-TGL-RUN TO EV-TGL.
078300     MOVE WS-OPERATOR TO EV-OPERATOR.
078400     IF EV-HASIL = 'D'
078500         PERFORM 7200-TETAPKAN-DO THRU 7200-EXIT
078600     END-IF.
078700     WRITE EVALDO-RECORD
078800         INVALID KEY
078900             REWRITE EVALDO-RECORD
079000                 INVALID KEY
079100                     DISPLAY 'GAGAL CATAT evaldo.dat : ' EV-NPM
079200             END-REWRITE
079300     END-WRITE.
079400 7100-EXIT.
079500     EXIT.
079600
079700 7200-TETAPKAN-DO.
079800     MOVE 'T' TO EV-TETAP.
079900     MOVE EV-NPM TO DP-NPM.
080000     READ DEPT-MST
080100         INVALID KEY GO TO 7200-EXIT
080200     END-READ.
080300     MOVE EV-IPK TO WS-IPK-EDIT.
080400     DISPLAY 'DROP OUT ' DP-NPM ' ' DP-NAMA ' IPK ' WS-IPK-EDIT
080500         ' SKS ' EV-SKS-LULUS ' KOSONG ' EV-TERM-KOSONG.
080600     DISPLAY '   TETAPKAN STATUS N (Y/N) ? ' WITH NO ADVANCING.
080700     ACCEPT WS-JAWAB.
080800     IF WS-JAWAB NOT = 'Y'
080900         GO TO 7200-EXIT
081000     END-IF.
081100     MOVE 'N' TO DP-STATUS.
081200     REWRITE DEPT-RECORD
081300         INVALID KEY
081400             DISPLAY 'GAGAL UBAH STATUS ' DP-NPM
081500             GO TO 7200-EXIT
081600     END-REWRITE.
081700     MOVE 'Y' TO EV-TETAP.
081800     ADD 1 TO WS-JML-DITETAPKAN.
081900 7200-EXIT.
082000     EXIT.
082100
082200*-----------------------------------------------------------------
082300 9999-EXIT.
082400     STOP RUN.
