000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Cuti akademik per term di cuti.dat. A: mahasiswa
000500*           mengajukan cuti untuk term AKTIF atau sesudahnya,
000600*           beralasan, selama jumlah cuti yang diajukan/disetujui
000700*           dalam masa studinya belum mencapai CUTIMAKS (sysparm,
000800*           bawaan 2 term) dan belum ada KRS disetujui di term
000900*           itu. P: supervisor level 2 menyetujui (S) atau menolak
001000*           (T); cuti S term AKTIF langsung menjadikan
001100*           DP-STATUS C. K: sinkron status term AKTIF sesudah
001200*           ganti term -- cuti S menjadi C, C tanpa cuti S
001300*           kembali A. D: daftar pengajuan satu term ke
001400*           CUTI-*.RPT.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. CUTI-MNT.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY CTISEL.
002700     COPY DEPTSEL.
002800     COPY KRSSEL.
002900     SELECT TERM-CTL ASSIGN TO 'term.dat'
003000     ORGANIZATION IS LINE SEQUENTIAL
003100     FILE STATUS IS TC-FS.
003200     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003300     ORGANIZATION IS LINE SEQUENTIAL
003400     FILE STATUS IS RS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700     COPY CTIFD.
003800     COPY DEPTFD.
003900     COPY KRSFD.
004000 FD TERM-CTL.
004100 01 TC-LINE.
004200     02 TC-LABEL           PIC X(06).
004300     02 TC-TERM            PIC 9(05).
004400 FD REPORT-OUT.
004500 01 REPORT-LINE            PIC X(100).
004600
004700 WORKING-STORAGE SECTION.
004800 77 CT-FS                  PIC XX.
004900 77 DP-FS                  PIC XX.
005000 77 KR-FS                  PIC XX.
005100 77 TC-FS                  PIC XX.
005200 77 RS                     PIC XX.
005300 77 WS-RPT-NAMA            PIC X(30).
005400 77 WS-TGL-RUN             PIC 9(8).
005500 77 WS-JAM-RUN             PIC 9(8).
005600 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'CUTI-MNT'.
005700 77 WS-CAT-JML             PIC 9(7).
005800 77 WS-OPERATOR            PIC X(8).
005900 77 WS-OPR-LEVEL           PIC 9(1).
006000 77 WS-TERM                PIC 9(5) VALUE ZERO.
006100 77 WS-TERM-PILIH          PIC 9(5).
006200 77 WS-JAWAB               PIC X.
006300 77 WS-NPM                 PIC X(8).
006400 77 WS-NPM-VALID-SW        PIC X.
006500     88 WS-NPM-VALID       VALUE 'Y'.
006600 77 WS-ALASAN              PIC X(40).
006700 77 WS-EOF-SW              PIC X VALUE 'N'.
006800     88 WS-EOF             VALUE 'Y'.
006900 77 WS-CT-EOF-SW           PIC X.
007000     88 WS-CT-EOF          VALUE 'Y'.
007100 77 WS-KR-EOF-SW           PIC X.
007200     88 WS-KR-EOF          VALUE 'Y'.
007300 77 WS-KRS-SETUJU-SW       PIC X.
007400     88 WS-KRS-SETUJU      VALUE 'Y'.
007500 77 WS-CUTI-MAKS           PIC 9(2) VALUE 2.
007600 77 WS-JML-CUTI            PIC 9(2).
007700 77 WS-HITUNG-STATUS       PIC X.
007800 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
007900 77 WS-JML-UBAH            PIC 9(5) VALUE ZERO.
008000 77 WS-SP-NAMA             PIC X(12).
008100 77 WS-SP-NILAI            PIC 9(9).
008200 77 WS-SP-KETEMU-SW        PIC X.
008300 01 WS-PILIHAN             PIC X.
008400     88 WS-PILIH-AJUKAN    VALUE 'A'.
008500     88 WS-PILIH-PUTUSKAN  VALUE 'P'.
008600     88 WS-PILIH-SINKRON   VALUE 'K'.
008700     88 WS-PILIH-DAFTAR    VALUE 'D'.
008800     88 WS-PILIH-SELESAI   VALUE 'S'.
008900 01 WS-D-CUTI.
009000     02 WS-DC-NPM          PIC X(08).
009100     02 FILLER             PIC X(02) VALUE SPACES.
009200     02 WS-DC-NAMA         PIC X(20).
009300     02 FILLER             PIC X(02) VALUE SPACES.
009400     02 WS-DC-STATUS       PIC X(01).
009500     02 FILLER             PIC X(02) VALUE SPACES.
009600     02 WS-DC-TGL-AJU      PIC 9(08).
009700     02 FILLER             PIC X(02) VALUE SPACES.
009800     02 WS-DC-ALASAN       PIC X(40).
009900
010000 PROCEDURE DIVISION.
010100*-----------------------------------------------------------------
010200 0000-MAINLINE.
010300     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
010400     IF WS-OPERATOR = SPACES
010500         DISPLAY 'CUTI AKADEMIK HANYA UNTUK OPERATOR'
010600             ' YANG SIGN-ON LEWAT BRG-MENU'
010700         GO TO 9999-EXIT
010800     END-IF.
010900     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
011000     IF WS-TERM = ZERO
011100         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
011200         GO TO 9999-EXIT
011300     END-IF.
011400     OPEN I-O DEPT-MST.
011500     IF DP-FS NOT = '00'
011600         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA'
011700         GO TO 9999-EXIT
011800     END-IF.
011900     OPEN I-O CUTI-FILE.
012000     IF CT-FS = '35'
012100         OPEN OUTPUT CUTI-FILE
012200         CLOSE CUTI-FILE
012300         OPEN I-O CUTI-FILE
012400     END-IF.
012500     MOVE 'CUTIMAKS' TO WS-SP-NAMA.
012600     MOVE ZERO TO WS-SP-NILAI.
012700     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
012800         WS-SP-KETEMU-SW.
012900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
013000         MOVE WS-SP-NILAI TO WS-CUTI-MAKS
013100     END-IF.
013200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
013300     DISPLAY 'CUTI AKADEMIK, TERM AKTIF ' WS-TERM
013400         ', BATAS ' WS-CUTI-MAKS ' TERM'.
013500     PERFORM 1100-MENU THRU 1100-EXIT
013600         UNTIL WS-PILIH-SELESAI.
013700     CLOSE CUTI-FILE.
013800     CLOSE DEPT-MST.
013900     GO TO 9999-EXIT.
014000
014100*-----------------------------------------------------------------
014200 1000-AMBIL-TERM.
014300     OPEN INPUT TERM-CTL.
014400     IF TC-FS NOT = '00'
014500         CLOSE TERM-CTL
014600         GO TO 1000-EXIT
014700     END-IF.
014800     MOVE 'N' TO WS-EOF-SW.
014900     PERFORM 1010-BACA-TERM THRU 1010-EXIT
015000         UNTIL WS-EOF.
015100     CLOSE TERM-CTL.
015200 1000-EXIT.
015300     EXIT.
015400
015500 1010-BACA-TERM.
015600     READ TERM-CTL
015700         AT END MOVE 'Y' TO WS-EOF-SW
015800     END-READ.
015900     IF WS-EOF
016000         GO TO 1010-EXIT
016100     END-IF.
016200     IF TC-LABEL = 'AKTIF'
016300         MOVE TC-TERM TO WS-TERM
016400     END-IF.
016500 1010-EXIT.
016600     EXIT.
016700
016800*-----------------------------------------------------------------
016900 1100-MENU.
017000     DISPLAY 'CUTI (A=AJUKAN, P=PUTUSKAN, K=SINKRON STATUS,'
017100         ' D=DAFTAR, S=SELESAI) : ' WITH NO ADVANCING.
017200     ACCEPT WS-PILIHAN.
017300     EVALUATE TRUE
017400         WHEN WS-PILIH-AJUKAN
017500             PERFORM 2000-AJUKAN THRU 2000-EXIT
017600         WHEN WS-PILIH-PUTUSKAN
017700             PERFORM 3000-PUTUSKAN THRU 3000-EXIT
017800         WHEN WS-PILIH-SINKRON
017900             PERFORM 4000-SINKRON THRU 4000-EXIT
018000         WHEN WS-PILIH-DAFTAR
018100             PERFORM 5000-DAFTAR THRU 5000-EXIT
018200         WHEN WS-PILIH-SELESAI
018300             CONTINUE
018400         WHEN OTHER
018500             DISPLAY 'PILIHAN TIDAK DIKENAL'
018600     END-EVALUATE.
018700 1100-EXIT.
018800     EXIT.
018900
019000*-----------------------------------------------------------------
019100 2000-AJUKAN.
019200     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
019300     ACCEPT WS-NPM.
019400     MOVE 'N' TO WS-NPM-VALID-SW.
019500     CALL 'NPM-CHK' USING WS-NPM, WS-NPM-VALID-SW.
019600     IF NOT WS-NPM-VALID
019700         DISPLAY 'NPM TIDAK VALID'
019800         GO TO 2000-EXIT
019900     END-IF.
020000     MOVE WS-NPM TO DP-NPM.
020100     READ DEPT-MST
020200         INVALID KEY
020300             DISPLAY 'NPM TIDAK ADA DI dept.dat'
020400             GO TO 2000-EXIT
020500     END-READ.
020600     IF DP-STATUS NOT = 'A' AND DP-STATUS NOT = 'C'
020700         DISPLAY 'STATUS MAHASISWA ' DP-STATUS
020800             ', CUTI TIDAK DAPAT DIAJUKAN'
020900         GO TO 2000-EXIT
021000     END-IF.
021100     DISPLAY DP-NAMA ' / ' DP-PRODI.
021200     DISPLAY 'TERM CUTI (YYYYS)        : ' WITH NO ADVANCING.
021300     MOVE ZERO TO WS-TERM-PILIH.
021400     ACCEPT WS-TERM-PILIH.
021500     IF WS-TERM-PILIH < WS-TERM
021600         DISPLAY 'TERM CUTI TIDAK BOLEH SEBELUM TERM AKTIF'
021700         GO TO 2000-EXIT
021800     END-IF.
021900     MOVE WS-NPM TO CT-NPM.
022000     MOVE WS-TERM-PILIH TO CT-TERM.
022100     READ CUTI-FILE
022200         INVALID KEY CONTINUE
022300         NOT INVALID KEY
022400             DISPLAY 'SUDAH ADA PENGAJUAN TERM ITU, STATUS '
022500                 CT-STATUS
022600             GO TO 2000-EXIT
022700     END-READ.
022800     MOVE 'A' TO WS-HITUNG-STATUS.
022900     PERFORM 6000-HITUNG-CUTI THRU 6000-EXIT.
023000     IF WS-JML-CUTI NOT < WS-CUTI-MAKS
023100         DISPLAY 'BATAS CUTI ' WS-CUTI-MAKS ' TERM SUDAH TERCAPAI'
023200         GO TO 2000-EXIT
023300     END-IF.
023400     PERFORM 6100-CEK-KRS THRU 6100-EXIT.
023500     IF WS-KRS-SETUJU
023600         DISPLAY 'SUDAH ADA KRS DISETUJUI DI TERM ITU, DITOLAK'
023700         GO TO 2000-EXIT
023800     END-IF.
023900     DISPLAY 'ALASAN CUTI              : ' WITH NO ADVANCING.
024000     ACCEPT WS-ALASAN.
024100     IF WS-ALASAN = SPACES
024200         DISPLAY 'ALASAN WAJIB DIISI'
024300         GO TO 2000-EXIT
024400     END-IF.
024500     MOVE SPACES TO CUTI-RECORD.
024600     MOVE WS-NPM TO CT-NPM.
024700     MOVE WS-TERM-PILIH TO CT-TERM.
024800     MOVE 'A' TO CT-STATUS.
024900     MOVE WS-ALASAN TO CT-ALASAN.
025000     MOVE WS-TGL-RUN TO CT-TGL-AJU.
025100     MOVE ZERO TO CT-TGL-PUTUS.
025200     MOVE WS-OPERATOR TO CT-OPERATOR.
025300     WRITE CUTI-RECORD
025400         INVALID KEY
025500             DISPLAY 'GAGAL TULIS cuti.dat : ' CT-KUNCI
025600             GO TO 2000-EXIT
025700     END-WRITE.
025800     DISPLAY 'CUTI TERM ' WS-TERM-PILIH ' DIAJUKAN, MENUNGGU'
025900         ' PERSETUJUAN'.
026000 2000-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------------
026400 3000-PUTUSKAN.
026500     IF WS-OPR-LEVEL < 2
026600         DISPLAY 'PERSETUJUAN CUTI HANYA UNTUK SUPERVISOR'
026700         GO TO 3000-EXIT
026800     END-IF.
026900     DISPLAY 'NPM                      : ' WITH NO ADVANCING.
027000     ACCEPT WS-NPM.
027100     DISPLAY 'TERM CUTI (YYYYS)        : ' WITH NO ADVANCING.
027200     MOVE ZERO TO WS-TERM-PILIH.
027300     ACCEPT WS-TERM-PILIH.
027400     MOVE WS-NPM TO CT-NPM.
027500     MOVE WS-TERM-PILIH TO CT-TERM.
027600     READ CUTI-FILE
027700         INVALID KEY
027800             DISPLAY 'PENGAJUAN CUTI TIDAK ADA'
027900             GO TO 3000-EXIT
028000     END-READ.
028100     IF CT-STATUS NOT = 'A'
028200         DISPLAY 'SUDAH DIPUTUSKAN, STATUS ' CT-STATUS
028300         GO TO 3000-EXIT
028400     END-IF.
028500     DISPLAY 'ALASAN : ' CT-ALASAN.
028600     DISPLAY 'DIAJUKAN ' CT-TGL-AJU ' OLEH ' CT-OPERATOR.
028700     DISPLAY 'SETUJUI (S) / TOLAK (T) : ' WITH NO ADVANCING.
028800     ACCEPT WS-JAWAB.
028900     IF WS-JAWAB NOT = 'S' AND WS-JAWAB NOT = 'T'
029000         GO TO 3000-EXIT
029100     END-IF.
029200     IF WS-JAWAB = 'S'
029300         MOVE 'S' TO WS-HITUNG-STATUS
029400         PERFORM 6000-HITUNG-CUTI THRU 6000-EXIT
029500         IF WS-JML-CUTI NOT < WS-CUTI-MAKS
029600             DISPLAY 'BATAS CUTI ' WS-CUTI-MAKS
029700                 ' TERM SUDAH TERCAPAI, HANYA BISA DITOLAK'
029800             GO TO 3000-EXIT
029900         END-IF
030000         MOVE WS-NPM TO CT-NPM
030100         MOVE WS-TERM-PILIH TO CT-TERM
030200         READ CUTI-FILE
030300             INVALID KEY GO TO 3000-EXIT
030400         END-READ
030500     END-IF.
030600     MOVE WS-JAWAB TO CT-STATUS.
030700     MOVE WS-TGL-RUN TO CT-TGL-PUTUS.
030800     MOVE WS-OPERATOR TO CT-OPERATOR.
030900     REWRITE CUTI-RECORD
031000         INVALID KEY
031100             DISPLAY 'GAGAL UBAH cuti.dat : ' CT-KUNCI
031200             GO TO 3000-EXIT
031300     END-REWRITE.
031400     IF CT-STATUS = 'S' AND CT-TERM = WS-TERM
031500         MOVE WS-NPM TO DP-NPM
031600         READ DEPT-MST
031700             INVALID KEY GO TO 3000-EXIT
031800         END-READ
031900         IF DP-STATUS = 'A'
032000             MOVE 'C' TO DP-STATUS
032100             REWRITE DEPT-RECORD
032200                 INVALID KEY
032300                     DISPLAY 'GAGAL UBAH STATUS dept.dat'
032400             END-REWRITE
032500         END-IF
032600     END-IF.
032700     DISPLAY 'CUTI ' WS-NPM ' TERM ' WS-TERM-PILIH ' : '
032800         CT-STATUS.
032900 3000-EXIT.
033000     EXIT.
033100
033200*-----------------------------------------------------------------
033300* Sinkron status term AKTIF: cuti S term ini -> C; C yang tidak
033400* punya cuti S term ini kembali A.
033500*-----------------------------------------------------------------
033600 4000-SINKRON.
033700     IF WS-OPR-LEVEL < 2
033800         DISPLAY 'SINKRON STATUS HANYA UNTUK SUPERVISOR'
033900         GO TO 4000-EXIT
034000     END-IF.
034100     MOVE ZERO TO WS-JML-UBAH.
034200     MOVE 'N' TO WS-EOF-SW.
034300     MOVE LOW-VALUES TO DP-NPM.
034400     START DEPT-MST KEY NOT < DP-NPM
034500         INVALID KEY MOVE 'Y' TO WS-EOF-SW
034600     END-START.
034700     PERFORM 4100-SATU-MAHASISWA THRU 4100-EXIT
034800         UNTIL WS-EOF.
034900     DISPLAY 'STATUS DIUBAH : ' WS-JML-UBAH ' MAHASISWA'.
035000 4000-EXIT.
035100     EXIT.
035200
035300 4100-SATU-MAHASISWA.
035400     READ DEPT-MST NEXT RECORD
035500         AT END MOVE 'Y' TO WS-EOF-SW
035600     END-READ.
035700     IF WS-EOF
035800         GO TO 4100-EXIT
035900     END-IF.
036000     IF DP-STATUS NOT = 'A' AND DP-STATUS NOT = 'C'
036100         GO TO 4100-EXIT
036200     END-IF.
036300     MOVE DP-NPM TO CT-NPM.
036400     MOVE WS-TERM TO CT-TERM.
036500     READ CUTI-FILE
036600         INVALID KEY MOVE SPACE TO CT-STATUS
036700     END-READ.
036800     IF CT-STATUS = 'S' AND DP-STATUS = 'A'
036900         MOVE 'C' TO DP-STATUS
037000     ELSE
037100         IF CT-STATUS NOT = 'S' AND DP-STATUS = 'C'
037200             MOVE 'A' TO DP-STATUS
037300         ELSE
037400             GO TO 4100-EXIT
037500         END-IF
037600     END-IF.
037700     REWRITE DEPT-RECORD
037800         INVALID KEY
037900             DISPLAY 'GAGAL UBAH STATUS ' DP-NPM
038000             GO TO 4100-EXIT
038100     END-REWRITE.
038200     ADD 1 TO WS-JML-UBAH.
038300 4100-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------------
038700 5000-DAFTAR.
038800     DISPLAY 'TERM (YYYYS, KOSONG = AKTIF) : ' WITH NO ADVANCING.
038900     MOVE ZERO TO WS-TERM-PILIH.
039000     ACCEPT WS-TERM-PILIH.
039100     IF WS-TERM-PILIH = ZERO
039200         MOVE WS-TERM TO WS-TERM-PILIH
039300     END-IF.
039400     ACCEPT WS-JAM-RUN FROM TIME.
039500     MOVE SPACES TO WS-RPT-NAMA.
039600     STRING 'CUTI-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
039700         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
039800     OPEN OUTPUT REPORT-OUT.
039900     MOVE SPACES TO REPORT-LINE.
040000     STRING 'PENGAJUAN CUTI AKADEMIK TERM ' WS-TERM-PILIH
040100         ' (A=DIAJUKAN S=DISETUJUI T=DITOLAK)'
040200         DELIMITED BY SIZE INTO REPORT-LINE.
040300     WRITE REPORT-LINE.
040400     MOVE SPACES TO REPORT-LINE.
040500     WRITE REPORT-LINE.
040600     MOVE ZERO TO WS-JML-BARIS.
040700     MOVE 'N' TO WS-CT-EOF-SW.
040800     MOVE LOW-VALUES TO CT-KUNCI.
040900     START CUTI-FILE KEY NOT < CT-KUNCI
041000         INVALID KEY MOVE 'Y' TO WS-CT-EOF-SW
041100     END-START.
041200     PERFORM 5100-SATU-CUTI THRU 5100-EXIT
041300         UNTIL WS-CT-EOF.
041400     CLOSE REPORT-OUT.
041500     MOVE WS-JML-BARIS TO WS-CAT-JML.
041600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
041700         WS-CAT-JML.
041800     DISPLAY WS-JML-BARIS ' PENGAJUAN DI ' WS-RPT-NAMA.
041900 5000-EXIT.
042000     EXIT.
042100
042200 5100-SATU-CUTI.
042300     READ CUTI-FILE NEXT RECORD
042400         AT END MOVE 'Y' TO WS-CT-EOF-SW
042500     END-READ.
042600     IF WS-CT-EOF
042700         GO TO 5100-EXIT
042800     END-IF.
042900     IF CT-TERM NOT = WS-TERM-PILIH
043000         GO TO 5100-EXIT
043100     END-IF.
043200     MOVE CT-NPM TO WS-DC-NPM.
043300     MOVE CT-NPM TO DP-NPM.
043400     READ DEPT-MST
043500         INVALID KEY MOVE SPACES TO DP-NAMA
043600     END-READ.
043700     MOVE DP-NAMA TO WS-DC-NAMA.
043800     MOVE CT-STATUS TO WS-DC-STATUS.
043900     MOVE CT-TGL-AJU TO WS-DC-TGL-AJU.
044000     MOVE CT-ALASAN TO WS-DC-ALASAN.
044100     MOVE WS-D-CUTI TO REPORT-LINE.
044200     WRITE REPORT-LINE.
044300     ADD 1 TO WS-JML-BARIS.
044400 5100-EXIT.
044500     EXIT.
044600
044700*-----------------------------------------------------------------
044800* Jumlah cuti WS-NPM: WS-HITUNG-STATUS A = yang diajukan dan
044900* disetujui (A + S), S = yang disetujui saja.
045000*-----------------------------------------------------------------
045100 6000-HITUNG-CUTI.
045200     MOVE ZERO TO WS-JML-CUTI.
045300     MOVE 'N' TO WS-CT-EOF-SW.
045400     MOVE WS-NPM TO CT-NPM.
045500     MOVE ZERO TO CT-TERM.
045600     START CUTI-FILE KEY NOT < CT-KUNCI
045700         INVALID KEY MOVE 'Y' TO WS-CT-EOF-SW
045800     END-START.
045900     PERFORM 6010-SATU-CUTI THRU 6010-EXIT
046000         UNTIL WS-CT-EOF.
046100 6000-EXIT.
046200     EXIT.
046300
046400 6010-SATU-CUTI.
046500     READ CUTI-FILE NEXT RECORD
046600         AT END MOVE 'Y' TO WS-CT-EOF-SW
046700     END-READ.
046800     IF WS-CT-EOF
046900         GO TO 6010-EXIT
047000     END-IF.
047100     IF CT-NPM NOT = WS-NPM
047200         MOVE 'Y' TO WS-CT-EOF-SW
047300         GO TO 6010-EXIT
047400     END-IF.
047500     IF CT-STATUS = 'S'
047600         ADD 1 TO WS-JML-CUTI
047700     ELSE
047800         IF CT-STATUS = 'A' AND WS-HITUNG-STATUS = 'A'
047900             ADD 1 TO WS-JML-CUTI
048000         END-IF
048100     END-IF.
048200 6010-EXIT.
048300     EXIT.
048400
048500*-----------------------------------------------------------------
048600 6100-CEK-KRS.
048700     MOVE 'N' TO WS-KRS-SETUJU-SW.
048800     OPEN INPUT KRS-FILE.
048900     IF KR-FS NOT = '00'
049000         CLOSE KRS-FILE
049100         GO TO 6100-EXIT
049200     END-IF.
049300     MOVE 'N' TO WS-KR-EOF-SW.
049400     MOVE SPACES TO KRS-RECORD.
049500     MOVE WS-NPM TO KR-NPM.
049600     MOVE LOW-VALUES TO KR-MK-TERM.
049700     START KRS-FILE KEY NOT < KR-KUNCI
049800         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
049900     END-START.
050000     PERFORM 6110-SATU-KRS THRU 6110-EXIT
050100         UNTIL WS-KR-EOF OR WS-KRS-SETUJU.
050200     CLOSE KRS-FILE.
050300 6100-EXIT.
050400     EXIT.
050500
050600 6110-SATU-KRS.
050700     READ KRS-FILE NEXT RECORD
050800         AT END MOVE 'Y' TO WS-KR-EOF-SW
050900     END-READ.
051000     IF WS-KR-EOF
051100         GO TO 6110-EXIT
051200     END-IF.
051300     IF KR-NPM NOT = WS-NPM
051400         MOVE 'Y' TO WS-KR-EOF-SW
051500         GO TO 6110-EXIT
051600     END-IF.
051700     IF KR-TERM = WS-TERM-PILIH AND KR-STATUS = 'S'
051800         MOVE 'Y' TO WS-KRS-SETUJU-SW
051900     END-IF.
052000 6110-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------------
052400 9999-EXIT.
052500     STOP RUN.
