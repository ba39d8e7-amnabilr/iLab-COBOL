000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Persetujuan KRS oleh dosen wali. Baris krs.dat dari
000500*           KRS-ENTRY berstatus draft (D) sampai disetujui (S);
000600*           hanya baris S yang dinilai contoh1 dan ditagih
000700*           BILL-GEN. Pilihan P: dosen yang sign-on (ID operator
000800*           = DS-ID = WL-DS-ID wali.dat) melihat mahasiswa
000900*           bimbingannya yang masih punya KRS draft pada term
001000*           AKTIF term.dat, lengkap dengan jumlah SKS dan IPK
001100*           terakhir dari ipk.dat, lalu menyetujui per mahasiswa.
001200*           Hanya wali mahasiswa itu yang dapat menyetujui.
001300*           Pilihan D: daftar mahasiswa yang KRS-nya belum
001400*           disetujui (KRSPEND-*.RPT) dengan wali masing-masing
001500*           dan batas akhir jendela KRS dari kalender.dat, untuk
001600*           ditagih menjelang jendela ditutup.
001700* Tectonics: cobc -I copybooks
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 PROGRAM-ID. KRS-APRV.
002200 ENVIRONMENT DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 CONFIGURATION SECTION.
002500*-----------------------
002600 INPUT-OUTPUT SECTION.
002700     FILE-CONTROL.
002800     COPY KRSSEL.
002900     COPY WLISEL.
003000     COPY DEPTSEL.
003100     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
003200     ORGANIZATION IS INDEXED
003300     ACCESS MODE IS DYNAMIC
003400     RECORD KEY IS DS-ID
003500     FILE STATUS IS DS-FS.
003600     SELECT TERM-CTL ASSIGN TO 'term.dat'
003700     ORGANIZATION IS LINE SEQUENTIAL
003800     FILE STATUS IS TC-FS.
003900     SELECT KALENDER-FILE ASSIGN TO 'kalender.dat'
004000     ORGANIZATION IS INDEXED
004100     ACCESS MODE IS DYNAMIC
004200     RECORD KEY IS KAL-TERM
004300     FILE STATUS IS KA-FS.
004400     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
004500     ORGANIZATION IS LINE SEQUENTIAL
004600     FILE STATUS IS IP-FS.
004700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004800     ORGANIZATION IS LINE SEQUENTIAL
004900     FILE STATUS IS RS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200     COPY KRSFD.
005300     COPY WLIFD.
005400     COPY DEPTFD.
005500 FD DOSEN-MST.
005600 01 DOSEN-RECORD.
005700     02 DS-ID              PIC X(08).
005800     02 DS-NAMA            PIC X(20).
005900     02 DS-STATUS          PIC X(01).
006000 FD TERM-CTL.
006100 01 TC-LINE.
006200     02 TC-LABEL           PIC X(06).
006300     02 TC-TERM            PIC 9(05).
006400 FD KALENDER-FILE.
006500 01 KALENDER-RECORD.
006600     02 KAL-TERM           PIC 9(05).
006700     02 KAL-KRS-AWAL       PIC 9(08).
006800     02 KAL-KRS-AKHIR      PIC 9(08).
006900     02 KAL-NILAI-AWAL     PIC 9(08).
007000     02 KAL-NILAI-AKHIR    PIC 9(08).
007100     02 KAL-TGL-TUTUP      PIC 9(08).
007200 FD IPK-FILE.
007300 01 IPK-RECORD.
007400     02 IP-NPM             PIC X(08).
007500     02 FILLER             PIC X(01).
007600     02 IP-TERM            PIC 9(05).
007700     02 FILLER             PIC X(01).
007800     02 IP-IPS             PIC 9V99.
007900     02 FILLER             PIC X(01).
008000     02 IP-IPK             PIC 9V99.
008100 FD REPORT-OUT.
008200 01 REPORT-LINE            PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500 77 KR-FS                  PIC XX.
008600 77 WL-FS                  PIC XX.
008700 77 DP-FS                  PIC XX.
008800 77 DS-FS                  PIC XX.
008900 77 TC-FS                  PIC XX.
009000 77 KA-FS                  PIC XX.
009100 77 IP-FS                  PIC XX.
009200 77 RS                     PIC XX.
009300 77 WS-RPT-NAMA            PIC X(30).
009400 77 WS-TGL-RUN             PIC 9(8).
009500 77 WS-JAM-RUN             PIC 9(8).
009600 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'KRS-APRV'.
009700 77 WS-CAT-JML             PIC 9(7).
009800 77 WS-OPERATOR            PIC X(8).
009900 77 WS-OPR-LEVEL           PIC 9(1).
010000 77 WS-TERM                PIC 9(5) VALUE ZERO.
010100 77 WS-JAWAB               PIC X.
010200 77 WS-EOF-SW              PIC X VALUE 'N'.
010300     88 WS-EOF             VALUE 'Y'.
010400 77 WS-WL-EOF-SW           PIC X.
010500     88 WS-WL-EOF          VALUE 'Y'.
010600 77 WS-KR-EOF-SW           PIC X.
010700     88 WS-KR-EOF          VALUE 'Y'.
010800 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
010900     88 WS-DP-BUKA         VALUE 'Y'.
011000 77 WS-DS-BUKA-SW          PIC X VALUE 'N'.
011100     88 WS-DS-BUKA         VALUE 'Y'.
011200 77 WS-MK-NAMA             PIC X(25).
011300 77 WS-MK-SKS              PIC 9.
011400 77 WS-MK-VALID-SW         PIC X.
011500     88 WS-MK-VALID        VALUE 'Y'.
011600 77 WS-NPM-CARI            PIC X(8).
011700 77 WS-JML-DRAFT           PIC 9(3).
011800 77 WS-SKS-DRAFT           PIC 9(3).
011900 77 WS-JML-SETUJU          PIC 9(3).
012000 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
012100 77 WS-IDX                 PIC 9(3).
012200 77 WS-POSISI              PIC 9(3).
012300 77 WS-JML-MHS             PIC 9(3) VALUE ZERO.
012400 77 WS-IPK-EDIT            PIC 9.99.
012500 01 WS-PILIHAN             PIC X.
012600     88 WS-PILIH-SETUJU    VALUE 'P'.
012700     88 WS-PILIH-DAFTAR    VALUE 'D'.
012800     88 WS-PILIH-SELESAI   VALUE 'S'.
012900*-----------------------------------------------------------------
013000* Mahasiswa bimbingan dengan KRS draft, diisi dari wali.dat +
013100* krs.dat lalu IPK-nya dilengkapi satu kali baca ipk.dat.
013200*-----------------------------------------------------------------
013300 01 WS-TABEL-MHS.
013400     02 WS-TM-ENTRI OCCURS 100 TIMES.
013500         03 WS-TM-NPM      PIC X(08).
013600         03 WS-TM-NAMA     PIC X(20).
013700         03 WS-TM-DRAFT    PIC 9(03).
013800         03 WS-TM-SKS      PIC 9(03).
013900         03 WS-TM-IPK      PIC 9V99.
014000         03 WS-TM-IPK-SW   PIC X(01).
014100 01 WS-LAYAR.
014200     02 WS-L-NO            PIC ZZ9.
014300     02 FILLER             PIC X(02) VALUE SPACES.
014400     02 WS-L-NPM           PIC X(08).
014500     02 FILLER             PIC X(02) VALUE SPACES.
014600     02 WS-L-NAMA          PIC X(20).
014700     02 FILLER             PIC X(02) VALUE SPACES.
014800     02 WS-L-DRAFT         PIC ZZ9.
014900     02 FILLER             PIC X(05) VALUE ' MK, '.
015000     02 WS-L-SKS           PIC ZZ9.
015100     02 FILLER             PIC X(10) VALUE ' SKS, IPK '.
015200     02 WS-L-IPK           PIC X(04).
015300 01 WS-DETAIL.
015400     02 WS-D-NPM           PIC X(08).
015500     02 FILLER             PIC X(02) VALUE SPACES.
015600     02 WS-D-NAMA          PIC X(20).
015700     02 FILLER             PIC X(02) VALUE SPACES.
015800     02 WS-D-WALI          PIC X(08).
015900     02 FILLER             PIC X(02) VALUE SPACES.
016000     02 WS-D-WALI-NAMA     PIC X(20).
016100     02 FILLER             PIC X(02) VALUE SPACES.
016200     02 WS-D-DRAFT         PIC ZZ9.
016300
016400 PROCEDURE DIVISION.
016500*-----------------------------------------------------------------
016600 0000-MAINLINE.
016700     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
016800     IF WS-OPERATOR = SPACES
016900         DISPLAY 'PERSETUJUAN KRS HANYA UNTUK OPERATOR'
017000             ' YANG SIGN-ON LEWAT BRG-MENU'
017100         GO TO 9999-EXIT
017200     END-IF.
017300     PERFORM 1000-AMBIL-TERM THRU 1000-EXIT.
017400     IF WS-TERM = ZERO
017500         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat'
017600         GO TO 9999-EXIT
017700     END-IF.
017800     OPEN I-O KRS-FILE.
017900     IF KR-FS NOT = '00'
018000         DISPLAY 'krs.dat TIDAK DAPAT DIBUKA, STATUS ' KR-FS
018100         GO TO 9999-EXIT
018200     END-IF.
018300     OPEN INPUT WALI-FILE.
018400     IF WL-FS NOT = '00'
018500         DISPLAY 'BELUM ADA DOSEN WALI (wali.dat),'
018600             ' ISI LEWAT DSN-MNT'
018700         CLOSE KRS-FILE
018800         GO TO 9999-EXIT
018900     END-IF.
019000     OPEN INPUT DEPT-MST.
019100     IF DP-FS = '00'
019200         MOVE 'Y' TO WS-DP-BUKA-SW
019300     END-IF.
019400     OPEN INPUT DOSEN-MST.
019500     IF DS-FS = '00'
019600         MOVE 'Y' TO WS-DS-BUKA-SW
019700     END-IF.
019800     DISPLAY 'PERSETUJUAN KRS TERM ' WS-TERM.
019900     PERFORM 1100-MENU THRU 1100-EXIT
020000         UNTIL WS-PILIH-SELESAI.
020100     CLOSE KRS-FILE.
020200     CLOSE WALI-FILE.
020300     IF WS-DP-BUKA
020400         CLOSE DEPT-MST
020500     END-IF.
020600     IF WS-DS-BUKA
020700         CLOSE DOSEN-MST
020800     END-IF.
020900     GO TO 9999-EXIT.
021000
021100*-----------------------------------------------------------------
021200 1000-AMBIL-TERM.
021300     OPEN INPUT TERM-CTL.
021400     IF TC-FS NOT = '00'
021500         CLOSE TERM-CTL
021600         GO TO 1000-EXIT
021700     END-IF.
021800     MOVE 'N' TO WS-EOF-SW.
021900     PERFORM 1010-BACA-TERM THRU 1010-EXIT
022000         UNTIL WS-EOF.
022100     CLOSE TERM-CTL.
022200 1000-EXIT.
022300     EXIT.
022400
022500 1010-BACA-TERM.
022600     READ TERM-CTL
022700         AT END MOVE 'Y' TO WS-EOF-SW
022800     END-READ.
022900     IF WS-EOF
023000         GO TO 1010-EXIT
023100     END-IF.
023200     IF TC-LABEL = 'AKTIF'
023300         MOVE TC-TERM TO WS-TERM
023400     END-IF.
023500 1010-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900 1100-MENU.
024000     DISPLAY 'KRS (P=PERSETUJUAN WALI, D=DAFTAR BELUM DISETUJUI,'
024100         ' S=SELESAI) : ' WITH NO ADVANCING.
024200     ACCEPT WS-PILIHAN.
024300     EVALUATE TRUE
024400         WHEN WS-PILIH-SETUJU
024500             PERFORM 2000-PERSETUJUAN THRU 2000-EXIT
024600         WHEN WS-PILIH-DAFTAR
024700             PERFORM 3000-DAFTAR-DRAFT THRU 3000-EXIT
024800         WHEN WS-PILIH-SELESAI
024900             CONTINUE
025000         WHEN OTHER
025100             DISPLAY 'PILIHAN TIDAK DIKENAL'
025200     END-EVALUATE.
025300 1100-EXIT.
025400     EXIT.
025500
025600*-----------------------------------------------------------------
025700* Persetujuan wali: mahasiswa bimbingan operator (kunci alternatif
025800* WL-DS-ID) yang masih punya baris draft term aktif dikumpulkan,
025900* IPK terakhirnya diambil dari ipk.dat, lalu ditampilkan dan
026000* disetujui satu per satu.
026100*-----------------------------------------------------------------
026200 2000-PERSETUJUAN.
026300     MOVE ZERO TO WS-JML-MHS.
026400     MOVE 'N' TO WS-WL-EOF-SW.
026500     MOVE WS-OPERATOR TO WL-DS-ID.
026600     START WALI-FILE KEY = WL-DS-ID
026700         INVALID KEY MOVE 'Y' TO WS-WL-EOF-SW
026800     END-START.
026900     IF WS-WL-EOF
027000         DISPLAY 'OPERATOR ' WS-OPERATOR
027100             ' BUKAN DOSEN WALI MAHASISWA MANAPUN'
027200         GO TO 2000-EXIT
027300     END-IF.
027400     PERFORM 2100-SATU-BIMBINGAN THRU 2100-EXIT
027500         UNTIL WS-WL-EOF.
027600     IF WS-JML-MHS = ZERO
027700         DISPLAY 'TIDAK ADA KRS DRAFT MAHASISWA BIMBINGAN TERM '
027800             WS-TERM
027900         GO TO 2000-EXIT
028000     END-IF.
028100     PERFORM 2300-MUAT-IPK THRU 2300-EXIT.
028200     DISPLAY 'KRS DRAFT MAHASISWA BIMBINGAN ' WS-OPERATOR
028300         ' TERM ' WS-TERM.
028400     PERFORM 2500-TAMPIL-MHS THRU 2500-EXIT
028500         VARYING WS-IDX FROM 1 BY 1
028600         UNTIL WS-IDX > WS-JML-MHS.
028700     PERFORM 2600-SETUJUI-MHS THRU 2600-EXIT
028800         VARYING WS-IDX FROM 1 BY 1
028900         UNTIL WS-IDX > WS-JML-MHS.
029000 2000-EXIT.
029100     EXIT.
029200
029300 2100-SATU-BIMBINGAN.
029400     READ WALI-FILE NEXT RECORD
029500         AT END MOVE 'Y' TO WS-WL-EOF-SW
029600     END-READ.
029700     IF WS-WL-EOF
029800         GO TO 2100-EXIT
029900     END-IF.
030000     IF WL-DS-ID NOT = WS-OPERATOR
030100         MOVE 'Y' TO WS-WL-EOF-SW
030200         GO TO 2100-EXIT
030300     END-IF.
030400     MOVE WL-NPM TO WS-NPM-CARI.
030500     PERFORM 2200-HITUNG-DRAFT THRU 2200-EXIT.
030600     IF WS-JML-DRAFT = ZERO
030700         GO TO 2100-EXIT
030800     END-IF.
030900     IF WS-JML-MHS NOT < 100
031000         DISPLAY 'BIMBINGAN LEBIH DARI 100, ' WL-NPM
031100             ' DST. TIDAK DITAMPILKAN'
031200         MOVE 'Y' TO WS-WL-EOF-SW
031300         GO TO 2100-EXIT
031400     END-IF.
031500     ADD 1 TO WS-JML-MHS.
031600     MOVE WL-NPM TO WS-TM-NPM(WS-JML-MHS).
031700     MOVE WS-JML-DRAFT TO WS-TM-DRAFT(WS-JML-MHS).
031800     MOVE WS-SKS-DRAFT TO WS-TM-SKS(WS-JML-MHS).
031900     MOVE ZERO TO WS-TM-IPK(WS-JML-MHS).
032000     MOVE 'N' TO WS-TM-IPK-SW(WS-JML-MHS).
032100     MOVE SPACES TO WS-TM-NAMA(WS-JML-MHS).
032200     IF WS-DP-BUKA
032300         MOVE WL-NPM TO DP-NPM
032400         READ DEPT-MST
032500             INVALID KEY CONTINUE
032600             NOT INVALID KEY
032700                 MOVE DP-NAMA TO WS-TM-NAMA(WS-JML-MHS)
032800         END-READ
032900     END-IF.
033000 2100-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* Hitung baris draft (dan SKS-nya) WS-NPM-CARI pada term aktif,
033500* dibaca lewat kunci NPM krs.dat.
033600*-----------------------------------------------------------------
033700 2200-HITUNG-DRAFT.
033800     MOVE ZERO TO WS-JML-DRAFT.
033900     MOVE ZERO TO WS-SKS-DRAFT.
034000     MOVE 'N' TO WS-KR-EOF-SW.
034100     MOVE SPACES TO KRS-RECORD.
034200     MOVE WS-NPM-CARI TO KR-NPM.
034300     START KRS-FILE KEY NOT < KR-KUNCI
034400         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
034500     END-START.
034600     PERFORM 2210-SATU-KRS THRU 2210-EXIT
034700         UNTIL WS-KR-EOF.
034800 2200-EXIT.
034900     EXIT.
035000
035100 2210-SATU-KRS.
035200     READ KRS-FILE NEXT RECORD
035300         AT END MOVE 'Y' TO WS-KR-EOF-SW
035400     END-READ.
035500     IF WS-KR-EOF
035600         GO TO 2210-EXIT
035700     END-IF.
035800     IF KR-NPM NOT = WS-NPM-CARI
035900         MOVE 'Y' TO WS-KR-EOF-SW
036000         GO TO 2210-EXIT
036100     END-IF.
036200     IF KR-TERM NOT = WS-TERM OR KR-STATUS NOT = 'D'
036300         GO TO 2210-EXIT
036400     END-IF.
036500     ADD 1 TO WS-JML-DRAFT.
036600     MOVE 'N' TO WS-MK-VALID-SW.
036700     CALL 'MK-CHK' USING KR-MK, WS-MK-NAMA, WS-MK-SKS,
036800         WS-MK-VALID-SW.
036900     IF WS-MK-VALID
037000         ADD WS-MK-SKS TO WS-SKS-DRAFT
037100     END-IF.
037200 2210-EXIT.
037300     EXIT.
037400
037500*-----------------------------------------------------------------
037600* ipk.dat urut NPM + term, jadi baris terakhir tiap NPM adalah
037700* IPK terkini; cukup timpa tiap kali NPM bimbingan ditemukan.
037800*-----------------------------------------------------------------
037900 2300-MUAT-IPK.
038000     OPEN INPUT IPK-FILE.
038100     IF IP-FS NOT = '00'
038200         DISPLAY 'ipk.dat BELUM ADA, IPK TIDAK DITAMPILKAN'
038300         CLOSE IPK-FILE
038400         GO TO 2300-EXIT
038500     END-IF.
038600     MOVE 'N' TO WS-EOF-SW.
038700     PERFORM 2310-SATU-IPK THRU 2310-EXIT
038800         UNTIL WS-EOF.
038900     CLOSE IPK-FILE.
039000 2300-EXIT.
039100     EXIT.
039200
039300 2310-SATU-IPK.
039400     READ IPK-FILE
039500         AT END MOVE 'Y' TO WS-EOF-SW
039600     END-READ.
039700     IF WS-EOF
039800         GO TO 2310-EXIT
039900     END-IF.
040000     MOVE ZERO TO WS-POSISI.
040100     PERFORM 2320-CARI-MHS THRU 2320-EXIT
040200         VARYING WS-IDX FROM 1 BY 1
040300         UNTIL WS-IDX > WS-JML-MHS
040400             OR WS-POSISI NOT = ZERO.
040500     IF WS-POSISI NOT = ZERO
040600         MOVE IP-IPK TO WS-TM-IPK(WS-POSISI)
040700         MOVE 'Y' TO WS-TM-IPK-SW(WS-POSISI)
040800     END-IF.
040900 2310-EXIT.
041000     EXIT.
041100
041200 2320-CARI-MHS.
041300     IF WS-TM-NPM(WS-IDX) = IP-NPM
041400         MOVE WS-IDX TO WS-POSISI
041500     END-IF.
041600 2320-EXIT.
041700     EXIT.
041800
041900 2500-TAMPIL-MHS.
042000     MOVE WS-IDX TO WS-L-NO.
042100     MOVE WS-TM-NPM(WS-IDX) TO WS-L-NPM.
042200     MOVE WS-TM-NAMA(WS-IDX) TO WS-L-NAMA.
042300     MOVE WS-TM-DRAFT(WS-IDX) TO WS-L-DRAFT.
042400     MOVE WS-TM-SKS(WS-IDX) TO WS-L-SKS.
042500     IF WS-TM-IPK-SW(WS-IDX) = 'Y'
042600         MOVE WS-TM-IPK(WS-IDX) TO WS-IPK-EDIT
042700         MOVE WS-IPK-EDIT TO WS-L-IPK
042800     ELSE
042900         MOVE '-' TO WS-L-IPK
043000     END-IF.
043100     DISPLAY WS-LAYAR.
043200 2500-EXIT.
043300     EXIT.
043400
043500*-----------------------------------------------------------------
043600* Satu mahasiswa: tampilkan MK draft-nya, lalu bila disetujui
043700* semua baris draft term aktif di-REWRITE menjadi S.
043800*-----------------------------------------------------------------
043900 2600-SETUJUI-MHS.
044000     DISPLAY ' '.
044100     PERFORM 2500-TAMPIL-MHS THRU 2500-EXIT.
044200     MOVE WS-TM-NPM(WS-IDX) TO WS-NPM-CARI.
044300     MOVE 'N' TO WS-KR-EOF-SW.
044400     MOVE SPACES TO KRS-RECORD.
044500     MOVE WS-NPM-CARI TO KR-NPM.
044600     START KRS-FILE KEY NOT < KR-KUNCI
044700         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
044800     END-START.
044900     PERFORM 2610-TAMPIL-KRS THRU 2610-EXIT
045000         UNTIL WS-KR-EOF.
045100     DISPLAY 'SETUJUI KRS ' WS-NPM-CARI ' (Y/T) ? '
045200         WITH NO ADVANCING.
045300     ACCEPT WS-JAWAB.
045400     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
045500         DISPLAY 'KRS ' WS-NPM-CARI ' TETAP DRAFT'
045600         GO TO 2600-EXIT
045700     END-IF.
045800     MOVE ZERO TO WS-JML-SETUJU.
045900     MOVE 'N' TO WS-KR-EOF-SW.
046000     MOVE SPACES TO KRS-RECORD.
046100     MOVE WS-NPM-CARI TO KR-NPM.
046200     START KRS-FILE KEY NOT < KR-KUNCI
046300         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
046400     END-START.
046500     PERFORM 2620-SETUJUI-KRS THRU 2620-EXIT
046600         UNTIL WS-KR-EOF.
046700     DISPLAY 'KRS ' WS-NPM-CARI ' DISETUJUI, ' WS-JML-SETUJU
046800         ' MK'.
046900 2600-EXIT.
047000     EXIT.
047100
047200 2610-TAMPIL-KRS.
047300     READ KRS-FILE NEXT RECORD
047400         AT END MOVE 'Y' TO WS-KR-EOF-SW
047500     END-READ.
047600     IF WS-KR-EOF
047700         GO TO 2610-EXIT
047800     END-IF.
047900     IF KR-NPM NOT = WS-NPM-CARI
048000         MOVE 'Y' TO WS-KR-EOF-SW
048100         GO TO 2610-EXIT
048200     END-IF.
048300     IF KR-TERM NOT = WS-TERM OR KR-STATUS NOT = 'D'
048400         GO TO 2610-EXIT
048500     END-IF.
048600     MOVE SPACES TO WS-MK-NAMA.
048700     MOVE ZERO TO WS-MK-SKS.
048800     MOVE 'N' TO WS-MK-VALID-SW.
048900     CALL 'MK-CHK' USING KR-MK, WS-MK-NAMA, WS-MK-SKS,
049000         WS-MK-VALID-SW.
049100     DISPLAY '     ' KR-MK '  ' WS-MK-NAMA '  ' WS-MK-SKS ' SKS'.
049200 2610-EXIT.
049300     EXIT.
049400
049500 2620-SETUJUI-KRS.
049600     READ KRS-FILE NEXT RECORD
049700         AT END MOVE 'Y' TO WS-KR-EOF-SW
049800     END-READ.
049900     IF WS-KR-EOF
050000         GO TO 2620-EXIT
050100     END-IF.
050200     IF KR-NPM NOT = WS-NPM-CARI
050300         MOVE 'Y' TO WS-KR-EOF-SW
050400         GO TO 2620-EXIT
050500     END-IF.
050600     IF KR-TERM NOT = WS-TERM OR KR-STATUS NOT = 'D'
050700         GO TO 2620-EXIT
050800     END-IF.
050900     MOVE 'S' TO KR-STATUS.
051000     REWRITE KRS-RECORD
051100         INVALID KEY
051200             DISPLAY 'GAGAL MENYIMPAN ' KR-NPM ' ' KR-MK
051300         NOT INVALID KEY
051400             ADD 1 TO WS-JML-SETUJU
051500     END-REWRITE.
051600 2620-EXIT.
051700     EXIT.
051800
051900*-----------------------------------------------------------------
052000* Daftar KRS belum disetujui: krs.dat disisir urut NPM, tiap
052100* pergantian NPM yang masih punya baris draft term aktif ditulis
052200* bersama walinya (atau BELUM ADA WALI). Kepala laporan memuat
052300* batas akhir jendela KRS term itu dari kalender.dat.
052400*-----------------------------------------------------------------
052500 3000-DAFTAR-DRAFT.
052600     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
052700     ACCEPT WS-JAM-RUN FROM TIME.
052800     MOVE SPACES TO WS-RPT-NAMA.
052900     STRING 'KRSPEND-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
053000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
053100     OPEN OUTPUT REPORT-OUT.
053200     MOVE SPACES TO REPORT-LINE.
053300     STRING 'KRS BELUM DISETUJUI WALI TERM ' WS-TERM
053400         ' PER ' WS-TGL-RUN
053500         DELIMITED BY SIZE INTO REPORT-LINE.
053600     WRITE REPORT-LINE.
053700     MOVE SPACES TO REPORT-LINE.
053800     MOVE ZERO TO KAL-KRS-AKHIR.
053900     OPEN INPUT KALENDER-FILE.
054000     IF KA-FS = '00'
054100         MOVE WS-TERM TO KAL-TERM
054200         READ KALENDER-FILE
054300             INVALID KEY MOVE ZERO TO KAL-KRS-AKHIR
054400         END-READ
054500         CLOSE KALENDER-FILE
054600     END-IF.
054700     IF KAL-KRS-AKHIR = ZERO
054800         MOVE 'JENDELA KRS TERM INI BELUM ADA DI kalender.dat'
054900             TO REPORT-LINE
055000     ELSE
055100         IF WS-TGL-RUN > KAL-KRS-AKHIR
055200             STRING 'JENDELA KRS SUDAH DITUTUP ' KAL-KRS-AKHIR
055300                 DELIMITED BY SIZE INTO REPORT-LINE
055400         ELSE
055500             STRING 'JENDELA KRS BERAKHIR ' KAL-KRS-AKHIR
055600                 DELIMITED BY SIZE INTO REPORT-LINE
055700         END-IF
055800     END-IF.
055900     WRITE REPORT-LINE.
056000     MOVE SPACES TO REPORT-LINE.
056100     WRITE REPORT-LINE.
056200     MOVE 'NPM       NAMA                  WALI      NAMA WALI'
056300         TO REPORT-LINE.
056400     MOVE 'DRAFT' TO REPORT-LINE(63:5).
056500     WRITE REPORT-LINE.
056600     MOVE ZERO TO WS-JML-BARIS.
056700     MOVE SPACES TO WS-NPM-CARI.
056800     MOVE ZERO TO WS-JML-DRAFT.
056900     MOVE 'N' TO WS-KR-EOF-SW.
057000     MOVE LOW-VALUES TO KR-KUNCI.
057100     START KRS-FILE KEY NOT < KR-KUNCI
057200         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
057300     END-START.
057400     PERFORM 3100-SATU-BARIS THRU 3100-EXIT
057500         UNTIL WS-KR-EOF.
057600     PERFORM 3200-TULIS-NPM THRU 3200-EXIT.
057700     CLOSE REPORT-OUT.
057800     MOVE WS-JML-BARIS TO WS-CAT-JML.
057900     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
058000         WS-CAT-JML.
058100     DISPLAY WS-JML-BARIS ' MAHASISWA BELUM DISETUJUI, DI '
058200         WS-RPT-NAMA.
058300 3000-EXIT.
058400     EXIT.
058500
058600 3100-SATU-BARIS.
058700     READ KRS-FILE NEXT RECORD
058800         AT END MOVE 'Y' TO WS-KR-EOF-SW
058900     END-READ.
059000     IF WS-KR-EOF
059100         GO TO 3100-EXIT
059200     END-IF.
059300     IF KR-NPM NOT = WS-NPM-CARI
059400         PERFORM 3200-TULIS-NPM THRU 3200-EXIT
059500         MOVE KR-NPM TO WS-NPM-CARI
059600         MOVE ZERO TO WS-JML-DRAFT
059700     END-IF.
059800     IF KR-TERM = WS-TERM AND KR-STATUS = 'D'
059900         ADD 1 TO WS-JML-DRAFT
060000     END-IF.
060100 3100-EXIT.
060200     EXIT.
060300
060400 3200-TULIS-NPM.
060500     IF WS-JML-DRAFT = ZERO
060600         GO TO 3200-EXIT
060700     END-IF.
060800     MOVE WS-NPM-CARI TO WS-D-NPM.
060900     MOVE SPACES TO WS-D-NAMA.
061000     IF WS-DP-BUKA
061100         MOVE WS-NPM-CARI TO DP-NPM
061200         READ DEPT-MST
061300             INVALID KEY CONTINUE
061400             NOT INVALID KEY MOVE DP-NAMA TO WS-D-NAMA
061500         END-READ
061600     END-IF.
061700     MOVE SPACES TO WS-D-WALI-NAMA.
061800     MOVE WS-NPM-CARI TO WL-NPM.
061900     READ WALI-FILE
062000         INVALID KEY
062100             MOVE SPACES TO WS-D-WALI
062200             MOVE 'BELUM ADA WALI' TO WS-D-WALI-NAMA
062300         NOT INVALID KEY
062400             MOVE WL-DS-ID TO WS-D-WALI
062500     END-READ.
062600     IF WS-D-WALI NOT = SPACES AND WS-DS-BUKA
062700         MOVE WL-DS-ID TO DS-ID
062800         READ DOSEN-MST
062900             INVALID KEY CONTINUE
063000             NOT INVALID KEY MOVE DS-NAMA TO WS-D-WALI-NAMA
063100         END-READ
063200     END-IF.
063300     MOVE WS-JML-DRAFT TO WS-D-DRAFT.
063400     MOVE WS-DETAIL TO REPORT-LINE.
063500     WRITE REPORT-LINE.
063600     ADD 1 TO WS-JML-BARIS.
063700 3200-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------------
064100 9999-EXIT.
064200     STOP RUN.
