000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Kartu peserta ujian UTS/UAS dari jadwal yang sudah
000500*           diterbitkan UJN-MNT: satu kartu per mahasiswa di
000600*           KRTUJN-*.RPT berisi tanggal, sesi, MK, ruang dan
000700*           nomor kursi (kursi.dat). Mahasiswa yang masih punya
000800*           tagihan berstatus T di tagihan.dat tidak mendapat
000900*           kartu; ujian MK yang kehadirannya di absensi.dat di
001000*           bawah ambang (bawaan 75 persen, parameter ABSENMIN
001100*           sysparm.dat, hitungan sama dengan ABS-RPT) tidak
001200*           dicantumkan. Keduanya masuk daftar tidak layak di
001300*           UJNTOLAK-*.RPT pengganti pemeriksaan manual.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. UJN-KRT.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY UJNSEL.
002600     COPY KSISEL.
002700     COPY ABSSEL.
002800     COPY DEPTSEL.
002900     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003000     ORGANIZATION IS INDEXED
003100     ACCESS MODE IS DYNAMIC
003200     RECORD KEY IS TG-KUNCI
003300     FILE STATUS IS TG-FS.
003400     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS RS.
003700     SELECT TOLAK-OUT ASSIGN TO DYNAMIC WS-TLK-NAMA
003800     ORGANIZATION IS LINE SEQUENTIAL
003900     FILE STATUS IS TS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200     COPY UJNFD.
004300     COPY KSIFD.
004400     COPY ABSFD.
004500     COPY DEPTFD.
004600 FD TAGIHAN-FILE.
004700 01 TAGIHAN-RECORD.
004800     02 TG-KUNCI.
004900         03 TG-NPM         PIC X(08).
005000         03 TG-TERM        PIC 9(05).
005100     02 TG-JUMLAH          PIC 9(09).
005200     02 TG-DIBAYAR         PIC 9(09).
005300     02 TG-STATUS          PIC X(01).
005350     02 TG-POTONGAN        PIC 9(09).
005400 FD REPORT-OUT.
005500 01 REPORT-LINE            PIC X(80).
005600 FD TOLAK-OUT.
005700 01 TOLAK-LINE             PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 77 UJ-FS                  PIC XX.
006100 77 KS-FS                  PIC XX.
006200 77 AB-FS                  PIC XX.
006300 77 DP-FS                  PIC XX.
006400 77 TG-FS                  PIC XX.
006500 77 RS                     PIC XX.
006600 77 TS                     PIC XX.
006700 77 WS-RPT-NAMA            PIC X(30).
006800 77 WS-TLK-NAMA            PIC X(30).
006900 77 WS-TGL-RUN             PIC 9(8).
007000 77 WS-JAM-RUN             PIC 9(8).
007100 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'UJN-KRT'.
007200 77 WS-CAT-JML             PIC 9(7).
007300 77 WS-EOF-SW              PIC X VALUE 'N'.
007400     88 WS-EOF             VALUE 'Y'.
007500 77 WS-AB-EOF-SW           PIC X VALUE 'N'.
007600     88 WS-AB-EOF          VALUE 'Y'.
007700 77 WS-TG-EOF-SW           PIC X VALUE 'N'.
007800     88 WS-TG-EOF          VALUE 'Y'.
007900 77 WS-TUNGGAK-SW          PIC X.
008000     88 WS-TUNGGAK         VALUE 'Y'.
008100 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
008200     88 WS-DP-BUKA         VALUE 'Y'.
008300 77 WS-AB-BUKA-SW          PIC X VALUE 'N'.
008400     88 WS-AB-BUKA         VALUE 'Y'.
008500 77 WS-TG-BUKA-SW          PIC X VALUE 'N'.
008600     88 WS-TG-BUKA         VALUE 'Y'.
008700 77 WS-ADA-TGL-SW          PIC X.
008800     88 WS-ADA-TGL         VALUE 'Y'.
008900 77 WS-ADA-TM-SW           PIC X.
009000     88 WS-ADA-TM          VALUE 'Y'.
009100 77 WS-MK-NAMA             PIC X(25).
009200 77 WS-MK-SKS              PIC 9.
009300 77 WS-MK-VALID-SW         PIC X.
009400     88 WS-MK-VALID        VALUE 'Y'.
009500 77 WS-SP-NAMA             PIC X(12).
009600 77 WS-SP-NILAI            PIC 9(9).
009700 77 WS-SP-KETEMU-SW        PIC X.
009800 77 WS-AMBANG              PIC 9(3) VALUE 75.
009900 77 WS-JML-UJIAN           PIC 9(5) VALUE ZERO.
010000 77 WS-JML-DRAF            PIC 9(5) VALUE ZERO.
010100 77 WS-JML-KARTU           PIC 9(5) VALUE ZERO.
010200 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
010300 77 WS-JML-BK              PIC 9(2) VALUE ZERO.
010400 77 WS-JML-LAYAK           PIC 9(2).
010500 77 WS-JML-TM              PIC 9(3) VALUE ZERO.
010600 77 WS-JML-TGL             PIC 9(3).
010700 77 WS-JML-TEMU            PIC 9(3).
010800 77 WS-JML-HADIR           PIC 9(3).
010900 77 WS-PERSEN              PIC 9(3).
011000 77 WS-IDX                 PIC 9(3).
011100 77 WS-POSISI              PIC 9(3).
011200 01 WS-TERM-PILIH          PIC 9(5).
011300 01 WS-JENIS-PILIH         PIC X.
011400     88 WS-JENIS-VALID     VALUE 'T' 'A'.
011500 01 WS-JENIS-NAMA          PIC X(3).
011600 01 WS-NPM-JALAN           PIC X(8).
011700 01 WS-NAMA-JALAN          PIC X(20).
011800 01 WS-MK-CARI             PIC X(6).
011900 01 WS-BUFFER-KURSI.
012000     02 WS-BK-ENTRI OCCURS 20 TIMES.
012100         03 WS-BK-MK       PIC X(06).
012200         03 WS-BK-TANGGAL  PIC 9(08).
012300         03 WS-BK-SESI     PIC 9(01).
012400         03 WS-BK-RUANG    PIC X(06).
012500         03 WS-BK-KURSI    PIC 9(03).
012600         03 WS-BK-LAYAK    PIC X(01).
012700 01 WS-TABEL-TEMU.
012800     02 WS-TM-ENTRI OCCURS 200 TIMES.
012900         03 WS-TM-MK       PIC X(06).
013000         03 WS-TM-TEMU     PIC 9(03).
013100 01 WS-TABEL-TGL.
013200     02 WS-TT-TGL          PIC 9(8) OCCURS 100 TIMES.
013300 01 WS-GARIS               PIC X(64) VALUE ALL '='.
013400 01 WS-K-JUDUL.
013500     02 FILLER             PIC X(22) VALUE
013600                           'KARTU PESERTA UJIAN '.
013700     02 WS-KJ-JENIS        PIC X(03).
013800     02 FILLER             PIC X(06) VALUE ' TERM '.
013900     02 WS-KJ-TERM         PIC 9(05).
014000 01 WS-K-MHS.
014100     02 FILLER             PIC X(06) VALUE 'NPM : '.
014200     02 WS-KM-NPM          PIC X(08).
014300     02 FILLER             PIC X(10) VALUE '   NAMA : '.
014400     02 WS-KM-NAMA         PIC X(20).
014500 01 WS-K-HEADER.
014600     02 FILLER             PIC X(10) VALUE 'TANGGAL'.
014700     02 FILLER             PIC X(06) VALUE 'SESI'.
014800     02 FILLER             PIC X(08) VALUE 'MK'.
014900     02 FILLER             PIC X(26) VALUE 'NAMA MATA KULIAH'.
015000     02 FILLER             PIC X(08) VALUE 'RUANG'.
015100     02 FILLER             PIC X(05) VALUE 'KURSI'.
015200 01 WS-K-DETAIL.
015300     02 WS-KD-TANGGAL      PIC 9(08).
015400     02 FILLER             PIC X(03) VALUE SPACES.
015500     02 WS-KD-SESI         PIC 9(01).
015600     02 FILLER             PIC X(04) VALUE SPACES.
015700     02 WS-KD-MK           PIC X(06).
015800     02 FILLER             PIC X(02) VALUE SPACES.
015900     02 WS-KD-MK-NAMA      PIC X(25).
016000     02 FILLER             PIC X(01) VALUE SPACE.
016100     02 WS-KD-RUANG        PIC X(06).
016200     02 FILLER             PIC X(03) VALUE SPACES.
016300     02 WS-KD-KURSI        PIC ZZ9.
016400 01 WS-T-DETAIL.
016500     02 WS-TD-NPM          PIC X(08).
016600     02 FILLER             PIC X(02) VALUE SPACES.
016700     02 WS-TD-NAMA         PIC X(20).
016800     02 FILLER             PIC X(02) VALUE SPACES.
016900     02 WS-TD-MK           PIC X(06).
017000     02 FILLER             PIC X(02) VALUE SPACES.
017100     02 WS-TD-ALASAN       PIC X(30).
017200
017300 PROCEDURE DIVISION.
017400*-----------------------------------------------------------------
017500 0000-MAINLINE.
017600     DISPLAY 'TERM (YYYYS)             : ' WITH NO ADVANCING.
017700     ACCEPT WS-TERM-PILIH.
017800     DISPLAY 'JENIS (T=UTS, A=UAS)     : ' WITH NO ADVANCING.
017900     ACCEPT WS-JENIS-PILIH.
018000     IF NOT WS-JENIS-VALID
018100         DISPLAY 'JENIS UJIAN HARUS T ATAU A'
018200         GO TO 9999-EXIT
018300     END-IF.
018400     IF WS-JENIS-PILIH = 'T'
018500         MOVE 'UTS' TO WS-JENIS-NAMA
018600     ELSE
018700         MOVE 'UAS' TO WS-JENIS-NAMA
018800     END-IF.
018900     PERFORM 1000-CEK-TERBIT THRU 1000-EXIT.
019000     IF WS-JML-UJIAN = ZERO
019100         DISPLAY 'TIDAK ADA JADWAL UJIAN TERM/JENIS ITU'
019200         GO TO 9999-EXIT
019300     END-IF.
019400     IF WS-JML-DRAF NOT = ZERO
019500         DISPLAY 'JADWAL UJIAN BELUM DITERBITKAN (UJN-MNT),'
019600             ' KARTU TIDAK DICETAK'
019700         GO TO 9999-EXIT
019800     END-IF.
019900     MOVE 'ABSENMIN' TO WS-SP-NAMA.
020000     MOVE ZERO TO WS-SP-NILAI.
020100     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
020200         WS-SP-KETEMU-SW.
020300     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
020400         MOVE WS-SP-NILAI TO WS-AMBANG
020500     END-IF.
020600     OPEN INPUT KURSI-FILE.
020700     IF KS-FS NOT = '00'
020800         DISPLAY 'PEMBAGIAN KURSI (kursi.dat) BELUM ADA'
020900         CLOSE KURSI-FILE
021000         GO TO 9999-EXIT
021100     END-IF.
021200     OPEN INPUT DEPT-MST.
021300     IF DP-FS = '00'
021400         MOVE 'Y' TO WS-DP-BUKA-SW
021500     END-IF.
021600     OPEN INPUT ABSEN-FILE.
021700     IF AB-FS = '00'
021800         MOVE 'Y' TO WS-AB-BUKA-SW
021900     END-IF.
022000     OPEN INPUT TAGIHAN-FILE.
022100     IF TG-FS = '00'
022200         MOVE 'Y' TO WS-TG-BUKA-SW
022300     END-IF.
022400     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
022500     ACCEPT WS-JAM-RUN FROM TIME.
022600     MOVE SPACES TO WS-RPT-NAMA.
022700     STRING 'KRTUJN-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
022800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
022900     MOVE SPACES TO WS-TLK-NAMA.
023000     STRING 'UJNTOLAK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
023100         '.RPT' DELIMITED BY SIZE INTO WS-TLK-NAMA.
023200     OPEN OUTPUT REPORT-OUT.
023300     OPEN OUTPUT TOLAK-OUT.
023400     MOVE SPACES TO TOLAK-LINE.
023500     STRING 'TIDAK LAYAK UJIAN ' WS-JENIS-NAMA ' TERM '
023600         WS-TERM-PILIH ' (AMBANG HADIR ' WS-AMBANG '%)'
023700         DELIMITED BY SIZE INTO TOLAK-LINE.
023800     WRITE TOLAK-LINE.
023900     MOVE SPACES TO TOLAK-LINE.
024000     WRITE TOLAK-LINE.
024100     MOVE WS-TERM-PILIH TO KS-TERM.
024200     MOVE WS-JENIS-PILIH TO KS-JENIS.
024300     MOVE LOW-VALUES TO KS-NPM.
024400     MOVE LOW-VALUES TO KS-MK.
024500     MOVE 'N' TO WS-EOF-SW.
024600     START KURSI-FILE KEY NOT < KS-KUNCI
024700         INVALID KEY MOVE 'Y' TO WS-EOF-SW
024800     END-START.
024900     MOVE ZERO TO WS-JML-BK.
025000     PERFORM 2000-SATU-KURSI THRU 2000-EXIT
025100         UNTIL WS-EOF.
025200     IF WS-JML-BK > ZERO
025300         PERFORM 3000-TUTUP-MAHASISWA THRU 3000-EXIT
025400     END-IF.
025500     CLOSE KURSI-FILE.
025600     IF WS-DP-BUKA
025700         CLOSE DEPT-MST
025800     END-IF.
025900     IF WS-AB-BUKA
026000         CLOSE ABSEN-FILE
026100     END-IF.
026200     IF WS-TG-BUKA
026300         CLOSE TAGIHAN-FILE
026400     END-IF.
026500     CLOSE REPORT-OUT.
026600     CLOSE TOLAK-OUT.
026700     MOVE WS-JML-KARTU TO WS-CAT-JML.
026800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
026900         WS-CAT-JML.
027000     MOVE WS-JML-TOLAK TO WS-CAT-JML.
027100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-TLK-NAMA,
027200         WS-CAT-JML.
027300     DISPLAY 'KARTU UJIAN  : ' WS-JML-KARTU ' DI ' WS-RPT-NAMA.
027400     DISPLAY 'TIDAK LAYAK  : ' WS-JML-TOLAK ' DI ' WS-TLK-NAMA.
027500     GO TO 9999-EXIT.
027600
027700*-----------------------------------------------------------------
027800* Kartu hanya dari jadwal yang seluruh record-nya sudah P.
027900*-----------------------------------------------------------------
028000 1000-CEK-TERBIT.
028100     OPEN INPUT UJIAN-FILE.
028200     IF UJ-FS NOT = '00'
028300         CLOSE UJIAN-FILE
028400         GO TO 1000-EXIT
028500     END-IF.
028600     MOVE WS-TERM-PILIH TO UJ-TERM.
028700     MOVE WS-JENIS-PILIH TO UJ-JENIS.
028800     MOVE LOW-VALUES TO UJ-MK.
028900     MOVE ZERO TO UJ-URUT.
029000     MOVE 'N' TO WS-EOF-SW.
029100     START UJIAN-FILE KEY NOT < UJ-KUNCI
029200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
029300     END-START.
029400     PERFORM 1100-SATU-UJIAN THRU 1100-EXIT
029500         UNTIL WS-EOF.
029600     CLOSE UJIAN-FILE.
029700 1000-EXIT.
029800     EXIT.
029900
030000 1100-SATU-UJIAN.
030100     READ UJIAN-FILE NEXT RECORD
030200         AT END MOVE 'Y' TO WS-EOF-SW
030300     END-READ.
030400     IF WS-EOF
030500         GO TO 1100-EXIT
030600     END-IF.
030700     IF UJ-TERM NOT = WS-TERM-PILIH
030800             OR UJ-JENIS NOT = WS-JENIS-PILIH
030900         MOVE 'Y' TO WS-EOF-SW
031000         GO TO 1100-EXIT
031100     END-IF.
031200     ADD 1 TO WS-JML-UJIAN.
031300     IF UJ-STATUS NOT = 'P'
031400         ADD 1 TO WS-JML-DRAF
031500     END-IF.
031600 1100-EXIT.
031700     EXIT.
031800
031900*-----------------------------------------------------------------
032000* kursi.dat urut NPM: ujian satu mahasiswa dikumpulkan dulu,
032100* kartunya ditulis saat NPM berganti.
032200*-----------------------------------------------------------------
032300 2000-SATU-KURSI.
032400     READ KURSI-FILE NEXT RECORD
032500         AT END MOVE 'Y' TO WS-EOF-SW
032600     END-READ.
032700     IF WS-EOF
032800         GO TO 2000-EXIT
032900     END-IF.
033000     IF KS-TERM NOT = WS-TERM-PILIH
033100             OR KS-JENIS NOT = WS-JENIS-PILIH
033200         MOVE 'Y' TO WS-EOF-SW
033300         GO TO 2000-EXIT
033400     END-IF.
033500     IF WS-JML-BK > ZERO AND KS-NPM NOT = WS-NPM-JALAN
033600         PERFORM 3000-TUTUP-MAHASISWA THRU 3000-EXIT
033700     END-IF.
033800     MOVE KS-NPM TO WS-NPM-JALAN.
033900     IF WS-JML-BK = 20
034000         GO TO 2000-EXIT
034100     END-IF.
034200     ADD 1 TO WS-JML-BK.
034300     MOVE KS-MK TO WS-BK-MK(WS-JML-BK).
034400     MOVE KS-TANGGAL TO WS-BK-TANGGAL(WS-JML-BK).
034500     MOVE KS-SESI TO WS-BK-SESI(WS-JML-BK).
034600     MOVE KS-RUANG TO WS-BK-RUANG(WS-JML-BK).
034700     MOVE KS-NO-KURSI TO WS-BK-KURSI(WS-JML-BK).
034800     MOVE 'Y' TO WS-BK-LAYAK(WS-JML-BK).
034900 2000-EXIT.
035000     EXIT.
035100
035200*-----------------------------------------------------------------
035300 3000-TUTUP-MAHASISWA.
035400     MOVE SPACES TO WS-NAMA-JALAN.
035500     IF WS-DP-BUKA
035600         MOVE WS-NPM-JALAN TO DP-NPM
035700         READ DEPT-MST
035800             INVALID KEY CONTINUE
035900             NOT INVALID KEY MOVE DP-NAMA TO WS-NAMA-JALAN
036000         END-READ
036100     END-IF.
036200     PERFORM 3100-CEK-TUNGGAKAN THRU 3100-EXIT.
036300     IF WS-TUNGGAK
036400         MOVE WS-NPM-JALAN TO WS-TD-NPM
036500         MOVE WS-NAMA-JALAN TO WS-TD-NAMA
036600         MOVE '(SEMUA)' TO WS-TD-MK
036700         MOVE 'TUNGGAKAN KULIAH' TO WS-TD-ALASAN
036800         MOVE WS-T-DETAIL TO TOLAK-LINE
036900         WRITE TOLAK-LINE
037000         ADD 1 TO WS-JML-TOLAK
037100         MOVE ZERO TO WS-JML-BK
037200         GO TO 3000-EXIT
037300     END-IF.
037400     MOVE ZERO TO WS-JML-LAYAK.
037500     PERFORM 3300-CEK-HADIR THRU 3300-EXIT
037600         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JML-BK.
037700     IF WS-JML-LAYAK > ZERO
037800         PERFORM 3600-CETAK-KARTU THRU 3600-EXIT
037900     END-IF.
038000     MOVE ZERO TO WS-JML-BK.
038100 3000-EXIT.
038200     EXIT.
038300
038400 3100-CEK-TUNGGAKAN.
038500     MOVE 'N' TO WS-TUNGGAK-SW.
038600     IF NOT WS-TG-BUKA
038700         GO TO 3100-EXIT
038800     END-IF.
038900     MOVE WS-NPM-JALAN TO TG-NPM.
039000     MOVE ZERO TO TG-TERM.
039100     MOVE 'N' TO WS-TG-EOF-SW.
039200     START TAGIHAN-FILE KEY NOT < TG-KUNCI
039300         INVALID KEY MOVE 'Y' TO WS-TG-EOF-SW
039400     END-START.
039500     PERFORM 3200-SATU-TAGIHAN THRU 3200-EXIT
039600         UNTIL WS-TG-EOF OR WS-TUNGGAK.
039700 3100-EXIT.
039800     EXIT.
039900
040000 3200-SATU-TAGIHAN.
040100     READ TAGIHAN-FILE NEXT RECORD
040200         AT END MOVE 'Y' TO WS-TG-EOF-SW
040300     END-READ.
040400     IF WS-TG-EOF
040500         GO TO 3200-EXIT
040600     END-IF.
040700     IF TG-NPM NOT = WS-NPM-JALAN
040800         MOVE 'Y' TO WS-TG-EOF-SW
040900         GO TO 3200-EXIT
041000     END-IF.
041100     IF TG-STATUS = 'T'
041200         MOVE 'Y' TO WS-TUNGGAK-SW
041300     END-IF.
041400 3200-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------------
041800* Kehadiran satu ujian: pertemuan MK (tanggal berbeda, disimpan
041900* per MK supaya dihitung sekali) dan hadir mahasiswa itu.
042000* MK tanpa pertemuan tercatat dianggap memenuhi.
042100*-----------------------------------------------------------------
042200 3300-CEK-HADIR.
042300     MOVE WS-BK-MK(WS-IDX) TO WS-MK-CARI.
042400     PERFORM 3400-JUMLAH-TEMU THRU 3400-EXIT.
042500     IF WS-JML-TEMU = ZERO
042600         ADD 1 TO WS-JML-LAYAK
042700         GO TO 3300-EXIT
042800     END-IF.
042900     PERFORM 3500-JUMLAH-HADIR THRU 3500-EXIT.
043000     COMPUTE WS-PERSEN ROUNDED =
043100         WS-JML-HADIR * 100 / WS-JML-TEMU.
043200     IF WS-PERSEN NOT < WS-AMBANG
043300         ADD 1 TO WS-JML-LAYAK
043400         GO TO 3300-EXIT
043500     END-IF.
043600     MOVE 'N' TO WS-BK-LAYAK(WS-IDX).
043700     MOVE WS-NPM-JALAN TO WS-TD-NPM.
043800     MOVE WS-NAMA-JALAN TO WS-TD-NAMA.
043900     MOVE WS-MK-CARI TO WS-TD-MK.
044000     MOVE SPACES TO WS-TD-ALASAN.
044100     STRING 'KEHADIRAN ' WS-PERSEN '% (' WS-JML-HADIR '/'
044200         WS-JML-TEMU ')' DELIMITED BY SIZE INTO WS-TD-ALASAN.
044300     MOVE WS-T-DETAIL TO TOLAK-LINE.
044400     WRITE TOLAK-LINE.
044500     ADD 1 TO WS-JML-TOLAK.
044600 3300-EXIT.
044700     EXIT.
044800
044900 3400-JUMLAH-TEMU.
045000     MOVE ZERO TO WS-JML-TEMU.
045100     IF NOT WS-AB-BUKA
045200         GO TO 3400-EXIT
045300     END-IF.
045400     MOVE 'N' TO WS-ADA-TM-SW.
045500     PERFORM 3410-CARI-TEMU THRU 3410-EXIT
045600         VARYING WS-POSISI FROM 1 BY 1
045700         UNTIL WS-POSISI > WS-JML-TM OR WS-ADA-TM.
045800     IF WS-ADA-TM
045900         GO TO 3400-EXIT
046000     END-IF.
046100     MOVE ZERO TO WS-JML-TGL.
046200     MOVE SPACES TO ABSEN-RECORD.
046300     MOVE WS-MK-CARI TO AB-MK.
046400     MOVE WS-TERM-PILIH TO AB-TERM.
046500     MOVE 'N' TO WS-AB-EOF-SW.
046600     START ABSEN-FILE KEY = AB-MK-TERM
046700         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
046800     END-START.
046900     PERFORM 3420-SATU-TEMU THRU 3420-EXIT
047000         UNTIL WS-AB-EOF.
047100     MOVE WS-JML-TGL TO WS-JML-TEMU.
047200     IF WS-JML-TM < 200
047300         ADD 1 TO WS-JML-TM
047400         MOVE WS-MK-CARI TO WS-TM-MK(WS-JML-TM)
047500         MOVE WS-JML-TEMU TO WS-TM-TEMU(WS-JML-TM)
047600     END-IF.
047700 3400-EXIT.
047800     EXIT.
047900
048000 3410-CARI-TEMU.
048100     IF WS-TM-MK(WS-POSISI) = WS-MK-CARI
048200         MOVE WS-TM-TEMU(WS-POSISI) TO WS-JML-TEMU
048300         MOVE 'Y' TO WS-ADA-TM-SW
048400     END-IF.
048500 3410-EXIT.
048600     EXIT.
048700
048800 3420-SATU-TEMU.
048900     READ ABSEN-FILE NEXT RECORD
049000         AT END MOVE 'Y' TO WS-AB-EOF-SW
049100     END-READ.
049200     IF WS-AB-EOF
049300         GO TO 3420-EXIT
049400     END-IF.
049500     IF AB-MK NOT = WS-MK-CARI OR AB-TERM NOT = WS-TERM-PILIH
049600         MOVE 'Y' TO WS-AB-EOF-SW
049700         GO TO 3420-EXIT
049800     END-IF.
049900     MOVE 'N' TO WS-ADA-TGL-SW.
050000     PERFORM 3430-CARI-TGL THRU 3430-EXIT
050100         VARYING WS-POSISI FROM 1 BY 1
050200         UNTIL WS-POSISI > WS-JML-TGL OR WS-ADA-TGL.
050300     IF NOT WS-ADA-TGL AND WS-JML-TGL < 100
050400         ADD 1 TO WS-JML-TGL
050500         MOVE AB-TGL TO WS-TT-TGL(WS-JML-TGL)
050600     END-IF.
050700 3420-EXIT.
050800     EXIT.
050900
051000 3430-CARI-TGL.
051100     IF WS-TT-TGL(WS-POSISI) = AB-TGL
051200         MOVE 'Y' TO WS-ADA-TGL-SW
051300     END-IF.
051400 3430-EXIT.
051500     EXIT.
051600
051700 3500-JUMLAH-HADIR.
051800     MOVE ZERO TO WS-JML-HADIR.
051900     MOVE SPACES TO ABSEN-RECORD.
052000     MOVE WS-NPM-JALAN TO AB-NPM.
052100     MOVE WS-MK-CARI TO AB-MK.
052200     MOVE WS-TERM-PILIH TO AB-TERM.
052300     MOVE ZERO TO AB-TGL.
052400     MOVE 'N' TO WS-AB-EOF-SW.
052500     START ABSEN-FILE KEY NOT < AB-KUNCI
052600         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
052700     END-START.
052800     PERFORM 3550-SATU-HADIR THRU 3550-EXIT
052900         UNTIL WS-AB-EOF.
053000 3500-EXIT.
053100     EXIT.
053200
053300 3550-SATU-HADIR.
053400     READ ABSEN-FILE NEXT RECORD
053500         AT END MOVE 'Y' TO WS-AB-EOF-SW
053600     END-READ.
053700     IF WS-AB-EOF
053800         GO TO 3550-EXIT
053900     END-IF.
054000     IF AB-NPM NOT = WS-NPM-JALAN OR AB-MK NOT = WS-MK-CARI
054100             OR AB-TERM NOT = WS-TERM-PILIH
054200         MOVE 'Y' TO WS-AB-EOF-SW
054300         GO TO 3550-EXIT
054400     END-IF.
054500     ADD 1 TO WS-JML-HADIR.
054600 3550-EXIT.
054700     EXIT.
054800
054900*-----------------------------------------------------------------
055000 3600-CETAK-KARTU.
055100     MOVE WS-GARIS TO REPORT-LINE.
055200     WRITE REPORT-LINE.
055300     MOVE WS-JENIS-NAMA TO WS-KJ-JENIS.
055400     MOVE WS-TERM-PILIH TO WS-KJ-TERM.
055500     MOVE WS-K-JUDUL TO REPORT-LINE.
055600     WRITE REPORT-LINE.
055700     MOVE WS-NPM-JALAN TO WS-KM-NPM.
055800     MOVE WS-NAMA-JALAN TO WS-KM-NAMA.
055900     MOVE WS-K-MHS TO REPORT-LINE.
056000     WRITE REPORT-LINE.
056100     MOVE SPACES TO REPORT-LINE.
056200     WRITE REPORT-LINE.
056300     MOVE WS-K-HEADER TO REPORT-LINE.
056400     WRITE REPORT-LINE.
056500     PERFORM 3700-BARIS-KARTU THRU 3700-EXIT
056600         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JML-BK.
056700     MOVE SPACES TO REPORT-LINE.
056800     WRITE REPORT-LINE.
056900     ADD 1 TO WS-JML-KARTU.
057000 3600-EXIT.
057100     EXIT.
057200
057300 3700-BARIS-KARTU.
057400     IF WS-BK-LAYAK(WS-IDX) NOT = 'Y'
057500         GO TO 3700-EXIT
057600     END-IF.
057700     MOVE WS-BK-TANGGAL(WS-IDX) TO WS-KD-TANGGAL.
057800     MOVE WS-BK-SESI(WS-IDX) TO WS-KD-SESI.
057900     MOVE WS-BK-MK(WS-IDX) TO WS-KD-MK.
058000     MOVE SPACES TO WS-MK-NAMA.
058100     MOVE 'N' TO WS-MK-VALID-SW.
058200     CALL 'MK-CHK' USING WS-BK-MK(WS-IDX), WS-MK-NAMA,
058300         WS-MK-SKS, WS-MK-VALID-SW.
058400     MOVE WS-MK-NAMA TO WS-KD-MK-NAMA.
058500     MOVE WS-BK-RUANG(WS-IDX) TO WS-KD-RUANG.
058600     MOVE WS-BK-KURSI(WS-IDX) TO WS-KD-KURSI.
058700     MOVE WS-K-DETAIL TO REPORT-LINE.
058800     WRITE REPORT-LINE.
058900 3700-EXIT.
059000     EXIT.
059100
059200*-----------------------------------------------------------------
059300 9999-EXIT.
059400     STOP RUN.
