000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Statistik akreditasi per prodi untuk rentang angkatan
000500*           pilihan, semua dari data sistem: angkatan mahasiswa =
000600*           tahun term pertama bernilai di GBHIST.DAT; lulus =
000700*           DP-STATUS L/W dept.dat atau wisuda.dat berstatus L
000800*           (IPK akhir WD-IPK, bila kosong IPK terakhir ipk.dat);
000900*           masa studi = jumlah semester reguler (term 1 dan 2)
001000*           dari term pertama sampai term bernilai terakhir,
001100*           tepat waktu bila tidak melebihi sysparm MASASTUDI
001200*           (bawaan 8 semester); drop out = DP-STATUS N. Aktif
001300*           per term = NPM yang bernilai di GBHIST.DAT term itu.
001400*           Rasio mahasiswa/dosen: mahasiswa berstatus A dibagi
001500*           dosen aktif dosen.dat yang mengampu (ajar.dat term
001600*           AKTIF term.dat) MK kurikulum prodi itu
001700*           (kurikulum.dat).
001800*           Tabel dicetak dengan nomor dan susunan tabel borang
001900*           akreditasi ke AKREDITASI-*.RPT (RPT-CAT).
002000* Tectonics: cobc -I copybooks
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 PROGRAM-ID. AKR-STAT.
002500 ENVIRONMENT DIVISION.
002600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002700 CONFIGURATION SECTION.
002800*-----------------------
002900 INPUT-OUTPUT SECTION.
003000     FILE-CONTROL.
003100     COPY DEPTSEL.
003200     COPY GBHSEL.
003300     COPY WSDSEL.
003400     SELECT IPK-FILE ASSIGN TO 'ipk.dat'
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS IP-FS.
003700     SELECT TERM-CTL ASSIGN TO 'term.dat'
003800     ORGANIZATION IS LINE SEQUENTIAL
003900     FILE STATUS IS TC-FS.
004000     SELECT KURIKULUM-FILE ASSIGN TO 'kurikulum.dat'
004100     ORGANIZATION IS LINE SEQUENTIAL
004200     FILE STATUS IS KU-FS.
004300     SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
004400     ORGANIZATION IS INDEXED
004500     ACCESS MODE IS DYNAMIC
004600     RECORD KEY IS AJ-KUNCI
004700     FILE STATUS IS AJ-FS.
004800     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
004900     ORGANIZATION IS INDEXED
005000     ACCESS MODE IS DYNAMIC
005100     RECORD KEY IS DS-ID
005200     FILE STATUS IS DS-FS.
005300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
005400     ORGANIZATION IS LINE SEQUENTIAL
005500     FILE STATUS IS RS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800     COPY DEPTFD.
005900     COPY GBHFD.
006000     COPY WSDFD.
006100 FD IPK-FILE.
006200 01 IPK-RECORD.
006300     02 IP-NPM             PIC X(08).
006400     02 FILLER             PIC X(01).
006500     02 IP-TERM            PIC 9(05).
006600     02 FILLER             PIC X(01).
006700     02 IP-IPS             PIC 9V99.
006800     02 FILLER             PIC X(01).
006900     02 IP-IPK             PIC 9V99.
007000 FD TERM-CTL.
007100 01 TC-LINE.
007200     02 TC-LABEL           PIC X(06).
007300     02 TC-TERM            PIC 9(05).
007400 FD KURIKULUM-FILE.
007500 01 KURIKULUM-RECORD.
007600     02 KUR-PRODI          PIC X(20).
007700     02 FILLER             PIC X(01).
007800     02 KUR-JENIS          PIC X(01).
007900     02 FILLER             PIC X(01).
008000     02 KUR-MK             PIC X(06).
008100     02 FILLER             PIC X(01).
008200     02 KUR-GRUP           PIC X(02).
008300     02 FILLER             PIC X(01).
008400     02 KUR-SKS-MIN        PIC 9(03).
008500 FD AJAR-FILE.
008600 01 AJAR-RECORD.
008700     02 AJ-KUNCI.
008800         03 AJ-TERM        PIC 9(05).
008900         03 AJ-MK          PIC X(06).
009000         03 AJ-DS-ID       PIC X(08).
009100 FD DOSEN-MST.
009200 01 DOSEN-RECORD.
009300     02 DS-ID              PIC X(08).
009400     02 DS-NAMA            PIC X(20).
009500     02 DS-STATUS          PIC X(01).
009600 FD REPORT-OUT.
009700 01 REPORT-LINE            PIC X(90).
009800
009900 WORKING-STORAGE SECTION.
010000 77 DP-FS                  PIC XX.
010100 77 GH-FS                  PIC XX.
010200 77 WD-FS                  PIC XX.
010300 77 IP-FS                  PIC XX.
010400 77 TC-FS                  PIC XX.
010500 77 KU-FS                  PIC XX.
010600 77 AJ-FS                  PIC XX.
010700 77 DS-FS                  PIC XX.
010800 77 RS                     PIC XX.
010900 77 WS-RPT-NAMA            PIC X(30).
011000 77 WS-TGL-RUN             PIC 9(8).
011100 77 WS-JAM-RUN             PIC 9(8).
011200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'AKR-STAT'.
011300 77 WS-CAT-JML             PIC 9(7).
011400 77 WS-EOF-SW              PIC X VALUE 'N'.
011500     88 WS-EOF             VALUE 'Y'.
011600 77 WS-GH-EOF-SW           PIC X.
011700     88 WS-GH-EOF          VALUE 'Y'.
011800 77 WS-IP-EOF-SW           PIC X VALUE 'N'.
011900     88 WS-IP-EOF          VALUE 'Y'.
012000 77 WS-WD-BUKA-SW          PIC X VALUE 'N'.
012100     88 WS-WD-BUKA         VALUE 'Y'.
012200 77 WS-LULUS-SW            PIC X.
012300     88 WS-LULUS           VALUE 'Y'.
012400 77 WS-KETEMU-SW           PIC X.
012500     88 WS-KETEMU          VALUE 'Y'.
012600 77 WS-SP-NAMA             PIC X(12) VALUE 'MASASTUDI'.
012700 77 WS-SP-NILAI            PIC 9(9).
012800 77 WS-SP-KETEMU-SW        PIC X.
012900 77 WS-MASA-STUDI          PIC 9(2) VALUE 8.
013000 77 WS-IDX                 PIC 9(4) COMP.
013100 77 WS-IDX-P               PIC 9(2) COMP.
013200 77 WS-IDX-A               PIC 9(2) COMP.
013300 77 WS-IDX-T               PIC 9(2) COMP.
013400 77 WS-POSISI              PIC 9(2) COMP.
013500 77 WS-JML-PRODI           PIC 9(2) COMP VALUE ZERO.
013600 77 WS-JML-ANGKATAN        PIC 9(2) COMP.
013700 77 WS-JML-SLOT            PIC 9(2) COMP.
013800 77 WS-JML-KUR             PIC 9(4) COMP VALUE ZERO.
013900 77 WS-JML-PASANG          PIC 9(4) COMP VALUE ZERO.
014000 77 WS-JML-MHS             PIC 9(7) VALUE ZERO.
014100 77 WS-JML-TANPA-RIWAYAT   PIC 9(7) VALUE ZERO.
014200 77 WS-JML-TANPA-PRODI     PIC 9(7) VALUE ZERO.
014300 77 WS-JML-LEBIH           PIC 9(7) VALUE ZERO.
014400 77 WS-NPM                 PIC X(8).
014500 77 WS-PRODI-PILIH         PIC X(20).
014600 77 WS-TERM-AKTIF          PIC 9(5) VALUE ZERO.
014700 77 WS-TERM-AWAL           PIC 9(5).
014800 77 WS-TERM-AKHIR          PIC 9(5).
014900 77 WS-IPK-AKHIR           PIC 9V99.
015000 77 WS-IPK-LULUS           PIC 9V99.
015100 77 WS-SEMESTER            PIC 9(3).
015200 77 WS-PERSEN              PIC 9(3)V99.
015300 01 WS-ANGKATAN-AWAL       PIC 9(4).
015400 01 WS-ANGKATAN-AKHIR      PIC 9(4).
015500 01 WS-TERM-PECAH.
015600     02 WS-TM-TAHUN        PIC 9(4).
015700     02 WS-TM-SEM          PIC 9.
015800 01 WS-TERM-PECAH-N REDEFINES WS-TERM-PECAH PIC 9(5).
015900 01 WS-AWAL-PECAH.
016000     02 WS-AW-TAHUN        PIC 9(4).
016100     02 WS-AW-SEM          PIC 9.
016200 01 WS-AWAL-PECAH-N REDEFINES WS-AWAL-PECAH PIC 9(5).
016300*    Term reguler rentang angkatan tempat NPM berjalan bernilai.
016400 01 WS-TABEL-SLOT-MHS.
016500     02 WS-SLOT-SW         PIC X OCCURS 20 TIMES.
016600*    Angka per prodi: per angkatan (maks 10) dan per term reguler
016700*    rentang angkatan (maks 20).
016800 01 WS-TABEL-PRODI.
016900     02 WS-PR OCCURS 30 TIMES.
017000         03 WS-PR-NAMA     PIC X(20).
017100         03 WS-PR-AKTIF-A  PIC 9(5).
017200         03 WS-PR-DOSEN    PIC 9(4).
017300         03 WS-PR-ANGK OCCURS 10 TIMES.
017400             04 WS-PA-MASUK    PIC 9(5).
017500             04 WS-PA-LULUS    PIC 9(5).
017600             04 WS-PA-TEPAT    PIC 9(5).
017700             04 WS-PA-DO       PIC 9(5).
017800             04 WS-PA-SEM      PIC 9(7).
017900             04 WS-PA-IPK      PIC 9(7)V99.
018000             04 WS-PA-IPK-MIN  PIC 9V99.
018100             04 WS-PA-IPK-MAKS PIC 9V99.
018200         03 WS-PR-AKTIF OCCURS 20 TIMES PIC 9(5).
018300 01 WS-TABEL-KUR.
018400     02 WS-KU OCCURS 1000 TIMES.
018500         03 WS-KU-PRODI    PIC 9(2) COMP.
018600         03 WS-KU-MK       PIC X(06).
018700*    Dosen yang sudah dihitung untuk prodi (satu dosen satu kali).
018800 01 WS-TABEL-PASANG.
018900     02 WS-PS OCCURS 1000 TIMES.
019000         03 WS-PS-PRODI    PIC 9(2) COMP.
019100         03 WS-PS-DS-ID    PIC X(08).
019200 01 WS-JUDUL-PRODI.
019300     02 FILLER             PIC X(16) VALUE 'PROGRAM STUDI : '.
019400     02 WS-JP-PRODI        PIC X(20).
019500 01 WS-HEADER-8C.
019600     02 FILLER             PIC X(10) VALUE 'ANGKATAN'.
019700     02 FILLER             PIC X(09) VALUE ' DITERIMA'.
019800     02 FILLER             PIC X(07) VALUE '  LULUS'.
019900     02 FILLER             PIC X(07) VALUE '  TEPAT'.
020000     02 FILLER             PIC X(09) VALUE '  % TEPAT'.
020100     02 FILLER             PIC X(12) VALUE ' MASA STUDI'.
020200     02 FILLER             PIC X(07) VALUE '     DO'.
020300     02 FILLER             PIC X(08) VALUE '    % DO'.
020400 01 WS-DETAIL-8C.
020500     02 FILLER             PIC X(02) VALUE SPACES.
020600     02 WS-C-ANGKATAN      PIC 9(4).
020700     02 FILLER             PIC X(04) VALUE SPACES.
020800     02 WS-C-MASUK         PIC Z(8)9.
020900     02 WS-C-LULUS         PIC Z(6)9.
021000     02 WS-C-TEPAT         PIC Z(6)9.
021100     02 FILLER             PIC X(03) VALUE SPACES.
021200     02 WS-C-PERSEN-TEPAT  PIC ZZ9.99.
021300     02 FILLER             PIC X(04) VALUE SPACES.
021400     02 WS-C-MASA          PIC Z9.99.
021500     02 FILLER             PIC X(04) VALUE ' THN'.
021600     02 WS-C-DO            PIC Z(6)9.
021700     02 FILLER             PIC X(02) VALUE SPACES.
021800     02 WS-C-PERSEN-DO     PIC ZZ9.99.
021900 01 WS-HEADER-8A.
022000     02 FILLER             PIC X(10) VALUE 'ANGKATAN'.
022100     02 FILLER             PIC X(09) VALUE '  LULUSAN'.
022200     02 FILLER             PIC X(10) VALUE '   IPK MIN'.
022300     02 FILLER             PIC X(10) VALUE '  IPK RATA'.
022400     02 FILLER             PIC X(10) VALUE '  IPK MAKS'.
022500 01 WS-DETAIL-8A.
022600     02 FILLER             PIC X(02) VALUE SPACES.
022700     02 WS-A-ANGKATAN      PIC 9(4).
022800     02 FILLER             PIC X(04) VALUE SPACES.
022900     02 WS-A-LULUS         PIC Z(8)9.
023000     02 FILLER             PIC X(06) VALUE SPACES.
023100     02 WS-A-IPK-MIN       PIC 9.99.
023200     02 FILLER             PIC X(06) VALUE SPACES.
023300     02 WS-A-IPK-RATA      PIC 9.99.
023400     02 FILLER             PIC X(06) VALUE SPACES.
023500     02 WS-A-IPK-MAKS      PIC 9.99.
023600 01 WS-DETAIL-AKTIF.
023700     02 FILLER             PIC X(02) VALUE SPACES.
023800     02 WS-K-TERM          PIC 9(5).
023900     02 FILLER             PIC X(03) VALUE SPACES.
024000     02 WS-K-AKTIF         PIC Z(8)9.
024100 01 WS-DETAIL-RASIO.
024200     02 FILLER             PIC X(02) VALUE SPACES.
024300     02 WS-R-MHS           PIC Z(4)9.
024400     02 FILLER             PIC X(18) VALUE ' MAHASISWA AKTIF, '.
024500     02 WS-R-DOSEN         PIC Z(3)9.
024600     02 FILLER             PIC X(20) VALUE ' DOSEN, RASIO 1 : '.
024700     02 WS-R-RASIO         PIC Z(4)9.99.
024800
024900 PROCEDURE DIVISION.
025000*-----------------------------------------------------------------
025100 0000-MAINLINE.
025200     DISPLAY 'ANGKATAN AWAL (YYYY)     : ' WITH NO ADVANCING.
025300     ACCEPT WS-ANGKATAN-AWAL.
025400     DISPLAY 'ANGKATAN AKHIR (YYYY)    : ' WITH NO ADVANCING.
025500     ACCEPT WS-ANGKATAN-AKHIR.
025600     IF WS-ANGKATAN-AWAL = ZERO
025700             OR WS-ANGKATAN-AKHIR < WS-ANGKATAN-AWAL
025800         DISPLAY 'RENTANG ANGKATAN TIDAK SAH'
025900         GO TO 9999-EXIT
026000     END-IF.
026100     COMPUTE WS-JML-ANGKATAN =
026200         WS-ANGKATAN-AKHIR - WS-ANGKATAN-AWAL + 1.
026300     IF WS-JML-ANGKATAN > 10
026400         DISPLAY 'RENTANG MAKSIMUM 10 ANGKATAN'
026500         GO TO 9999-EXIT
026600     END-IF.
026700     COMPUTE WS-JML-SLOT = WS-JML-ANGKATAN * 2.
026800     DISPLAY 'PRODI (KOSONG = SEMUA)   : ' WITH NO ADVANCING.
026900     ACCEPT WS-PRODI-PILIH.
027000     OPEN INPUT DEPT-MST.
027100     IF DP-FS NOT = '00'
027200         DISPLAY 'dept.dat TIDAK DAPAT DIBUKA, STATUS ' DP-FS
027300         GO TO 9999-EXIT
027400     END-IF.
027500     OPEN INPUT GRADE-HIST.
027600     IF GH-FS NOT = '00'
027700         DISPLAY 'GBHIST.DAT TIDAK DAPAT DIBUKA, STATUS ' GH-FS
027800         CLOSE DEPT-MST
027900         GO TO 9999-EXIT
028000     END-IF.
028100     PERFORM 1000-AMBIL-PARAMETER THRU 1000-EXIT.
028200     INITIALIZE WS-TABEL-PRODI.
028300     PERFORM 2000-MAHASISWA THRU 2000-EXIT.
028400     CLOSE DEPT-MST.
028500     CLOSE GRADE-HIST.
028600     IF WS-JML-PRODI = ZERO
028700         DISPLAY 'TIDAK ADA MAHASISWA BERIWAYAT NILAI UNTUK'
028800             ' PRODI ITU'
028900         GO TO 9999-EXIT
029000     END-IF.
029100     PERFORM 3000-DOSEN THRU 3000-EXIT.
029200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
029300     ACCEPT WS-JAM-RUN FROM TIME.
029400     MOVE SPACES TO WS-RPT-NAMA.
029500     STRING 'AKREDITASI-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
029600         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
029700     OPEN OUTPUT REPORT-OUT.
029800     PERFORM 4000-CETAK THRU 4000-EXIT.
029900     CLOSE REPORT-OUT.
030000     MOVE WS-JML-PRODI TO WS-CAT-JML.
030100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
030200         WS-CAT-JML.
030300     DISPLAY 'STATISTIK AKREDITASI ' WS-JML-PRODI ' PRODI DI '
030400         WS-RPT-NAMA.
030500     GO TO 9999-EXIT.
030600
030700*-----------------------------------------------------------------
030800* Batas masa studi tepat waktu (semester) dari sysparm, term
030900* AKTIF dari term.dat untuk rasio dosen; tanpa term.dat dipakai
031000* semester genap angkatan akhir.
031100*-----------------------------------------------------------------
031200 1000-AMBIL-PARAMETER.
031300     MOVE ZERO TO WS-SP-NILAI.
031400     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
031500         WS-SP-KETEMU-SW.
031600     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
031700             AND WS-SP-NILAI < 100
031800         MOVE WS-SP-NILAI TO WS-MASA-STUDI
031900     END-IF.
032000     OPEN INPUT TERM-CTL.
032100     IF TC-FS = '00'
032200         MOVE 'N' TO WS-EOF-SW
032300         PERFORM 1010-BACA-TERM THRU 1010-EXIT
032400             UNTIL WS-EOF
032500     END-IF.
032600     CLOSE TERM-CTL.
032700     IF WS-TERM-AKTIF = ZERO
032800         COMPUTE WS-TERM-AKTIF = WS-ANGKATAN-AKHIR * 10 + 2
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
033300 1010-BACA-TERM.
033400     READ TERM-CTL
033500         AT END MOVE 'Y' TO WS-EOF-SW
033600     END-READ.
033700     IF WS-EOF
033800         GO TO 1010-EXIT
033900     END-IF.
034000     IF TC-LABEL = 'AKTIF'
034100         MOVE TC-TERM TO WS-TERM-AKTIF
034200     END-IF.
034300 1010-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700* Satu lewatan dept.dat urut NPM; ipk.dat (urut NPM dan term)
034800* dicocokkan seperti PDD-EXT, riwayat nilai dibaca per NPM.
034900*-----------------------------------------------------------------
035000 2000-MAHASISWA.
035100     OPEN INPUT IPK-FILE.
035200     IF IP-FS = '00'
035300         PERFORM 2500-BACA-IPK THRU 2500-EXIT
035400     ELSE
035500         MOVE 'Y' TO WS-IP-EOF-SW
035600     END-IF.
035700     OPEN INPUT WISUDA-FILE.
035800     IF WD-FS = '00'
035900         MOVE 'Y' TO WS-WD-BUKA-SW
036000     END-IF.
036100     MOVE 'N' TO WS-EOF-SW.
036200     MOVE LOW-VALUES TO DP-NPM.
036300     START DEPT-MST KEY NOT < DP-NPM
036400         INVALID KEY MOVE 'Y' TO WS-EOF-SW
036500     END-START.
036600     PERFORM 2100-SATU-MAHASISWA THRU 2100-EXIT
036700         UNTIL WS-EOF.
036800     IF IP-FS = '00' OR IP-FS = '10'
036900         CLOSE IPK-FILE
037000     END-IF.
037100     IF WS-WD-BUKA
037200         CLOSE WISUDA-FILE
037300     END-IF.
037400 2000-EXIT.
037500     EXIT.
037600
037700 2100-SATU-MAHASISWA.
037800     READ DEPT-MST NEXT RECORD
037900         AT END MOVE 'Y' TO WS-EOF-SW
038000     END-READ.
038100     IF WS-EOF
038200         GO TO 2100-EXIT
038300     END-IF.
038400     IF WS-PRODI-PILIH NOT = SPACES
038500             AND DP-PRODI NOT = WS-PRODI-PILIH
038600         GO TO 2100-EXIT
038700     END-IF.
038800     IF DP-PRODI = SPACES
038900         ADD 1 TO WS-JML-TANPA-PRODI
039000         GO TO 2100-EXIT
039100     END-IF.
039200     MOVE DP-NPM TO WS-NPM.
039300     PERFORM 2200-RIWAYAT THRU 2200-EXIT.
039400     IF WS-TERM-AWAL = ZERO
039500         ADD 1 TO WS-JML-TANPA-RIWAYAT
039600         GO TO 2100-EXIT
039700     END-IF.
039800     PERFORM 2300-CARI-PRODI THRU 2300-EXIT.
039900     IF WS-POSISI = ZERO
040000         ADD 1 TO WS-JML-LEBIH
040100         GO TO 2100-EXIT
040200     END-IF.
040300     ADD 1 TO WS-JML-MHS.
040400     IF DP-STATUS = 'A'
040500         ADD 1 TO WS-PR-AKTIF-A(WS-POSISI)
040600     END-IF.
040700     PERFORM 2150-TAMBAH-AKTIF THRU 2150-EXIT
040800         VARYING WS-IDX-T FROM 1 BY 1
040900         UNTIL WS-IDX-T > WS-JML-SLOT.
041000     MOVE WS-TERM-AWAL TO WS-AWAL-PECAH-N.
041100     IF WS-AW-TAHUN < WS-ANGKATAN-AWAL
041200             OR WS-AW-TAHUN > WS-ANGKATAN-AKHIR
041300         GO TO 2100-EXIT
041400     END-IF.
041500     COMPUTE WS-IDX-A = WS-AW-TAHUN - WS-ANGKATAN-AWAL + 1.
041600     ADD 1 TO WS-PA-MASUK(WS-POSISI, WS-IDX-A).
041700     PERFORM 2400-AMBIL-IPK THRU 2400-EXIT.
041800     PERFORM 2600-CEK-LULUS THRU 2600-EXIT.
041900     IF WS-LULUS
042000         PERFORM 2700-CATAT-LULUS THRU 2700-EXIT
042100     ELSE
042200         IF DP-STATUS = 'N'
042300             ADD 1 TO WS-PA-DO(WS-POSISI, WS-IDX-A)
042400         END-IF
042500     END-IF.
042600 2100-EXIT.
042700     EXIT.
042800
042900 2150-TAMBAH-AKTIF.
043000     IF WS-SLOT-SW(WS-IDX-T) = 'Y'
043100         ADD 1 TO WS-PR-AKTIF(WS-POSISI, WS-IDX-T)
043200     END-IF.
043300 2150-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------------
043700* Term pertama dan terakhir bernilai, dan term reguler dalam
043800* rentang angkatan tempat NPM bernilai.
043900*-----------------------------------------------------------------
044000 2200-RIWAYAT.
044100     MOVE ZERO TO WS-TERM-AWAL.
044200     MOVE ZERO TO WS-TERM-AKHIR.
044300     MOVE SPACES TO WS-TABEL-SLOT-MHS.
044400     MOVE 'N' TO WS-GH-EOF-SW.
044500     MOVE SPACES TO GH-RECORD.
044600     MOVE WS-NPM TO GH-NPM.
044700     MOVE LOW-VALUES TO GH-MK.
044800     MOVE ZERO TO GH-TERM.
044900     START GRADE-HIST KEY NOT < GH-KUNCI
045000         INVALID KEY MOVE 'Y' TO WS-GH-EOF-SW
045100     END-START.
045200     PERFORM 2210-SATU-RIWAYAT THRU 2210-EXIT
045300         UNTIL WS-GH-EOF.
045400 2200-EXIT.
045500     EXIT.
045600
045700 2210-SATU-RIWAYAT.
045800     READ GRADE-HIST NEXT RECORD
045900         AT END MOVE 'Y' TO WS-GH-EOF-SW
046000     END-READ.
046100     IF WS-GH-EOF
046200         GO TO 2210-EXIT
046300     END-IF.
046400     IF GH-NPM NOT = WS-NPM
046500         MOVE 'Y' TO WS-GH-EOF-SW
046600         GO TO 2210-EXIT
046700     END-IF.
046800     IF WS-TERM-AWAL = ZERO OR GH-TERM < WS-TERM-AWAL
046900         MOVE GH-TERM TO WS-TERM-AWAL
047000     END-IF.
047100     IF GH-TERM > WS-TERM-AKHIR
047200         MOVE GH-TERM TO WS-TERM-AKHIR
047300     END-IF.
047400     MOVE GH-TERM TO WS-TERM-PECAH-N.
047500     IF WS-TM-SEM < 1 OR WS-TM-SEM > 2
047600             OR WS-TM-TAHUN < WS-ANGKATAN-AWAL
047700             OR WS-TM-TAHUN > WS-ANGKATAN-AKHIR
047800         GO TO 2210-EXIT
047900     END-IF.
048000     COMPUTE WS-IDX-T = (WS-TM-TAHUN - WS-ANGKATAN-AWAL) * 2
048100         + WS-TM-SEM.
048200     MOVE 'Y' TO WS-SLOT-SW(WS-IDX-T).
048300 2210-EXIT.
048400     EXIT.
048500
048600 2300-CARI-PRODI.
048700     MOVE ZERO TO WS-POSISI.
048800     PERFORM 2310-BANDING-PRODI THRU 2310-EXIT
048900         VARYING WS-IDX-P FROM 1 BY 1
049000         UNTIL WS-IDX-P > WS-JML-PRODI OR WS-POSISI NOT = ZERO.
049100     IF WS-POSISI = ZERO AND WS-JML-PRODI < 30
049200         ADD 1 TO WS-JML-PRODI
049300         MOVE WS-JML-PRODI TO WS-POSISI
049400         MOVE DP-PRODI TO WS-PR-NAMA(WS-POSISI)
049500     END-IF.
049600 2300-EXIT.
049700     EXIT.
049800
049900 2310-BANDING-PRODI.
050000     IF WS-PR-NAMA(WS-IDX-P) = DP-PRODI
050100         MOVE WS-IDX-P TO WS-POSISI
050200     END-IF.
050300 2310-EXIT.
050400     EXIT.
050500
050600 2400-AMBIL-IPK.
050700     MOVE ZERO TO WS-IPK-AKHIR.
050800     PERFORM 2500-BACA-IPK THRU 2500-EXIT
050900         UNTIL WS-IP-EOF OR IP-NPM NOT < WS-NPM.
051000     PERFORM 2450-IPK-NPM THRU 2450-EXIT
051100         UNTIL WS-IP-EOF OR IP-NPM NOT = WS-NPM.
051200 2400-EXIT.
051300     EXIT.
051400
051500 2450-IPK-NPM.
051600     MOVE IP-IPK TO WS-IPK-AKHIR.
051700     PERFORM 2500-BACA-IPK THRU 2500-EXIT.
051800 2450-EXIT.
051900     EXIT.
052000
052100 2500-BACA-IPK.
052200     READ IPK-FILE
052300         AT END MOVE 'Y' TO WS-IP-EOF-SW
052400     END-READ.
052500 2500-EXIT.
052600     EXIT.
052700
052800 2600-CEK-LULUS.
052900     MOVE 'N' TO WS-LULUS-SW.
053000     MOVE WS-IPK-AKHIR TO WS-IPK-LULUS.
053100     IF DP-STATUS = 'L' OR DP-STATUS = 'W'
053200         MOVE 'Y' TO WS-LULUS-SW
053300     END-IF.
053400     IF NOT WS-WD-BUKA
053500         GO TO 2600-EXIT
053600     END-IF.
053700     MOVE WS-NPM TO WD-NPM.
053800     READ WISUDA-FILE
053900         INVALID KEY GO TO 2600-EXIT
054000     END-READ.
054100     IF WD-STATUS = 'L'
054200         MOVE 'Y' TO WS-LULUS-SW
054300         IF WD-IPK > ZERO
054400             MOVE WD-IPK TO WS-IPK-LULUS
054500         END-IF
054600     END-IF.
054700 2600-EXIT.
054800     EXIT.
054900
055000*-----------------------------------------------------------------
055100* Masa studi dalam semester reguler; term pendek (bukan 1/2)
055200* dihitung sebagai semester genap tahunnya.
055300*-----------------------------------------------------------------
055400 2700-CATAT-LULUS.
055500     MOVE WS-TERM-AKHIR TO WS-TERM-PECAH-N.
055600     IF WS-TM-SEM > 2
055700         MOVE 2 TO WS-TM-SEM
055800     END-IF.
055900     IF WS-AW-SEM > 2
056000         MOVE 2 TO WS-AW-SEM
056100     END-IF.
056200     COMPUTE WS-SEMESTER = (WS-TM-TAHUN - WS-AW-TAHUN) * 2
056300         + WS-TM-SEM - WS-AW-SEM + 1.
056400     ADD 1 TO WS-PA-LULUS(WS-POSISI, WS-IDX-A).
056500     ADD WS-SEMESTER TO WS-PA-SEM(WS-POSISI, WS-IDX-A).
056600     IF WS-SEMESTER NOT > WS-MASA-STUDI
056700         ADD 1 TO WS-PA-TEPAT(WS-POSISI, WS-IDX-A)
056800     END-IF.
056900     ADD WS-IPK-LULUS TO WS-PA-IPK(WS-POSISI, WS-IDX-A).
057000     IF WS-PA-LULUS(WS-POSISI, WS-IDX-A) = 1
057100             OR WS-IPK-LULUS < WS-PA-IPK-MIN(WS-POSISI, WS-IDX-A)
057200         MOVE WS-IPK-LULUS TO WS-PA-IPK-MIN(WS-POSISI, WS-IDX-A)
057300     END-IF.
057400     IF WS-IPK-LULUS > WS-PA-IPK-MAKS(WS-POSISI, WS-IDX-A)
057500         MOVE WS-IPK-LULUS TO WS-PA-IPK-MAKS(WS-POSISI, WS-IDX-A)
057600     END-IF.
057700 2700-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------------
058100* Dosen per prodi: MK kurikulum prodi yang ada di tabel, lalu
058200* penugasan term AKTIF oleh dosen berstatus A.
058300*-----------------------------------------------------------------
058400 3000-DOSEN.
058500     OPEN INPUT KURIKULUM-FILE.
058600     IF KU-FS NOT = '00'
058700         DISPLAY 'kurikulum.dat TIDAK ADA, RASIO DOSEN KOSONG'
058800         CLOSE KURIKULUM-FILE
058900         GO TO 3000-EXIT
059000     END-IF.
059100     MOVE 'N' TO WS-EOF-SW.
059200     PERFORM 3100-SATU-KURIKULUM THRU 3100-EXIT
059300         UNTIL WS-EOF.
059400     CLOSE KURIKULUM-FILE.
059500     OPEN INPUT AJAR-FILE.
059600     IF AJ-FS NOT = '00'
059700         DISPLAY 'ajar.dat TIDAK DAPAT DIBUKA, RASIO DOSEN KOSONG'
059800         GO TO 3000-EXIT
059900     END-IF.
060000     OPEN INPUT DOSEN-MST.
060100     MOVE 'N' TO WS-EOF-SW.
060200     MOVE WS-TERM-AKTIF TO AJ-TERM.
060300     MOVE LOW-VALUES TO AJ-MK.
060400     MOVE LOW-VALUES TO AJ-DS-ID.
060500     START AJAR-FILE KEY NOT < AJ-KUNCI
060600         INVALID KEY MOVE 'Y' TO WS-EOF-SW
060700     END-START.
060800     PERFORM 3200-SATU-AJAR THRU 3200-EXIT
060900         UNTIL WS-EOF.
061000     CLOSE AJAR-FILE.
061100     CLOSE DOSEN-MST.
061200 3000-EXIT.
061300     EXIT.
061400
061500 3100-SATU-KURIKULUM.
061600     READ KURIKULUM-FILE
061700         AT END MOVE 'Y' TO WS-EOF-SW
061800     END-READ.
061900     IF WS-EOF OR KUR-JENIS = 'S' OR WS-JML-KUR = 1000
062000         GO TO 3100-EXIT
062100     END-IF.
062200     MOVE ZERO TO WS-POSISI.
062300     PERFORM 3110-PRODI-KUR THRU 3110-EXIT
062400         VARYING WS-IDX-P FROM 1 BY 1
062500         UNTIL WS-IDX-P > WS-JML-PRODI OR WS-POSISI NOT = ZERO.
062600     IF WS-POSISI = ZERO
062700         GO TO 3100-EXIT
062800     END-IF.
062900     ADD 1 TO WS-JML-KUR.
063000     MOVE WS-POSISI TO WS-KU-PRODI(WS-JML-KUR).
063100     MOVE KUR-MK TO WS-KU-MK(WS-JML-KUR).
063200 3100-EXIT.
063300     EXIT.
063400
063500 3110-PRODI-KUR.
063600     IF WS-PR-NAMA(WS-IDX-P) = KUR-PRODI
063700         MOVE WS-IDX-P TO WS-POSISI
063800     END-IF.
063900 3110-EXIT.
064000     EXIT.
064100
064200 3200-SATU-AJAR.
064300     READ AJAR-FILE NEXT RECORD
064400         AT END MOVE 'Y' TO WS-EOF-SW
064500     END-READ.
064600     IF WS-EOF
064700         GO TO 3200-EXIT
064800     END-IF.
064900     IF AJ-TERM NOT = WS-TERM-AKTIF
065000         MOVE 'Y' TO WS-EOF-SW
065100         GO TO 3200-EXIT
065200     END-IF.
065300     MOVE AJ-DS-ID TO DS-ID.
065400     READ DOSEN-MST
065500         INVALID KEY GO TO 3200-EXIT
065600     END-READ.
065700     IF DS-STATUS NOT = 'A'
065800         GO TO 3200-EXIT
065900     END-IF.
066000     PERFORM 3300-KUR-AJAR THRU 3300-EXIT
066100         VARYING WS-IDX FROM 1 BY 1
066200         UNTIL WS-IDX > WS-JML-KUR.
066300 3200-EXIT.
066400     EXIT.
066500
066600 3300-KUR-AJAR.
066700     IF WS-KU-MK(WS-IDX) NOT = AJ-MK
066800         GO TO 3300-EXIT
066900     END-IF.
067000     MOVE WS-KU-PRODI(WS-IDX) TO WS-POSISI.
067100     MOVE 'N' TO WS-KETEMU-SW.
067200     PERFORM 3310-CARI-PASANG THRU 3310-EXIT
067300         VARYING WS-IDX-T FROM 1 BY 1
067400         UNTIL WS-IDX-T > WS-JML-PASANG OR WS-KETEMU.
067500     IF WS-KETEMU OR WS-JML-PASANG = 1000
067600         GO TO 3300-EXIT
067700     END-IF.
067800     ADD 1 TO WS-JML-PASANG.
067900     MOVE WS-POSISI TO WS-PS-PRODI(WS-JML-PASANG).
068000     MOVE AJ-DS-ID TO WS-PS-DS-ID(WS-JML-PASANG).
068100     ADD 1 TO WS-PR-DOSEN(WS-POSISI).
068200 3300-EXIT.
068300     EXIT.
068400
068500 3310-CARI-PASANG.
068600     IF WS-PS-PRODI(WS-IDX-T) = WS-POSISI
068700             AND WS-PS-DS-ID(WS-IDX-T) = AJ-DS-ID
068800         MOVE 'Y' TO WS-KETEMU-SW
068900     END-IF.
069000 3310-EXIT.
069100     EXIT.
069200
069300*-----------------------------------------------------------------
069400 4000-CETAK.
069500     MOVE SPACES TO REPORT-LINE.
069600     STRING 'STATISTIK AKREDITASI PRODI, ANGKATAN '
069700         WS-ANGKATAN-AWAL ' S/D ' WS-ANGKATAN-AKHIR
069800         DELIMITED BY SIZE INTO REPORT-LINE.
069900     WRITE REPORT-LINE.
070000     MOVE SPACES TO REPORT-LINE.
070100     STRING 'MASA STUDI TEPAT WAKTU <= ' WS-MASA-STUDI
070200         ' SEMESTER, DOSEN DARI PENUGASAN TERM ' WS-TERM-AKTIF
070300         DELIMITED BY SIZE INTO REPORT-LINE.
070400     WRITE REPORT-LINE.
070500     MOVE SPACES TO REPORT-LINE.
070600     WRITE REPORT-LINE.
070700     PERFORM 4100-SATU-PRODI THRU 4100-EXIT
070800         VARYING WS-IDX-P FROM 1 BY 1
070900         UNTIL WS-IDX-P > WS-JML-PRODI.
071000     MOVE SPACES TO REPORT-LINE.
071100     STRING 'MAHASISWA DIHITUNG ' WS-JML-MHS
071200         '   TANPA RIWAYAT NILAI ' WS-JML-TANPA-RIWAYAT
071300         '   TANPA PRODI ' WS-JML-TANPA-PRODI
071400         DELIMITED BY SIZE INTO REPORT-LINE.
071500     WRITE REPORT-LINE.
071600     IF WS-JML-LEBIH > ZERO
071700         MOVE SPACES TO REPORT-LINE
071800         STRING 'PERHATIAN: ' WS-JML-LEBIH ' MAHASISWA DI LUAR'
071900             ' KAPASITAS 30 PRODI TIDAK DIHITUNG'
072000             DELIMITED BY SIZE INTO REPORT-LINE
072100         WRITE REPORT-LINE
072200     END-IF.
072300 4000-EXIT.
072400     EXIT.
072500
072600 4100-SATU-PRODI.
072700     MOVE WS-PR-NAMA(WS-IDX-P) TO WS-JP-PRODI.
072800     MOVE WS-JUDUL-PRODI TO REPORT-LINE.
072900     WRITE REPORT-LINE.
073000     MOVE SPACES TO REPORT-LINE.
073100     WRITE REPORT-LINE.
073200     MOVE 'TABEL 8.c  MASA STUDI LULUSAN PER ANGKATAN'
073300         TO REPORT-LINE.
073400     WRITE REPORT-LINE.
073500     MOVE WS-HEADER-8C TO REPORT-LINE.
073600     WRITE REPORT-LINE.
073700     PERFORM 4200-BARIS-8C THRU 4200-EXIT
073800         VARYING WS-IDX-A FROM 1 BY 1
073900         UNTIL WS-IDX-A > WS-JML-ANGKATAN.
074000     MOVE SPACES TO REPORT-LINE.
074100     WRITE REPORT-LINE.
074200     MOVE 'TABEL 8.a  IPK LULUSAN PER ANGKATAN' TO REPORT-LINE.
074300     WRITE REPORT-LINE.
074400     MOVE WS-HEADER-8A TO REPORT-LINE.
074500     WRITE REPORT-LINE.
074600     PERFORM 4300-BARIS-8A THRU 4300-EXIT
074700         VARYING WS-IDX-A FROM 1 BY 1
074800         UNTIL WS-IDX-A > WS-JML-ANGKATAN.
074900     MOVE SPACES TO REPORT-LINE.
075000     WRITE REPORT-LINE.
075100     MOVE 'TABEL 2.b  MAHASISWA AKTIF PER TERM' TO REPORT-LINE.
075200     WRITE REPORT-LINE.
075300     MOVE '  TERM       AKTIF' TO REPORT-LINE.
075400     WRITE REPORT-LINE.
075500     PERFORM 4400-BARIS-AKTIF THRU 4400-EXIT
075600         VARYING WS-IDX-T FROM 1 BY 1
075700         UNTIL WS-IDX-T > WS-JML-SLOT.
075800     MOVE SPACES TO REPORT-LINE.
075900     WRITE REPORT-LINE.
076000     MOVE 'TABEL 3.a  RASIO MAHASISWA TERHADAP DOSEN'
076100         TO REPORT-LINE.
076200     WRITE REPORT-LINE.
076300     MOVE WS-PR-AKTIF-A(WS-IDX-P) TO WS-R-MHS.
076400     MOVE WS-PR-DOSEN(WS-IDX-P) TO WS-R-DOSEN.
076500     MOVE ZERO TO WS-R-RASIO.
076600     IF WS-PR-DOSEN(WS-IDX-P) > ZERO
076700         COMPUTE WS-R-RASIO ROUNDED = WS-PR-AKTIF-A(WS-IDX-P)
076800             / WS-PR-DOSEN(WS-IDX-P)
076900     END-IF.
077000     MOVE WS-DETAIL-RASIO TO REPORT-LINE.
077100     WRITE REPORT-LINE.
077200     MOVE SPACES TO REPORT-LINE.
077300     WRITE REPORT-LINE.
077400 4100-EXIT.
077500     EXIT.
077600
077700 4200-BARIS-8C.
077800     COMPUTE WS-C-ANGKATAN = WS-ANGKATAN-AWAL + WS-IDX-A - 1.
077900     MOVE WS-PA-MASUK(WS-IDX-P, WS-IDX-A) TO WS-C-MASUK.
078000     MOVE WS-PA-LULUS(WS-IDX-P, WS-IDX-A) TO WS-C-LULUS.
078100     MOVE WS-PA-TEPAT(WS-IDX-P, WS-IDX-A) TO WS-C-TEPAT.
078200     MOVE WS-PA-DO(WS-IDX-P, WS-IDX-A) TO WS-C-DO.
078300     MOVE ZERO TO WS-C-PERSEN-TEPAT.
078400     MOVE ZERO TO WS-C-PERSEN-DO.
078500     MOVE ZERO TO WS-C-MASA.
078600     IF WS-PA-MASUK(WS-IDX-P, WS-IDX-A) > ZERO
078700         COMPUTE WS-PERSEN ROUNDED =
078800             WS-PA-TEPAT(WS-IDX-P, WS-IDX-A) * 100
078900             / WS-PA-MASUK(WS-IDX-P, WS-IDX-A)
079000         MOVE WS-PERSEN TO WS-C-PERSEN-TEPAT
079100         COMPUTE WS-PERSEN ROUNDED =
079200             WS-PA-DO(WS-IDX-P, WS-IDX-A) * 100
079300             / WS-PA-MASUK(WS-IDX-P, WS-IDX-A)
079400         MOVE WS-PERSEN TO WS-C-PERSEN-DO
079500     END-IF.
079600     IF WS-PA-LULUS(WS-IDX-P, WS-IDX-A) > ZERO
079700         COMPUTE WS-C-MASA ROUNDED =
079800             WS-PA-SEM(WS-IDX-P, WS-IDX-A)
079900             / WS-PA-LULUS(WS-IDX-P, WS-IDX-A) / 2
080000     END-IF.
080100     MOVE WS-DETAIL-8C TO REPORT-LINE.
080200     WRITE REPORT-LINE.
080300 4200-EXIT.
080400     EXIT.
080500
080600 4300-BARIS-8A.
080700     COMPUTE WS-A-ANGKATAN = WS-ANGKATAN-AWAL + WS-IDX-A - 1.
080800     MOVE WS-PA-LULUS(WS-IDX-P, WS-IDX-A) TO WS-A-LULUS.
080900     MOVE WS-PA-IPK-MIN(WS-IDX-P, WS-IDX-A) TO WS-A-IPK-MIN.
081000     MOVE WS-PA-IPK-MAKS(WS-IDX-P, WS-IDX-A) TO WS-A-IPK-MAKS.
081100     MOVE ZERO TO WS-A-IPK-RATA.
081200     IF WS-PA-LULUS(WS-IDX-P, WS-IDX-A) > ZERO
081300         COMPUTE WS-A-IPK-RATA ROUNDED =
081400             WS-PA-IPK(WS-IDX-P, WS-IDX-A)
081500             / WS-PA-LULUS(WS-IDX-P, WS-IDX-A)
081600     END-IF.
081700     MOVE WS-DETAIL-8A TO REPORT-LINE.
081800     WRITE REPORT-LINE.
081900 4300-EXIT.
082000     EXIT.
082100
082200 4400-BARIS-AKTIF.
082300     COMPUTE WS-TM-TAHUN = WS-ANGKATAN-AWAL
082400         + (WS-IDX-T - 1) / 2.
082500     COMPUTE WS-TM-SEM = WS-IDX-T - (WS-TM-TAHUN
082600         - WS-ANGKATAN-AWAL) * 2.
082700     MOVE WS-TERM-PECAH-N TO WS-K-TERM.
082800     MOVE WS-PR-AKTIF(WS-IDX-P, WS-IDX-T) TO WS-K-AKTIF.
082900     MOVE WS-DETAIL-AKTIF TO REPORT-LINE.
083000     WRITE REPORT-LINE.
083100 4400-EXIT.
083200     EXIT.
083300
083400*-----------------------------------------------------------------
083500 9999-EXIT.
083600     STOP RUN.
