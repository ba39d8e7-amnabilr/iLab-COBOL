000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Master ruang kuliah (ruang.dat) dan jadwal kuliah
000500*           per term (jadwal.dat): hari, jam mulai dan selesai,
000600*           ruang serta dosen tiap pertemuan mingguan satu MK.
000700*           Dosen harus tercatat mengampu MK itu di ajar.dat
000800*           (DSN-MNT). Pertemuan yang memakai ruang atau dosen
000900*           yang sudah terisi pada jam yang beririsan ditandai
001000*           saat entri dan baru disimpan kalau dikonfirmasi;
001100*           laporan bentrok satu term mendaftar semua pasangan
001200*           ruang/dosen ganda ke BENTROK-*.RPT. Entri KRS memakai
001300*           jadwal.dat yang sama untuk menolak MK yang jamnya
001400*           bertabrakan dengan MK lain milik mahasiswa itu.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. JDW-MNT.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY RNGSEL.
002700     COPY JDWSEL.
002800     SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
002900     ORGANIZATION IS INDEXED
003000     ACCESS MODE IS DYNAMIC
003100     RECORD KEY IS AJ-KUNCI
003200     FILE STATUS IS AJ-FS.
003300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003400     ORGANIZATION IS LINE SEQUENTIAL
003500     FILE STATUS IS RS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800     COPY RNGFD.
003900     COPY JDWFD.
004000 FD AJAR-FILE.
004100 01 AJAR-RECORD.
004200     02 AJ-KUNCI.
004300         03 AJ-TERM        PIC 9(05).
004400         03 AJ-MK          PIC X(06).
004500         03 AJ-DS-ID       PIC X(08).
004600 FD REPORT-OUT.
004700 01 REPORT-LINE            PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 77 RG-FS                  PIC XX.
005100 77 JD-FS                  PIC XX.
005200 77 AJ-FS                  PIC XX.
005300 77 RS                     PIC XX.
005400 77 WS-RPT-NAMA            PIC X(30).
005500 77 WS-TGL-RUN             PIC 9(8).
005600 77 WS-JAM-RUN             PIC 9(8).
005700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'JDW-MNT'.
005800 77 WS-CAT-JML             PIC 9(7).
005900 77 WS-EOF-SW              PIC X VALUE 'N'.
006000     88 WS-EOF             VALUE 'Y'.
006100 77 WS-ADA-SW              PIC X.
006200     88 WS-ADA             VALUE 'Y'.
006300 77 WS-MK-NAMA             PIC X(25).
006400 77 WS-MK-SKS              PIC 9.
006500 77 WS-MK-VALID-SW         PIC X.
006600     88 WS-MK-VALID        VALUE 'Y'.
006700 77 WS-JML-BENTROK         PIC 9(5) VALUE ZERO.
006800 77 WS-JML-JADWAL          PIC 9(3) VALUE ZERO.
006900 77 WS-I                   PIC 9(3).
007000 77 WS-J                   PIC 9(3).
007100 77 WS-JAWAB               PIC X.
007200 01 WS-PILIHAN             PIC X.
007300     88 WS-PILIH-RUANG     VALUE 'R'.
007400     88 WS-PILIH-JADWAL    VALUE 'J'.
007500     88 WS-PILIH-HAPUS     VALUE 'H'.
007600     88 WS-PILIH-BENTROK   VALUE 'B'.
007700     88 WS-PILIH-SELESAI   VALUE 'S'.
007800 01 WS-JADWAL-BARU.
007900     02 WS-JB-TERM         PIC 9(05).
008000     02 WS-JB-MK           PIC X(06).
008100     02 WS-JB-SESI         PIC 9(01).
008200     02 WS-JB-HARI         PIC 9(01).
008300     02 WS-JB-JAM-MULAI    PIC 9(04).
008400     02 WS-JB-JAM-SELESAI  PIC 9(04).
008500     02 WS-JB-RUANG        PIC X(06).
008600     02 WS-JB-DS-ID        PIC X(08).
008700 01 WS-JAM-CEK             PIC 9(04).
008800 01 WS-JAM-PECAH REDEFINES WS-JAM-CEK.
008900     02 WS-JP-JAM          PIC 99.
009000     02 WS-JP-MENIT        PIC 99.
009100 01 WS-JAM-SW              PIC X.
009200     88 WS-JAM-VALID       VALUE 'Y'.
009300 01 WS-TABEL-JADWAL.
009400     02 WS-TJ-ENTRI OCCURS 500 TIMES.
009500         03 WS-TJ-MK       PIC X(06).
009600         03 WS-TJ-SESI     PIC 9(01).
009700         03 WS-TJ-HARI     PIC 9(01).
009800         03 WS-TJ-MULAI    PIC 9(04).
009900         03 WS-TJ-SELESAI  PIC 9(04).
010000         03 WS-TJ-RUANG    PIC X(06).
010100         03 WS-TJ-DS-ID    PIC X(08).
010200 01 WS-DETAIL.
010300     02 WS-D-JENIS         PIC X(06).
010400     02 FILLER             PIC X(01) VALUE SPACE.
010500     02 WS-D-KODE          PIC X(08).
010600     02 FILLER             PIC X(02) VALUE SPACES.
010700     02 WS-D-HARI          PIC 9(01).
010800     02 FILLER             PIC X(02) VALUE SPACES.
010900     02 WS-D-MK1           PIC X(06).
011000     02 FILLER             PIC X(01) VALUE '/'.
011100     02 WS-D-SESI1         PIC 9(01).
011200     02 FILLER             PIC X(01) VALUE SPACE.
011300     02 WS-D-MULAI1        PIC 9(04).
011400     02 FILLER             PIC X(01) VALUE '-'.
011500     02 WS-D-SELESAI1      PIC 9(04).
011600     02 FILLER             PIC X(03) VALUE ' X '.
011700     02 WS-D-MK2           PIC X(06).
011800     02 FILLER             PIC X(01) VALUE '/'.
011900     02 WS-D-SESI2         PIC 9(01).
012000     02 FILLER             PIC X(01) VALUE SPACE.
012100     02 WS-D-MULAI2        PIC 9(04).
012200     02 FILLER             PIC X(01) VALUE '-'.
012300     02 WS-D-SELESAI2      PIC 9(04).
012400
012500 PROCEDURE DIVISION.
012600*-----------------------------------------------------------------
012700 0000-MAINLINE.
012800     OPEN I-O RUANG-MST.
012900     IF RG-FS = '35'
013000         OPEN OUTPUT RUANG-MST
013100         CLOSE RUANG-MST
013200         OPEN I-O RUANG-MST
013300     END-IF.
013400     OPEN I-O JADWAL-FILE.
013500     IF JD-FS = '35'
013600         OPEN OUTPUT JADWAL-FILE
013700         CLOSE JADWAL-FILE
013800         OPEN I-O JADWAL-FILE
013900     END-IF.
014000     PERFORM 1000-MENU THRU 1000-EXIT
014100         UNTIL WS-PILIH-SELESAI.
014200     CLOSE RUANG-MST.
014300     CLOSE JADWAL-FILE.
014400     GO TO 9999-EXIT.
014500
014600*-----------------------------------------------------------------
014700 1000-MENU.
014800     DISPLAY 'JADWAL (R=TAMBAH RUANG, J=TAMBAH JADWAL,'
014900         ' H=HAPUS JADWAL, B=LAPORAN BENTROK, S=SELESAI) : '
015000         WITH NO ADVANCING.
015100     ACCEPT WS-PILIHAN.
015200     EVALUATE TRUE
015300         WHEN WS-PILIH-RUANG
015400             PERFORM 2000-TAMBAH-RUANG THRU 2000-EXIT
015500         WHEN WS-PILIH-JADWAL
015600             PERFORM 3000-TAMBAH-JADWAL THRU 3000-EXIT
015700         WHEN WS-PILIH-HAPUS
015800             PERFORM 4000-HAPUS-JADWAL THRU 4000-EXIT
015900         WHEN WS-PILIH-BENTROK
016000             PERFORM 5000-LAPORAN-BENTROK THRU 5000-EXIT
016100         WHEN WS-PILIH-SELESAI
016200             CONTINUE
016300         WHEN OTHER
016400             DISPLAY 'PILIHAN TIDAK DIKENAL'
016500     END-EVALUATE.
016600 1000-EXIT.
016700     EXIT.
016800
016900*-----------------------------------------------------------------
017000 2000-TAMBAH-RUANG.
017100     DISPLAY 'KODE RUANG               : ' WITH NO ADVANCING.
017200     ACCEPT RG-KODE.
017300     DISPLAY 'NAMA RUANG               : ' WITH NO ADVANCING.
017400     ACCEPT RG-NAMA.
017500     DISPLAY 'KAPASITAS (KURSI)        : ' WITH NO ADVANCING.
017600     ACCEPT RG-KAPASITAS.
017700     MOVE 'A' TO RG-STATUS.
017800     WRITE RUANG-RECORD
017900         INVALID KEY
018000             DISPLAY 'KODE RUANG SUDAH TERDAFTAR'
018100         NOT INVALID KEY
018200             DISPLAY 'RUANG DITAMBAHKAN'
018300     END-WRITE.
018400 2000-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800* Satu pertemuan mingguan: MK dari matkul.dat, ruang aktif dari
018900* ruang.dat, dosen dari ajar.dat term itu. Ruang atau dosen yang
019000* sudah terisi pada jam beririsan ditampilkan dulu.
019100*-----------------------------------------------------------------
019200 3000-TAMBAH-JADWAL.
019300     DISPLAY 'TERM (YYYYS)             : ' WITH NO ADVANCING.
019400     ACCEPT WS-JB-TERM.
019500     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
019600     ACCEPT WS-JB-MK.
019700     MOVE 'N' TO WS-MK-VALID-SW.
019800     CALL 'MK-CHK' USING WS-JB-MK, WS-MK-NAMA, WS-MK-SKS,
019900         WS-MK-VALID-SW.
020000     IF NOT WS-MK-VALID
020100         DISPLAY 'KODE MK TIDAK ADA DI matkul.dat'
020200         GO TO 3000-EXIT
020300     END-IF.
020400     DISPLAY 'PERTEMUAN KE (1-9)       : ' WITH NO ADVANCING.
020500     ACCEPT WS-JB-SESI.
020600     DISPLAY 'HARI (1=SENIN..7=MINGGU) : ' WITH NO ADVANCING.
020700     ACCEPT WS-JB-HARI.
020800     IF WS-JB-SESI = ZERO
020900             OR WS-JB-HARI < 1 OR WS-JB-HARI > 7
021000         DISPLAY 'PERTEMUAN ATAU HARI TIDAK VALID'
021100         GO TO 3000-EXIT
021200     END-IF.
021300     DISPLAY 'JAM MULAI (HHMM)         : ' WITH NO ADVANCING.
021400     ACCEPT WS-JB-JAM-MULAI.
021500     DISPLAY 'JAM SELESAI (HHMM)       : ' WITH NO ADVANCING.
021600     ACCEPT WS-JB-JAM-SELESAI.
021700     MOVE WS-JB-JAM-MULAI TO WS-JAM-CEK.
021800     PERFORM 3100-CEK-JAM THRU 3100-EXIT.
021900     IF WS-JAM-VALID
022000         MOVE WS-JB-JAM-SELESAI TO WS-JAM-CEK
022100         PERFORM 3100-CEK-JAM THRU 3100-EXIT
022200     END-IF.
022300     IF NOT WS-JAM-VALID
022400             OR WS-JB-JAM-SELESAI NOT > WS-JB-JAM-MULAI
022500         DISPLAY 'JAM TIDAK VALID'
022600         GO TO 3000-EXIT
022700     END-IF.
022800     DISPLAY 'KODE RUANG               : ' WITH NO ADVANCING.
022900     ACCEPT WS-JB-RUANG.
023000     MOVE WS-JB-RUANG TO RG-KODE.
023100     MOVE 'N' TO WS-ADA-SW.
023200     READ RUANG-MST
023300         INVALID KEY CONTINUE
023400         NOT INVALID KEY MOVE 'Y' TO WS-ADA-SW
023500     END-READ.
023600     IF NOT WS-ADA OR RG-STATUS NOT = 'A'
023700         DISPLAY 'RUANG TIDAK TERDAFTAR ATAU TIDAK AKTIF'
023800         GO TO 3000-EXIT
023900     END-IF.
024000     DISPLAY 'ID DOSEN PENGAMPU        : ' WITH NO ADVANCING.
024100     ACCEPT WS-JB-DS-ID.
024200     PERFORM 3200-CEK-AJAR THRU 3200-EXIT.
024300     IF NOT WS-ADA
024400         DISPLAY 'DOSEN ITU TIDAK MENGAMPU ' WS-JB-MK
024500             ' TERM ' WS-JB-TERM ' (ajar.dat)'
024600         GO TO 3000-EXIT
024700     END-IF.
024800     MOVE ZERO TO WS-JML-BENTROK.
024900     MOVE 'N' TO WS-EOF-SW.
025000     MOVE WS-JB-TERM TO JD-TERM.
025100     MOVE LOW-VALUES TO JD-MK.
025200     MOVE ZERO TO JD-SESI.
025300     START JADWAL-FILE KEY NOT < JD-KUNCI
025400         INVALID KEY MOVE 'Y' TO WS-EOF-SW
025500     END-START.
025600     PERFORM 3300-SATU-BENTROK THRU 3300-EXIT
025700         UNTIL WS-EOF.
025800     IF WS-JML-BENTROK NOT = ZERO
025900         DISPLAY WS-JML-BENTROK ' BENTROK, SIMPAN JUGA (Y/N) ? '
026000             WITH NO ADVANCING
026100         ACCEPT WS-JAWAB
026200         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
026300             DISPLAY 'JADWAL TIDAK DISIMPAN'
026400             GO TO 3000-EXIT
026500         END-IF
026600     END-IF.
026700     MOVE WS-JB-TERM TO JD-TERM.
026800     MOVE WS-JB-MK TO JD-MK.
026900     MOVE WS-JB-SESI TO JD-SESI.
027000     MOVE WS-JB-HARI TO JD-HARI.
027100     MOVE WS-JB-JAM-MULAI TO JD-JAM-MULAI.
027200     MOVE WS-JB-JAM-SELESAI TO JD-JAM-SELESAI.
027300     MOVE WS-JB-RUANG TO JD-RUANG.
027400     MOVE WS-JB-DS-ID TO JD-DS-ID.
027500     WRITE JADWAL-RECORD
027600         INVALID KEY
027700             DISPLAY 'PERTEMUAN ITU SUDAH ADA, HAPUS DULU'
027800         NOT INVALID KEY
027900             DISPLAY WS-JB-MK ' PERTEMUAN ' WS-JB-SESI
028000                 ' DIJADWALKAN'
028100     END-WRITE.
028200 3000-EXIT.
028300     EXIT.
028400
028500 3100-CEK-JAM.
028600     MOVE 'Y' TO WS-JAM-SW.
028700     IF WS-JP-JAM > 23 OR WS-JP-MENIT > 59
028800         MOVE 'N' TO WS-JAM-SW
028900     END-IF.
029000 3100-EXIT.
029100     EXIT.
029200
029300 3200-CEK-AJAR.
029400     MOVE 'N' TO WS-ADA-SW.
029500     OPEN INPUT AJAR-FILE.
029600     IF AJ-FS NOT = '00'
029700         CLOSE AJAR-FILE
029800         GO TO 3200-EXIT
029900     END-IF.
030000     MOVE WS-JB-TERM TO AJ-TERM.
030100     MOVE WS-JB-MK TO AJ-MK.
030200     MOVE WS-JB-DS-ID TO AJ-DS-ID.
030300     READ AJAR-FILE
030400         INVALID KEY CONTINUE
030500         NOT INVALID KEY MOVE 'Y' TO WS-ADA-SW
030600     END-READ.
030700     CLOSE AJAR-FILE.
030800 3200-EXIT.
030900     EXIT.
031000
031100 3300-SATU-BENTROK.
031200     READ JADWAL-FILE NEXT RECORD
031300         AT END MOVE 'Y' TO WS-EOF-SW
031400     END-READ.
031500     IF WS-EOF
031600         GO TO 3300-EXIT
031700     END-IF.
031800     IF JD-TERM NOT = WS-JB-TERM
031900         MOVE 'Y' TO WS-EOF-SW
032000         GO TO 3300-EXIT
032100     END-IF.
032200     IF JD-MK = WS-JB-MK AND JD-SESI = WS-JB-SESI
032300         GO TO 3300-EXIT
032400     END-IF.
032500     IF JD-HARI NOT = WS-JB-HARI
032600             OR JD-JAM-MULAI NOT < WS-JB-JAM-SELESAI
032700             OR WS-JB-JAM-MULAI NOT < JD-JAM-SELESAI
032800         GO TO 3300-EXIT
032900     END-IF.
033000     IF JD-RUANG = WS-JB-RUANG
033100         DISPLAY 'RUANG ' JD-RUANG ' SUDAH DIPAKAI ' JD-MK
033200             '/' JD-SESI ' ' JD-JAM-MULAI '-' JD-JAM-SELESAI
033300         ADD 1 TO WS-JML-BENTROK
033400     END-IF.
033500     IF JD-DS-ID = WS-JB-DS-ID
033600         DISPLAY 'DOSEN ' JD-DS-ID ' SUDAH MENGAJAR ' JD-MK
033700             '/' JD-SESI ' ' JD-JAM-MULAI '-' JD-JAM-SELESAI
033800         ADD 1 TO WS-JML-BENTROK
033900     END-IF.
034000 3300-EXIT.
034100     EXIT.
034200
034300*-----------------------------------------------------------------
034400 4000-HAPUS-JADWAL.
034500     DISPLAY 'TERM (YYYYS)             : ' WITH NO ADVANCING.
034600     ACCEPT JD-TERM.
034700     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
034800     ACCEPT JD-MK.
034900     DISPLAY 'PERTEMUAN KE             : ' WITH NO ADVANCING.
035000     ACCEPT JD-SESI.
035100     DELETE JADWAL-FILE RECORD
035200         INVALID KEY
035300             DISPLAY 'PERTEMUAN ITU TIDAK ADA'
035400         NOT INVALID KEY
035500             DISPLAY 'JADWAL DIHAPUS'
035600     END-DELETE.
035700 4000-EXIT.
035800     EXIT.
035900
036000*-----------------------------------------------------------------
036100* Bentrok satu term: seluruh jadwal term dimuat ke tabel, lalu
036200* tiap pasangan pada hari sama dengan jam beririsan dicetak
036300* sekali untuk ruang yang sama dan sekali untuk dosen yang sama.
036400*-----------------------------------------------------------------
036500 5000-LAPORAN-BENTROK.
036600     DISPLAY 'TERM LAPORAN (YYYYS)     : ' WITH NO ADVANCING.
036700     ACCEPT WS-JB-TERM.
036800     MOVE ZERO TO WS-JML-JADWAL.
036900     MOVE ZERO TO WS-JML-BENTROK.
037000     MOVE 'N' TO WS-EOF-SW.
037100     MOVE WS-JB-TERM TO JD-TERM.
037200     MOVE LOW-VALUES TO JD-MK.
037300     MOVE ZERO TO JD-SESI.
037400     START JADWAL-FILE KEY NOT < JD-KUNCI
037500         INVALID KEY MOVE 'Y' TO WS-EOF-SW
037600     END-START.
037700     PERFORM 5100-MUAT-JADWAL THRU 5100-EXIT
037800         UNTIL WS-EOF.
037900     IF WS-JML-JADWAL = ZERO
038000         DISPLAY 'TIDAK ADA JADWAL TERM ITU'
038100         GO TO 5000-EXIT
038200     END-IF.
038300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
038400     ACCEPT WS-JAM-RUN FROM TIME.
038500     MOVE SPACES TO WS-RPT-NAMA.
038600     STRING 'BENTROK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
038700         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
038800     OPEN OUTPUT REPORT-OUT.
038900     MOVE SPACES TO REPORT-LINE.
039000     STRING 'BENTROK RUANG/DOSEN TERM ' WS-JB-TERM
039100         DELIMITED BY SIZE INTO REPORT-LINE.
039200     WRITE REPORT-LINE.
039300     MOVE SPACES TO REPORT-LINE.
039400     WRITE REPORT-LINE.
039500     PERFORM 5200-SATU-BARIS THRU 5200-EXIT
039600         VARYING WS-I FROM 1 BY 1
039700         UNTIL WS-I > WS-JML-JADWAL.
039800     IF WS-JML-BENTROK = ZERO
039900         MOVE '(TIDAK ADA BENTROK)' TO REPORT-LINE
040000         WRITE REPORT-LINE
040100     END-IF.
040200     CLOSE REPORT-OUT.
040300     MOVE WS-JML-BENTROK TO WS-CAT-JML.
040400     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
040500         WS-CAT-JML.
040600     DISPLAY 'LAPORAN BENTROK ' WS-JML-BENTROK ' BARIS DI '
040700         WS-RPT-NAMA.
040800 5000-EXIT.
040900     EXIT.
041000
041100 5100-MUAT-JADWAL.
041200     READ JADWAL-FILE NEXT RECORD
041300         AT END MOVE 'Y' TO WS-EOF-SW
041400     END-READ.
041500     IF WS-EOF
041600         GO TO 5100-EXIT
041700     END-IF.
041800     IF JD-TERM NOT = WS-JB-TERM
041900         MOVE 'Y' TO WS-EOF-SW
042000         GO TO 5100-EXIT
042100     END-IF.
042200     IF WS-JML-JADWAL = 500
042300         DISPLAY 'JADWAL TERM MELEBIHI 500 PERTEMUAN, SISANYA'
042400             ' TIDAK DIPERIKSA'
042500         MOVE 'Y' TO WS-EOF-SW
042600         GO TO 5100-EXIT
042700     END-IF.
042800     ADD 1 TO WS-JML-JADWAL.
042900     MOVE JD-MK TO WS-TJ-MK(WS-JML-JADWAL).
043000     MOVE JD-SESI TO WS-TJ-SESI(WS-JML-JADWAL).
043100     MOVE JD-HARI TO WS-TJ-HARI(WS-JML-JADWAL).
043200     MOVE JD-JAM-MULAI TO WS-TJ-MULAI(WS-JML-JADWAL).
043300     MOVE JD-JAM-SELESAI TO WS-TJ-SELESAI(WS-JML-JADWAL).
043400     MOVE JD-RUANG TO WS-TJ-RUANG(WS-JML-JADWAL).
043500     MOVE JD-DS-ID TO WS-TJ-DS-ID(WS-JML-JADWAL).
043600 5100-EXIT.
043700     EXIT.
043800
043900 5200-SATU-BARIS.
044000     COMPUTE WS-J = WS-I + 1.
044100     PERFORM 5300-SATU-PASANGAN THRU 5300-EXIT
044200         VARYING WS-J FROM WS-J BY 1
044300         UNTIL WS-J > WS-JML-JADWAL.
044400 5200-EXIT.
044500     EXIT.
044600
044700 5300-SATU-PASANGAN.
044800     IF WS-TJ-HARI(WS-I) NOT = WS-TJ-HARI(WS-J)
044900             OR WS-TJ-MULAI(WS-I) NOT < WS-TJ-SELESAI(WS-J)
045000             OR WS-TJ-MULAI(WS-J) NOT < WS-TJ-SELESAI(WS-I)
045100         GO TO 5300-EXIT
045200     END-IF.
045300     IF WS-TJ-RUANG(WS-I) = WS-TJ-RUANG(WS-J)
045400         MOVE 'RUANG' TO WS-D-JENIS
045500         MOVE WS-TJ-RUANG(WS-I) TO WS-D-KODE
045600         PERFORM 5400-TULIS-BENTROK THRU 5400-EXIT
045700     END-IF.
045800     IF WS-TJ-DS-ID(WS-I) = WS-TJ-DS-ID(WS-J)
045900         MOVE 'DOSEN' TO WS-D-JENIS
046000         MOVE WS-TJ-DS-ID(WS-I) TO WS-D-KODE
046100         PERFORM 5400-TULIS-BENTROK THRU 5400-EXIT
046200     END-IF.
046300 5300-EXIT.
046400     EXIT.
046500
046600 5400-TULIS-BENTROK.
046700     MOVE WS-TJ-HARI(WS-I) TO WS-D-HARI.
046800     MOVE WS-TJ-MK(WS-I) TO WS-D-MK1.
046900     MOVE WS-TJ-SESI(WS-I) TO WS-D-SESI1.
047000     MOVE WS-TJ-MULAI(WS-I) TO WS-D-MULAI1.
047100     MOVE WS-TJ-SELESAI(WS-I) TO WS-D-SELESAI1.
047200     MOVE WS-TJ-MK(WS-J) TO WS-D-MK2.
047300     MOVE WS-TJ-SESI(WS-J) TO WS-D-SESI2.
047400     MOVE WS-TJ-MULAI(WS-J) TO WS-D-MULAI2.
047500     MOVE WS-TJ-SELESAI(WS-J) TO WS-D-SELESAI2.
047600     MOVE WS-DETAIL TO REPORT-LINE.
047700     WRITE REPORT-LINE.
047800     ADD 1 TO WS-JML-BENTROK.
047900 5400-EXIT.
048000     EXIT.
048100
048200*-----------------------------------------------------------------
048300 9999-EXIT.
048400     STOP RUN.
