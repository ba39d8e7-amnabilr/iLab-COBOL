000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Jadwal ujian UTS/UAS per term (ujian.dat): tanggal,
000500*           sesi dan ruang berikut kursi yang dipakai untuk tiap
000600*           MK, pengganti spreadsheet jadwal ujian. Sebelum
000700*           diterbitkan jadwal diperiksa: ruang yang dipakai dua
000800*           MK pada tanggal dan sesi yang sama, mahasiswa krs.dat
000900*           yang dua ujiannya jatuh pada tanggal dan sesi yang
001000*           sama, dan peserta yang melebihi kursi, semuanya ke
001100*           UJNCEK-*.RPT. Jadwal yang bersih diterbitkan: setiap
001200*           mahasiswa yang KRS-nya disetujui wali (KR-STATUS S)
001300*           mendapat kursi di kursi.dat, lalu kartu ujian dicetak
001310*           UJN-KRT. Baris draft tidak dihitung di mana pun.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 PROGRAM-ID. UJN-MNT.
001900 ENVIRONMENT DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 CONFIGURATION SECTION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY UJNSEL.
002600     COPY KSISEL.
002700     COPY RNGSEL.
002800     COPY KRSSEL.
002900     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003000     ORGANIZATION IS LINE SEQUENTIAL
003100     FILE STATUS IS RS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400     COPY UJNFD.
003500     COPY KSIFD.
003600     COPY RNGFD.
003700     COPY KRSFD.
003800 FD REPORT-OUT.
003900 01 REPORT-LINE            PIC X(80).
004000
004100 WORKING-STORAGE SECTION.
004200 77 UJ-FS                  PIC XX.
004300 77 KS-FS                  PIC XX.
004400 77 RG-FS                  PIC XX.
004500 77 KR-FS                  PIC XX.
004600 77 RS                     PIC XX.
004700 77 WS-RPT-NAMA            PIC X(30).
004800 77 WS-TGL-RUN             PIC 9(8).
004900 77 WS-JAM-RUN             PIC 9(8).
005000 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'UJN-MNT'.
005100 77 WS-CAT-JML             PIC 9(7).
005200 77 WS-EOF-SW              PIC X VALUE 'N'.
005300     88 WS-EOF             VALUE 'Y'.
005400 77 WS-KR-EOF-SW           PIC X VALUE 'N'.
005500     88 WS-KR-EOF          VALUE 'Y'.
005600 77 WS-RUANG-SELESAI-SW    PIC X.
005700     88 WS-RUANG-SELESAI   VALUE 'Y'.
005800 77 WS-ADA-SW              PIC X.
005900     88 WS-ADA             VALUE 'Y'.
006000 77 WS-MK-NAMA             PIC X(25).
006100 77 WS-MK-SKS              PIC 9.
006200 77 WS-MK-VALID-SW         PIC X.
006300     88 WS-MK-VALID        VALUE 'Y'.
006400 77 WS-URUT                PIC 9(1).
006500 77 WS-KURSI               PIC 9(3).
006600 77 WS-JML-BENTROK         PIC 9(5) VALUE ZERO.
006700 77 WS-JML-TU              PIC 9(3) VALUE ZERO.
006800 77 WS-JML-TN              PIC 9(3) VALUE ZERO.
006900 77 WS-JML-PESERTA         PIC 9(5).
007000 77 WS-JML-KAPASITAS       PIC 9(5).
007100 77 WS-JML-KURSI           PIC 9(7).
007200 77 WS-JML-HAPUS           PIC 9(5).
007300 77 WS-I                   PIC 9(3).
007400 77 WS-J                   PIC 9(3).
007500 77 WS-K                   PIC 9(3).
007600 77 WS-N                   PIC 9(3).
007700 77 WS-NO-KURSI            PIC 9(3).
007800 01 WS-PILIHAN             PIC X.
007900     88 WS-PILIH-TAMBAH    VALUE 'J'.
008000     88 WS-PILIH-HAPUS     VALUE 'H'.
008100     88 WS-PILIH-CEK       VALUE 'C'.
008200     88 WS-PILIH-TERBIT    VALUE 'P'.
008300     88 WS-PILIH-SELESAI   VALUE 'S'.
008400 01 WS-TERM-PILIH          PIC 9(5).
008500 01 WS-JENIS-PILIH         PIC X.
008600     88 WS-JENIS-VALID     VALUE 'T' 'A'.
008700 01 WS-MK-PILIH            PIC X(6).
008800 01 WS-TGL-PILIH           PIC 9(8).
008900 01 WS-TGL-PECAH REDEFINES WS-TGL-PILIH.
009000     02 WS-TP-TAHUN        PIC 9(4).
009100     02 WS-TP-BULAN        PIC 99.
009200     02 WS-TP-HARI         PIC 99.
009300 01 WS-SESI-PILIH          PIC 9.
009400 01 WS-RUANG-PILIH         PIC X(6).
009500 01 WS-TABEL-UJIAN.
009600     02 WS-TU-ENTRI OCCURS 300 TIMES.
009700         03 WS-TU-MK       PIC X(06).
009800         03 WS-TU-URUT     PIC 9(01).
009900         03 WS-TU-TANGGAL  PIC 9(08).
010000         03 WS-TU-SESI     PIC 9(01).
010100         03 WS-TU-RUANG    PIC X(06).
010200         03 WS-TU-KAPASITAS PIC 9(03).
010300 01 WS-TABEL-NPM.
010400     02 WS-TN-NPM          PIC X(08) OCCURS 500 TIMES.
010500
010600 PROCEDURE DIVISION.
010700*-----------------------------------------------------------------
010800 0000-MAINLINE.
010900     OPEN I-O UJIAN-FILE.
011000     IF UJ-FS = '35'
011100         OPEN OUTPUT UJIAN-FILE
011200         CLOSE UJIAN-FILE
011300         OPEN I-O UJIAN-FILE
011400     END-IF.
011500     PERFORM 1000-MENU THRU 1000-EXIT
011600         UNTIL WS-PILIH-SELESAI.
011700     CLOSE UJIAN-FILE.
011800     GO TO 9999-EXIT.
011900
012000*-----------------------------------------------------------------
012100 1000-MENU.
012200     DISPLAY 'UJIAN (J=TAMBAH, H=HAPUS MK, C=PERIKSA BENTROK,'
012300         ' P=TERBITKAN, S=SELESAI) : ' WITH NO ADVANCING.
012400     ACCEPT WS-PILIHAN.
012500     EVALUATE TRUE
012600         WHEN WS-PILIH-TAMBAH
012700             PERFORM 2000-TAMBAH-UJIAN THRU 2000-EXIT
012800         WHEN WS-PILIH-HAPUS
012900             PERFORM 3000-HAPUS-UJIAN THRU 3000-EXIT
013000         WHEN WS-PILIH-CEK
013100             PERFORM 4000-CEK-JADWAL THRU 4000-EXIT
013200         WHEN WS-PILIH-TERBIT
013300             PERFORM 6000-TERBITKAN THRU 6000-EXIT
013400         WHEN WS-PILIH-SELESAI
013500             CONTINUE
013600         WHEN OTHER
013700             DISPLAY 'PILIHAN TIDAK DIKENAL'
013800     END-EVALUATE.
013900 1000-EXIT.
014000     EXIT.
014100
014200 1100-TERM-JENIS.
014300     DISPLAY 'TERM (YYYYS)             : ' WITH NO ADVANCING.
014400     ACCEPT WS-TERM-PILIH.
014500     DISPLAY 'JENIS (T=UTS, A=UAS)     : ' WITH NO ADVANCING.
014600     ACCEPT WS-JENIS-PILIH.
014700 1100-EXIT.
014800     EXIT.
014900
015000*-----------------------------------------------------------------
015100* Satu ujian MK: tanggal dan sesi sekali, lalu ruang satu per
015200* satu (paling banyak 9) sampai kode ruang dikosongkan.
015300*-----------------------------------------------------------------
015400 2000-TAMBAH-UJIAN.
015500     PERFORM 1100-TERM-JENIS THRU 1100-EXIT.
015600     IF NOT WS-JENIS-VALID
015700         DISPLAY 'JENIS UJIAN HARUS T ATAU A'
015800         GO TO 2000-EXIT
015900     END-IF.
016000     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
016100     ACCEPT WS-MK-PILIH.
016200     MOVE 'N' TO WS-MK-VALID-SW.
016300     CALL 'MK-CHK' USING WS-MK-PILIH, WS-MK-NAMA, WS-MK-SKS,
016400         WS-MK-VALID-SW.
016500     IF NOT WS-MK-VALID
016600         DISPLAY 'KODE MK TIDAK ADA DI matkul.dat'
016700         GO TO 2000-EXIT
016800     END-IF.
016900     MOVE WS-TERM-PILIH TO UJ-TERM.
017000     MOVE WS-JENIS-PILIH TO UJ-JENIS.
017100     MOVE WS-MK-PILIH TO UJ-MK.
017200     MOVE 1 TO UJ-URUT.
017300     READ UJIAN-FILE
017400         INVALID KEY CONTINUE
017500         NOT INVALID KEY
017600             DISPLAY 'UJIAN MK ITU SUDAH DIJADWALKAN, HAPUS DULU'
017700             GO TO 2000-EXIT
017800     END-READ.
017900     DISPLAY 'TANGGAL UJIAN (YYYYMMDD) : ' WITH NO ADVANCING.
018000     ACCEPT WS-TGL-PILIH.
018100     DISPLAY 'SESI (1-4)               : ' WITH NO ADVANCING.
018200     ACCEPT WS-SESI-PILIH.
018300     IF WS-TP-BULAN < 1 OR WS-TP-BULAN > 12
018400             OR WS-TP-HARI < 1 OR WS-TP-HARI > 31
018500             OR WS-SESI-PILIH < 1 OR WS-SESI-PILIH > 4
018600         DISPLAY 'TANGGAL ATAU SESI TIDAK VALID'
018700         GO TO 2000-EXIT
018800     END-IF.
018900     OPEN INPUT RUANG-MST.
019000     IF RG-FS NOT = '00'
019100         DISPLAY 'MASTER RUANG (ruang.dat) BELUM ADA'
019200         CLOSE RUANG-MST
019300         GO TO 2000-EXIT
019400     END-IF.
019500     MOVE ZERO TO WS-URUT.
019600     MOVE 'N' TO WS-RUANG-SELESAI-SW.
019700     PERFORM 2100-SATU-RUANG THRU 2100-EXIT
019800         UNTIL WS-RUANG-SELESAI.
019900     CLOSE RUANG-MST.
020000     IF WS-URUT = ZERO
020100         DISPLAY 'TANPA RUANG, UJIAN TIDAK DISIMPAN'
020200         GO TO 2000-EXIT
020300     END-IF.
020400     PERFORM 2900-JADI-DRAF THRU 2900-EXIT.
020500     DISPLAY 'UJIAN ' WS-MK-PILIH ' DIJADWALKAN DI ' WS-URUT
020600         ' RUANG'.
020700 2000-EXIT.
020800     EXIT.
020900
021000 2100-SATU-RUANG.
021100     DISPLAY 'KODE RUANG (KOSONG=SELESAI) : ' WITH NO ADVANCING.
021200     MOVE SPACES TO WS-RUANG-PILIH.
021300     ACCEPT WS-RUANG-PILIH.
021400     IF WS-RUANG-PILIH = SPACES
021500         MOVE 'Y' TO WS-RUANG-SELESAI-SW
021600         GO TO 2100-EXIT
021700     END-IF.
021800     MOVE WS-RUANG-PILIH TO RG-KODE.
021900     MOVE 'N' TO WS-ADA-SW.
022000     READ RUANG-MST
022100         INVALID KEY CONTINUE
022200         NOT INVALID KEY MOVE 'Y' TO WS-ADA-SW
022300     END-READ.
022400     IF NOT WS-ADA OR RG-STATUS NOT = 'A'
022500         DISPLAY 'RUANG TIDAK TERDAFTAR ATAU TIDAK AKTIF'
022600         GO TO 2100-EXIT
022700     END-IF.
022800     DISPLAY 'KURSI DIPAKAI (0=SEMUA ' RG-KAPASITAS ') : '
022900         WITH NO ADVANCING.
023000     ACCEPT WS-KURSI.
023100     IF WS-KURSI = ZERO OR WS-KURSI > RG-KAPASITAS
023200         MOVE RG-KAPASITAS TO WS-KURSI
023300     END-IF.
023400     ADD 1 TO WS-URUT.
023500     MOVE WS-TERM-PILIH TO UJ-TERM.
023600     MOVE WS-JENIS-PILIH TO UJ-JENIS.
023700     MOVE WS-MK-PILIH TO UJ-MK.
023800     MOVE WS-URUT TO UJ-URUT.
023900     MOVE WS-TGL-PILIH TO UJ-TANGGAL.
024000     MOVE WS-SESI-PILIH TO UJ-SESI.
024100     MOVE WS-RUANG-PILIH TO UJ-RUANG.
024200     MOVE WS-KURSI TO UJ-KAPASITAS.
024300     MOVE 'D' TO UJ-STATUS.
024400     WRITE UJIAN-RECORD
024500         INVALID KEY
024600             DISPLAY 'GAGAL SIMPAN UJIAN, STATUS ' UJ-FS
024700             SUBTRACT 1 FROM WS-URUT
024800             MOVE 'Y' TO WS-RUANG-SELESAI-SW
024900             GO TO 2100-EXIT
025000     END-WRITE.
025100     IF WS-URUT = 9
025200         MOVE 'Y' TO WS-RUANG-SELESAI-SW
025300     END-IF.
025400 2100-EXIT.
025500     EXIT.
025600
025700*-----------------------------------------------------------------
025800* Setiap perubahan jadwal term/jenis mengembalikan semua
025900* record-nya ke draf: kursi harus dibagi ulang lewat terbitkan.
026000*-----------------------------------------------------------------
026100 2900-JADI-DRAF.
026200     MOVE WS-TERM-PILIH TO UJ-TERM.
026300     MOVE WS-JENIS-PILIH TO UJ-JENIS.
026400     MOVE LOW-VALUES TO UJ-MK.
026500     MOVE ZERO TO UJ-URUT.
026600     MOVE 'N' TO WS-EOF-SW.
026700     START UJIAN-FILE KEY NOT < UJ-KUNCI
026800         INVALID KEY MOVE 'Y' TO WS-EOF-SW
026900     END-START.
027000     PERFORM 2950-SATU-DRAF THRU 2950-EXIT
027100         UNTIL WS-EOF.
027200 2900-EXIT.
027300     EXIT.
027400
027500 2950-SATU-DRAF.
027600     READ UJIAN-FILE NEXT RECORD
027700         AT END MOVE 'Y' TO WS-EOF-SW
027800     END-READ.
027900     IF WS-EOF
028000         GO TO 2950-EXIT
028100     END-IF.
028200     IF UJ-TERM NOT = WS-TERM-PILIH
028300             OR UJ-JENIS NOT = WS-JENIS-PILIH
028400         MOVE 'Y' TO WS-EOF-SW
028500         GO TO 2950-EXIT
028600     END-IF.
028700     IF UJ-STATUS = 'D'
028800         GO TO 2950-EXIT
028900     END-IF.
029000     MOVE 'D' TO UJ-STATUS.
029100     REWRITE UJIAN-RECORD
029200         INVALID KEY
029300             DISPLAY 'GAGAL UBAH STATUS ' UJ-MK ', STATUS ' UJ-FS
029400     END-REWRITE.
029500 2950-EXIT.
029600     EXIT.
029700
029800*-----------------------------------------------------------------
029900 3000-HAPUS-UJIAN.
030000     PERFORM 1100-TERM-JENIS THRU 1100-EXIT.
030100     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
030200     ACCEPT WS-MK-PILIH.
030300     MOVE ZERO TO WS-JML-HAPUS.
030400     MOVE WS-TERM-PILIH TO UJ-TERM.
030500     MOVE WS-JENIS-PILIH TO UJ-JENIS.
030600     MOVE WS-MK-PILIH TO UJ-MK.
030700     MOVE ZERO TO UJ-URUT.
030800     MOVE 'N' TO WS-EOF-SW.
030900     START UJIAN-FILE KEY NOT < UJ-KUNCI
031000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
031100     END-START.
031200     PERFORM 3100-SATU-HAPUS THRU 3100-EXIT
031300         UNTIL WS-EOF.
031400     IF WS-JML-HAPUS = ZERO
031500         DISPLAY 'UJIAN MK ITU TIDAK ADA'
031600         GO TO 3000-EXIT
031700     END-IF.
031800     PERFORM 2900-JADI-DRAF THRU 2900-EXIT.
031900     DISPLAY 'UJIAN ' WS-MK-PILIH ' DIHAPUS (' WS-JML-HAPUS
032000         ' RUANG)'.
032100 3000-EXIT.
032200     EXIT.
032300
032400 3100-SATU-HAPUS.
032500     READ UJIAN-FILE NEXT RECORD
032600         AT END MOVE 'Y' TO WS-EOF-SW
032700     END-READ.
032800     IF WS-EOF
032900         GO TO 3100-EXIT
033000     END-IF.
033100     IF UJ-TERM NOT = WS-TERM-PILIH
033200             OR UJ-JENIS NOT = WS-JENIS-PILIH
033300             OR UJ-MK NOT = WS-MK-PILIH
033400         MOVE 'Y' TO WS-EOF-SW
033500         GO TO 3100-EXIT
033600     END-IF.
033700     DELETE UJIAN-FILE RECORD
033800         INVALID KEY
033900             DISPLAY 'GAGAL HAPUS ' UJ-MK ', STATUS ' UJ-FS
034000             GO TO 3100-EXIT
034100     END-DELETE.
034200     ADD 1 TO WS-JML-HAPUS.
034300 3100-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700 4000-CEK-JADWAL.
034800     PERFORM 1100-TERM-JENIS THRU 1100-EXIT.
034900     PERFORM 5000-PERIKSA THRU 5000-EXIT.
035000     IF WS-JML-TU = ZERO
035100         GO TO 4000-EXIT
035200     END-IF.
035300     DISPLAY 'PEMERIKSAAN ' WS-JML-BENTROK ' TEMUAN DI '
035400         WS-RPT-NAMA.
035500 4000-EXIT.
035600     EXIT.
035700
035800*-----------------------------------------------------------------
035900* Pemeriksaan jadwal satu term/jenis: ruang ganda, mahasiswa
036000* dengan dua ujian di tanggal dan sesi yang sama, dan peserta
036100* krs.dat yang melebihi jumlah kursi ruang-ruang MK itu.
036200*-----------------------------------------------------------------
036300 5000-PERIKSA.
036400     MOVE ZERO TO WS-JML-TU.
036500     MOVE ZERO TO WS-JML-BENTROK.
036600     MOVE WS-TERM-PILIH TO UJ-TERM.
036700     MOVE WS-JENIS-PILIH TO UJ-JENIS.
036800     MOVE LOW-VALUES TO UJ-MK.
036900     MOVE ZERO TO UJ-URUT.
037000     MOVE 'N' TO WS-EOF-SW.
037100     START UJIAN-FILE KEY NOT < UJ-KUNCI
037200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
037300     END-START.
037400     PERFORM 5100-MUAT-UJIAN THRU 5100-EXIT
037500         UNTIL WS-EOF.
037600     IF WS-JML-TU = ZERO
037700         DISPLAY 'TIDAK ADA JADWAL UJIAN TERM/JENIS ITU'
037800         GO TO 5000-EXIT
037900     END-IF.
038000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
038100     ACCEPT WS-JAM-RUN FROM TIME.
038200     MOVE SPACES TO WS-RPT-NAMA.
038300     STRING 'UJNCEK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
038400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
038500     OPEN OUTPUT REPORT-OUT.
038600     MOVE SPACES TO REPORT-LINE.
038700     STRING 'PEMERIKSAAN JADWAL UJIAN ' WS-JENIS-PILIH
038800         ' TERM ' WS-TERM-PILIH
038900         DELIMITED BY SIZE INTO REPORT-LINE.
039000     WRITE REPORT-LINE.
039100     MOVE SPACES TO REPORT-LINE.
039200     WRITE REPORT-LINE.
039300     PERFORM 5200-RUANG-I THRU 5200-EXIT
039400         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JML-TU.
039500     OPEN INPUT KRS-FILE.
039600     IF KR-FS = '00'
039700         PERFORM 5400-MAHASISWA-I THRU 5400-EXIT
039800             VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JML-TU
039900         PERFORM 5800-KAPASITAS THRU 5800-EXIT
040000             VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JML-TU
040100     END-IF.
040200     CLOSE KRS-FILE.
040300     IF WS-JML-BENTROK = ZERO
040400         MOVE '(TIDAK ADA BENTROK)' TO REPORT-LINE
040500         WRITE REPORT-LINE
040600     END-IF.
040700     CLOSE REPORT-OUT.
040800     MOVE WS-JML-BENTROK TO WS-CAT-JML.
040900     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
041000         WS-CAT-JML.
041100 5000-EXIT.
041200     EXIT.
041300
041400 5100-MUAT-UJIAN.
041500     READ UJIAN-FILE NEXT RECORD
041600         AT END MOVE 'Y' TO WS-EOF-SW
041700     END-READ.
041800     IF WS-EOF
041900         GO TO 5100-EXIT
042000     END-IF.
042100     IF UJ-TERM NOT = WS-TERM-PILIH
042200             OR UJ-JENIS NOT = WS-JENIS-PILIH
042300         MOVE 'Y' TO WS-EOF-SW
042400         GO TO 5100-EXIT
042500     END-IF.
042600     IF WS-JML-TU = 300
042700         DISPLAY 'JADWAL UJIAN MELEBIHI 300 RUANG-MK, SISANYA'
042800             ' TIDAK DIPERIKSA'
042900         MOVE 'Y' TO WS-EOF-SW
043000         GO TO 5100-EXIT
043100     END-IF.
043200     ADD 1 TO WS-JML-TU.
043300     MOVE UJ-MK TO WS-TU-MK(WS-JML-TU).
043400     MOVE UJ-URUT TO WS-TU-URUT(WS-JML-TU).
043500     MOVE UJ-TANGGAL TO WS-TU-TANGGAL(WS-JML-TU).
043600     MOVE UJ-SESI TO WS-TU-SESI(WS-JML-TU).
043700     MOVE UJ-RUANG TO WS-TU-RUANG(WS-JML-TU).
043800     MOVE UJ-KAPASITAS TO WS-TU-KAPASITAS(WS-JML-TU).
043900 5100-EXIT.
044000     EXIT.
044100
044200 5200-RUANG-I.
044300     COMPUTE WS-J = WS-I + 1.
044400     PERFORM 5300-RUANG-J THRU 5300-EXIT
044500         VARYING WS-J FROM WS-J BY 1 UNTIL WS-J > WS-JML-TU.
044600 5200-EXIT.
044700     EXIT.
044800
044900 5300-RUANG-J.
045000     IF WS-TU-TANGGAL(WS-I) NOT = WS-TU-TANGGAL(WS-J)
045100             OR WS-TU-SESI(WS-I) NOT = WS-TU-SESI(WS-J)
045200             OR WS-TU-RUANG(WS-I) NOT = WS-TU-RUANG(WS-J)
045300         GO TO 5300-EXIT
045400     END-IF.
045500     MOVE SPACES TO REPORT-LINE.
045600     STRING 'RUANG ' WS-TU-RUANG(WS-I) ' ' WS-TU-TANGGAL(WS-I)
045700         ' SESI ' WS-TU-SESI(WS-I) ' : ' WS-TU-MK(WS-I)
045800         ' X ' WS-TU-MK(WS-J)
045900         DELIMITED BY SIZE INTO REPORT-LINE.
046000     WRITE REPORT-LINE.
046100     ADD 1 TO WS-JML-BENTROK.
046200 5300-EXIT.
046300     EXIT.
046400
046500*-----------------------------------------------------------------
046600* Bentrok mahasiswa: untuk tiap pasangan MK berbeda pada tanggal
046700* dan sesi sama (baris URUT 1 saja), peserta MK pertama dicari
046800* di krs.dat MK kedua lewat kunci NPM + MK + TERM.
046900*-----------------------------------------------------------------
047000 5400-MAHASISWA-I.
047100     IF WS-TU-URUT(WS-I) NOT = 1
047200         GO TO 5400-EXIT
047300     END-IF.
047400     MOVE ZERO TO WS-JML-TN.
047500     COMPUTE WS-J = WS-I + 1.
047600     PERFORM 5500-MAHASISWA-J THRU 5500-EXIT
047700         VARYING WS-J FROM WS-J BY 1 UNTIL WS-J > WS-JML-TU.
047800 5400-EXIT.
047900     EXIT.
048000
048100 5500-MAHASISWA-J.
048200     IF WS-TU-URUT(WS-J) NOT = 1
048300             OR WS-TU-MK(WS-J) = WS-TU-MK(WS-I)
048400             OR WS-TU-TANGGAL(WS-I) NOT = WS-TU-TANGGAL(WS-J)
048500             OR WS-TU-SESI(WS-I) NOT = WS-TU-SESI(WS-J)
048600         GO TO 5500-EXIT
048700     END-IF.
048800     IF WS-JML-TN = ZERO
048900         PERFORM 5600-MUAT-PESERTA THRU 5600-EXIT
049000     END-IF.
049100     PERFORM 5700-SATU-PESERTA THRU 5700-EXIT
049200         VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-JML-TN.
049300 5500-EXIT.
049400     EXIT.
049500
049600 5600-MUAT-PESERTA.
049700     MOVE ZERO TO WS-JML-PESERTA.
049800     MOVE SPACES TO KRS-RECORD.
049900     MOVE WS-TU-MK(WS-I) TO KR-MK.
050000     MOVE WS-TERM-PILIH TO KR-TERM.
050100     MOVE 'N' TO WS-KR-EOF-SW.
050200     START KRS-FILE KEY = KR-MK-TERM
050300         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
050400     END-START.
050500     PERFORM 5650-SATU-KRS THRU 5650-EXIT
050600         UNTIL WS-KR-EOF.
050700 5600-EXIT.
050800     EXIT.
050900
051000 5650-SATU-KRS.
051100     READ KRS-FILE NEXT RECORD
051200         AT END MOVE 'Y' TO WS-KR-EOF-SW
051300     END-READ.
051400     IF WS-KR-EOF
051500         GO TO 5650-EXIT
051600     END-IF.
051700     IF KR-MK NOT = WS-TU-MK(WS-I)
051800             OR KR-TERM NOT = WS-TERM-PILIH
051900         MOVE 'Y' TO WS-KR-EOF-SW
052000         GO TO 5650-EXIT
052100     END-IF.
052110     IF KR-STATUS NOT = 'S'
052120         GO TO 5650-EXIT
052130     END-IF.
052200     ADD 1 TO WS-JML-PESERTA.
052300     IF WS-JML-TN < 500
052400         ADD 1 TO WS-JML-TN
052500         MOVE KR-NPM TO WS-TN-NPM(WS-JML-TN)
052600     END-IF.
052700 5650-EXIT.
052800     EXIT.
052900
053000 5700-SATU-PESERTA.
053100     MOVE SPACES TO KRS-RECORD.
053200     MOVE WS-TN-NPM(WS-N) TO KR-NPM.
053300     MOVE WS-TU-MK(WS-J) TO KR-MK.
053400     MOVE WS-TERM-PILIH TO KR-TERM.
053500     READ KRS-FILE
053600         INVALID KEY GO TO 5700-EXIT
053700     END-READ.
053710     IF KR-STATUS NOT = 'S'
053720         GO TO 5700-EXIT
053730     END-IF.
053800     MOVE SPACES TO REPORT-LINE.
053900     STRING 'MAHASISWA ' WS-TN-NPM(WS-N) ' '
054000         WS-TU-TANGGAL(WS-I) ' SESI ' WS-TU-SESI(WS-I) ' : '
054100         WS-TU-MK(WS-I) ' X ' WS-TU-MK(WS-J)
054200         DELIMITED BY SIZE INTO REPORT-LINE.
054300     WRITE REPORT-LINE.
054400     ADD 1 TO WS-JML-BENTROK.
054500 5700-EXIT.
054600     EXIT.
054700
054800*-----------------------------------------------------------------
054900 5800-KAPASITAS.
055000     IF WS-TU-URUT(WS-I) NOT = 1
055100         GO TO 5800-EXIT
055200     END-IF.
055300     MOVE ZERO TO WS-JML-TN.
055400     PERFORM 5600-MUAT-PESERTA THRU 5600-EXIT.
055500     MOVE ZERO TO WS-JML-KAPASITAS.
055600     PERFORM 5850-SATU-RUANG THRU 5850-EXIT
055700         VARYING WS-K FROM WS-I BY 1 UNTIL WS-K > WS-JML-TU.
055800     IF WS-JML-PESERTA NOT > WS-JML-KAPASITAS
055900         GO TO 5800-EXIT
056000     END-IF.
056100     MOVE SPACES TO REPORT-LINE.
056200     STRING 'KURSI KURANG ' WS-TU-MK(WS-I) ' : PESERTA '
056300         WS-JML-PESERTA ' KURSI ' WS-JML-KAPASITAS
056400         DELIMITED BY SIZE INTO REPORT-LINE.
056500     WRITE REPORT-LINE.
056600     ADD 1 TO WS-JML-BENTROK.
056700 5800-EXIT.
056800     EXIT.
056900
057000 5850-SATU-RUANG.
057100     IF WS-TU-MK(WS-K) = WS-TU-MK(WS-I)
057200         ADD WS-TU-KAPASITAS(WS-K) TO WS-JML-KAPASITAS
057300     END-IF.
057400 5850-EXIT.
057500     EXIT.
057600
057700*-----------------------------------------------------------------
057800* Terbitkan: hanya jadwal tanpa temuan. Kursi lama term/jenis
057900* dihapus, peserta krs.dat tiap MK diberi nomor kursi berurutan
058000* mengisi ruang URUT 1 dulu, lalu semua record jadi P.
058100*-----------------------------------------------------------------
058200 6000-TERBITKAN.
058300     PERFORM 1100-TERM-JENIS THRU 1100-EXIT.
058400     PERFORM 5000-PERIKSA THRU 5000-EXIT.
058500     IF WS-JML-TU = ZERO
058600         GO TO 6000-EXIT
058700     END-IF.
058800     IF WS-JML-BENTROK NOT = ZERO
058900         DISPLAY WS-JML-BENTROK ' TEMUAN DI ' WS-RPT-NAMA
059000             ', JADWAL TIDAK DITERBITKAN'
059100         GO TO 6000-EXIT
059200     END-IF.
059300     OPEN I-O KURSI-FILE.
059400     IF KS-FS = '35'
059500         OPEN OUTPUT KURSI-FILE
059600         CLOSE KURSI-FILE
059700         OPEN I-O KURSI-FILE
059800     END-IF.
059900     IF KS-FS NOT = '00'
060000         DISPLAY 'kursi.dat TIDAK DAPAT DIBUKA, STATUS ' KS-FS
060100         CLOSE KURSI-FILE
060200         GO TO 6000-EXIT
060300     END-IF.
060400     MOVE WS-TERM-PILIH TO KS-TERM.
060500     MOVE WS-JENIS-PILIH TO KS-JENIS.
060600     MOVE LOW-VALUES TO KS-NPM.
060700     MOVE LOW-VALUES TO KS-MK.
060800     MOVE 'N' TO WS-EOF-SW.
060900     START KURSI-FILE KEY NOT < KS-KUNCI
061000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
061100     END-START.
061200     PERFORM 6100-HAPUS-KURSI THRU 6100-EXIT
061300         UNTIL WS-EOF.
061400     MOVE ZERO TO WS-JML-KURSI.
061500     OPEN INPUT KRS-FILE.
061600     IF KR-FS = '00'
061700         PERFORM 6200-BAGI-MK THRU 6200-EXIT
061800             VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JML-TU
061900     END-IF.
062000     CLOSE KRS-FILE.
062100     CLOSE KURSI-FILE.
062200     MOVE WS-TERM-PILIH TO UJ-TERM.
062300     MOVE WS-JENIS-PILIH TO UJ-JENIS.
062400     MOVE LOW-VALUES TO UJ-MK.
062500     MOVE ZERO TO UJ-URUT.
062600     MOVE 'N' TO WS-EOF-SW.
062700     START UJIAN-FILE KEY NOT < UJ-KUNCI
062800         INVALID KEY MOVE 'Y' TO WS-EOF-SW
062900     END-START.
063000     PERFORM 6500-SATU-TERBIT THRU 6500-EXIT
063100         UNTIL WS-EOF.
063200     DISPLAY 'JADWAL DITERBITKAN, ' WS-JML-KURSI
063300         ' KURSI DIBAGIKAN'.
063400 6000-EXIT.
063500     EXIT.
063600
063700 6100-HAPUS-KURSI.
063800     READ KURSI-FILE NEXT RECORD
063900         AT END MOVE 'Y' TO WS-EOF-SW
064000     END-READ.
064100     IF WS-EOF
064200         GO TO 6100-EXIT
064300     END-IF.
064400     IF KS-TERM NOT = WS-TERM-PILIH
064500             OR KS-JENIS NOT = WS-JENIS-PILIH
064600         MOVE 'Y' TO WS-EOF-SW
064700         GO TO 6100-EXIT
064800     END-IF.
064900     DELETE KURSI-FILE RECORD
065000         INVALID KEY
065100             DISPLAY 'GAGAL HAPUS KURSI ' KS-NPM ', STATUS '
065200                 KS-FS
065300     END-DELETE.
065400 6100-EXIT.
065500     EXIT.
065600
065700 6200-BAGI-MK.
065800     IF WS-TU-URUT(WS-I) NOT = 1
065900         GO TO 6200-EXIT
066000     END-IF.
066100     MOVE WS-I TO WS-K.
066200     MOVE ZERO TO WS-NO-KURSI.
066300     MOVE SPACES TO KRS-RECORD.
066400     MOVE WS-TU-MK(WS-I) TO KR-MK.
066500     MOVE WS-TERM-PILIH TO KR-TERM.
066600     MOVE 'N' TO WS-KR-EOF-SW.
066700     START KRS-FILE KEY = KR-MK-TERM
066800         INVALID KEY MOVE 'Y' TO WS-KR-EOF-SW
066900     END-START.
067000     PERFORM 6300-SATU-KURSI THRU 6300-EXIT
067100         UNTIL WS-KR-EOF.
067200 6200-EXIT.
067300     EXIT.
067400
067500 6300-SATU-KURSI.
067600     READ KRS-FILE NEXT RECORD
067700         AT END MOVE 'Y' TO WS-KR-EOF-SW
067800     END-READ.
067900     IF WS-KR-EOF
068000         GO TO 6300-EXIT
068100     END-IF.
068200     IF KR-MK NOT = WS-TU-MK(WS-I)
068300             OR KR-TERM NOT = WS-TERM-PILIH
068400         MOVE 'Y' TO WS-KR-EOF-SW
068500         GO TO 6300-EXIT
068600     END-IF.
068610     IF KR-STATUS NOT = 'S'
068620         GO TO 6300-EXIT
068630     END-IF.
068700     ADD 1 TO WS-NO-KURSI.
068800     IF WS-NO-KURSI > WS-TU-KAPASITAS(WS-K)
068900         ADD 1 TO WS-K
069000         MOVE 1 TO WS-NO-KURSI
069100     END-IF.
069200     MOVE WS-TERM-PILIH TO KS-TERM.
069300     MOVE WS-JENIS-PILIH TO KS-JENIS.
069400     MOVE KR-NPM TO KS-NPM.
069500     MOVE KR-MK TO KS-MK.
069600     MOVE WS-TU-TANGGAL(WS-K) TO KS-TANGGAL.
069700     MOVE WS-TU-SESI(WS-K) TO KS-SESI.
069800     MOVE WS-TU-RUANG(WS-K) TO KS-RUANG.
069900     MOVE WS-NO-KURSI TO KS-NO-KURSI.
070000     WRITE KURSI-RECORD
070100         INVALID KEY
070200             DISPLAY 'GAGAL TULIS KURSI ' KR-NPM ' ' KR-MK
070300                 ', STATUS ' KS-FS
070400             GO TO 6300-EXIT
070500     END-WRITE.
070600     ADD 1 TO WS-JML-KURSI.
070700 6300-EXIT.
070800     EXIT.
070900
071000 6500-SATU-TERBIT.
071100     READ UJIAN-FILE NEXT RECORD
071200         AT END MOVE 'Y' TO WS-EOF-SW
071300     END-READ.
071400     IF WS-EOF
071500         GO TO 6500-EXIT
071600     END-IF.
071700     IF UJ-TERM NOT = WS-TERM-PILIH
071800             OR UJ-JENIS NOT = WS-JENIS-PILIH
071900         MOVE 'Y' TO WS-EOF-SW
072000         GO TO 6500-EXIT
072100     END-IF.
072200     MOVE 'P' TO UJ-STATUS.
072300     REWRITE UJIAN-RECORD
072400         INVALID KEY
072500             DISPLAY 'GAGAL TERBITKAN ' UJ-MK ', STATUS ' UJ-FS
072600     END-REWRITE.
072700 6500-EXIT.
072800     EXIT.
072900
073000*-----------------------------------------------------------------
073100 9999-EXIT.
073200     STOP RUN.
