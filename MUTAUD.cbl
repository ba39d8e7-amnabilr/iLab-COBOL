000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan pengecualian mutasi stok tak wajar untuk
000500*           auditor internal, langkah 7 BATCH-BARANG (tanggal
000600*           tutup malam dari pemanggil). Baris stokjrnl.dat
000700*           tanggal itu dibandingkan dengan pola normalnya:
000800*           - LONJAK BRG : issue (K) satu barang sehari melewati
000900*             MUTLONJAK persen rata-rata pemakaian bulanan
001000*             usage.dat (STK-USG) MUTBULAN bulan terakhir;
001100*           - LONJAK DEPT: issue satu barang ke satu departemen
001200*             selama MUTHARIPCH hari terakhir melewati MUTLONJAK
001300*             persen rata-rata bulanan departemen itu dari jurnal
001400*             MUTBULAN bulan sebelumnya;
001500*           - HABIS+OPNAME: selisih lebih opname yang jumlahnya
001600*             sama dengan mutasi keluar yang menghabiskan saldo
001700*             barang/gudang itu dalam MUTHARIOPN hari terakhir;
001800*           - LUAR JAM   : mutasi dibukukan di luar jam kerja
001900*             MUTJAMAWAL s/d MUTJAMAKHIR (HHMM);
002000*           - OPR TAKLAZIM: operator yang dalam MUTHARIPOLA hari
002100*             terakhir sudah membukukan sedikitnya MUTOPRMIN baris
002200*             tetapi jenis mutasi ini kurang dari MUTOPRMIN kali;
002300*           - PECAH REQ  : beberapa issue kecil barang yang sama
002400*             ke departemen yang sama dalam MUTHARIPCH hari,
002500*             masing-masing di bawah ambang permintaan
002600*             anggaran.dat (ANG-AMBANG, bawaan MUTBATASREQ)
002700*             tetapi jumlah nilainya (harga rata-rata biaya.dat)
002800*             melewati ambang itu.
002900*           Semua ambang dari sysparm.dat. Jam dan operator dari
003000*           cap JRN-CAP; baris lama/batch tanpa cap tidak
003100*           diperiksa untuk dua temuan itu. Hasil ke MUTAUD-*.RPT
003200*           (RPT-CAT), dan bila ada temuan satu baris notifikasi
003300*           tipe A (kotak auditor internal) ke NOTIF-*-AUD.DAT
003400*           untuk gateway surat kampus.
003500* Tectonics: cobc -I copybooks
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003900 PROGRAM-ID. MUT-AUD.
004000 ENVIRONMENT DIVISION.
004100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004200 CONFIGURATION SECTION.
004300*-----------------------
004400 INPUT-OUTPUT SECTION.
004500     FILE-CONTROL.
004600     COPY JRNSEL.
004700     COPY ANGSEL.
004800     COPY BIASEL.
004900     SELECT USAGE-FILE ASSIGN TO 'usage.dat'
005000     ORGANIZATION IS INDEXED
005100     ACCESS MODE IS DYNAMIC
005200     RECORD KEY IS USG-KUNCI
005300     FILE STATUS IS USG-FS.
005400     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
005500     ORGANIZATION IS LINE SEQUENTIAL
005600     FILE STATUS IS RS.
005700     SELECT NTF-KELUAR ASSIGN TO DYNAMIC WS-NTF-NAMA
005800     ORGANIZATION IS LINE SEQUENTIAL
005900     FILE STATUS IS NK-FS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200     COPY JRNFD.
006300     COPY ANGFD.
006400     COPY BIAFD.
006500 FD USAGE-FILE.
006600 01 USAGE-RECORD.
006700     02 USG-KUNCI.
006800         03 USG-KODE-BRG   PIC X(05).
006900         03 USG-BULAN      PIC 9(06).
007000     02 USG-JUMLAH         PIC 9(07).
007100 FD REPORT-OUT.
007200 01 REPORT-LINE            PIC X(100).
007300 FD NTF-KELUAR.
007400 01 NTF-LINE               PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 77 JR-FS                  PIC XX.
007800 77 ANG-FS                 PIC XX.
007900 77 BIA-FS                 PIC XX.
008000 77 USG-FS                 PIC XX.
008100 77 RS                     PIC XX.
008200 77 NK-FS                  PIC XX.
008300 77 WS-RPT-NAMA            PIC X(30).
008400 77 WS-NTF-NAMA            PIC X(30).
008500 77 WS-TGL-RUN             PIC 9(8).
008600 77 WS-JAM-RUN             PIC 9(8).
008700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'MUT-AUD'.
008800 77 WS-CAT-JML             PIC 9(7).
008900 77 WS-SP-NAMA             PIC X(12).
009000 77 WS-SP-NILAI            PIC 9(9).
009100 77 WS-SP-KETEMU-SW        PIC X.
009200 77 WS-BULAN-POLA          PIC 9(2) VALUE 6.
009300 77 WS-PERSEN-LONJAK       PIC 9(5) VALUE 100.
009400 77 WS-JAM-AWAL            PIC 9(4) VALUE 0700.
009500 77 WS-JAM-AKHIR           PIC 9(4) VALUE 1800.
009600 77 WS-HARI-OPN            PIC 9(5) VALUE 30.
009700 77 WS-HARI-POLA           PIC 9(5) VALUE 90.
009800 77 WS-OPR-MIN             PIC 9(5) VALUE 3.
009900 77 WS-HARI-PCH            PIC 9(5) VALUE 7.
010000 77 WS-BATAS-REQ           PIC 9(9) VALUE ZERO.
010100 77 WS-EOF-SW              PIC X VALUE 'N'.
010200     88 WS-EOF             VALUE 'Y'.
010300 77 WS-ANG-BUKA-SW         PIC X VALUE 'N'.
010400     88 WS-ANG-BUKA        VALUE 'Y'.
010500 77 WS-BIA-BUKA-SW         PIC X VALUE 'N'.
010600     88 WS-BIA-BUKA        VALUE 'Y'.
010700 77 WS-USG-BUKA-SW         PIC X VALUE 'N'.
010800     88 WS-USG-BUKA        VALUE 'Y'.
010900 77 WS-KETEMU-SW           PIC X.
011000     88 WS-KETEMU          VALUE 'Y'.
011100 77 WS-JML-HI              PIC 9(3) COMP VALUE ZERO.
011200 77 WS-JML-BR              PIC 9(3) COMP VALUE ZERO.
011300 77 WS-JML-DT              PIC 9(3) COMP VALUE ZERO.
011400 77 WS-JML-OJ              PIC 9(3) COMP VALUE ZERO.
011500 77 WS-JML-OT              PIC 9(3) COMP VALUE ZERO.
011600 77 WS-JML-LEBIH           PIC 9(5) VALUE ZERO.
011700 77 WS-IDX                 PIC 9(3) COMP.
011800 77 WS-IDX2                PIC 9(3) COMP.
011900 77 WS-IDX-BLN             PIC 9(2) COMP.
012000 77 WS-JML-TEMUAN          PIC 9(7) VALUE ZERO.
012100 77 WS-JML-BARIS-JR        PIC 9(7) VALUE ZERO.
012200 77 WS-UMUR-JR             PIC S9(7).
012300 77 WS-TGL-POLA            PIC 9(8).
012310 77 WS-BLN-URUT            PIC 9(6).
012320 77 WS-BLN-SISA            PIC 9(2).
012330* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
012340 77 WS-TK-FUNGSI           PIC X(1) VALUE 'H'.
012350 77 WS-TK-HARI             PIC S9(7).
012360 77 WS-TK-KERJA            PIC S9(7).
012370 77 WS-TK-KET              PIC X(30).
012400 77 WS-JAM-HHMM            PIC 9(4).
012500 77 WS-RATA                PIC 9(7).
012600 77 WS-RATA-DEPT           PIC 9(7).
012700 77 WS-JML-PAKAI           PIC 9(9).
012800 77 WS-HARGA               PIC 9(07)V9(03).
012900 77 WS-NILAI-PCH           PIC 9(11)V9(03).
013000 77 WS-NILAI-MAKS          PIC 9(11)V9(03).
013100 77 WS-BATAS               PIC 9(11)V9(03).
013200 77 WS-UJI                 PIC 9(11).
013300 77 WS-UJI-BATAS           PIC 9(11).
013400 01 WS-TGL-PECAH.
013500     02 WS-TP-TAHUN        PIC 9(4).
013600     02 WS-TP-BULAN        PIC 99.
013700     02 WS-TP-HARI         PIC 99.
013800 01 WS-BLN-CARI.
013900     02 WS-BC-TAHUN        PIC 9(4).
014000     02 WS-BC-BULAN        PIC 99.
014100 01 WS-BLN-CARI-N REDEFINES WS-BLN-CARI PIC 9(6).
014200 01 WS-JAM-PECAH.
014300     02 WS-JP-HHMM         PIC 9(4).
014400     02 FILLER             PIC 9(4).
014500*    Mutasi tanggal tutup malam (lintasan 1).
014600 01 WS-TABEL-HI.
014700     02 WS-HI OCCURS 500 TIMES.
014800         03 WS-HI-KODE     PIC X(05).
014900         03 WS-HI-GUDANG   PIC 9(02).
015000         03 WS-HI-JENIS    PIC X(01).
015100         03 WS-HI-ARAH     PIC X(01).
015200         03 WS-HI-JUMLAH   PIC 9(05).
015300         03 WS-HI-JAM      PIC X(08).
015400         03 WS-HI-OPR      PIC X(08).
015500         03 WS-HI-REF      PIC X(10).
015600         03 WS-HI-COCOK    PIC X(01).
015700         03 WS-HI-TGL-HABIS PIC 9(08).
015800*    Issue per barang hari itu.
015900 01 WS-TABEL-BR.
016000     02 WS-BR OCCURS 300 TIMES.
016100         03 WS-BR-KODE     PIC X(05).
016200         03 WS-BR-QTY      PIC 9(07).
016300*    Issue per departemen + barang: hari itu, riwayat pola dan
016400*    jendela pemecahan (termasuk hari itu).
016500 01 WS-TABEL-DT.
016600     02 WS-DT OCCURS 300 TIMES.
016700         03 WS-DT-DEPT     PIC X(10).
016800         03 WS-DT-KODE     PIC X(05).
016900         03 WS-DT-QTY      PIC 9(07).
017000         03 WS-DT-RIWAYAT  PIC 9(09).
017100         03 WS-DT-PCH-JML  PIC 9(05).
017200         03 WS-DT-PCH-QTY  PIC 9(07).
017300         03 WS-DT-PCH-MAKS PIC 9(05).
017400*    Operator x jenis mutasi hari itu dan cacah riwayatnya.
017500 01 WS-TABEL-OJ.
017600     02 WS-OJ OCCURS 100 TIMES.
017700         03 WS-OJ-OPR      PIC X(08).
017800         03 WS-OJ-JENIS    PIC X(01).
017900         03 WS-OJ-RIWAYAT  PIC 9(07).
018000         03 WS-OJ-LAPOR    PIC X(01).
018100 01 WS-TABEL-OT.
018200     02 WS-OT OCCURS 50 TIMES.
018300         03 WS-OT-OPR      PIC X(08).
018400         03 WS-OT-RIWAYAT  PIC 9(07).
018500 01 WS-D-TEMUAN.
018600     02 WS-DT-JENIS-TMN    PIC X(12).
018700     02 FILLER             PIC X(01) VALUE SPACES.
018800     02 WS-DT-BRG          PIC X(05).
018900     02 FILLER             PIC X(01) VALUE SPACES.
019000     02 WS-DT-GDG          PIC X(02).
019100     02 FILLER             PIC X(01) VALUE SPACES.
019200     02 WS-DT-SIAPA        PIC X(10).
019300     02 FILLER             PIC X(01) VALUE SPACES.
019400     02 WS-DT-JUMLAH       PIC Z(10)9.
019500     02 FILLER             PIC X(01) VALUE SPACES.
019600     02 WS-DT-BANDING      PIC Z(10)9.
019700     02 FILLER             PIC X(01) VALUE SPACES.
019800     02 WS-DT-KET          PIC X(30).
019900 01 WS-AMPLOP-H.
020000     02 FILLER             PIC X(02) VALUE 'H|'.
020100     02 WS-AH-PRODUSEN     PIC X(13).
020200     02 FILLER             PIC X(01) VALUE '|'.
020300     02 WS-AH-TANGGAL      PIC 9(08).
020400     02 FILLER             PIC X(01) VALUE '|'.
020500     02 WS-AH-RUNID        PIC 9(06).
020600 01 WS-AMPLOP-T.
020700     02 FILLER             PIC X(02) VALUE 'T|'.
020800     02 WS-AT-CACAH        PIC 9(07).
020900     02 FILLER             PIC X(01) VALUE '|'.
021000     02 WS-AT-NILAI        PIC 9(13).
021100*    Baris notifikasi sama dengan NTF-OUT; tipe A = kotak auditor
021200*    internal (bukan ID operator).
021300 01 WS-NTF-BARIS.
021400     02 WS-NB-JENIS        PIC X(04).
021500     02 FILLER             PIC X(01) VALUE '|'.
021600     02 WS-NB-TIPE         PIC X(01).
021700     02 FILLER             PIC X(01) VALUE '|'.
021800     02 WS-NB-PENERIMA     PIC X(08).
021900     02 FILLER             PIC X(01) VALUE '|'.
022000     02 WS-NB-KUNCI        PIC X(20).
022100     02 FILLER             PIC X(01) VALUE '|'.
022200     02 WS-NB-ANGKA        PIC 9(09).
022300     02 FILLER             PIC X(01) VALUE '|'.
022400     02 WS-NB-PESAN        PIC X(30).
022500
022600 LINKAGE SECTION.
022700 01 LK-TANGGAL             PIC 9(08).
022800
022900 PROCEDURE DIVISION USING LK-TANGGAL.
023000*-----------------------------------------------------------------
023100 0000-MAINLINE.
023200     MOVE 0 TO RETURN-CODE.
023300     MOVE LK-TANGGAL TO WS-TGL-RUN.
023400     IF WS-TGL-RUN = ZERO
023500         ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD
023600     END-IF.
023700     ACCEPT WS-JAM-RUN FROM TIME.
024100     PERFORM 0100-BACA-PARAMETER THRU 0100-EXIT.
024110*    Awal jendela pola departemen: tanggal yang sama MUTBULAN
024120*    bulan sebelum tanggal tutup malam.
024130     MOVE WS-TGL-RUN TO WS-TGL-PECAH.
024140     COMPUTE WS-BLN-URUT = WS-TP-TAHUN * 12 + WS-TP-BULAN - 1
024150         - WS-BULAN-POLA.
024160     DIVIDE WS-BLN-URUT BY 12 GIVING WS-TP-TAHUN
024170         REMAINDER WS-BLN-SISA.
024180     COMPUTE WS-TP-BULAN = WS-BLN-SISA + 1.
024190     MOVE WS-TGL-PECAH TO WS-TGL-POLA.
024200     MOVE SPACES TO WS-RPT-NAMA.
024300     STRING 'MUTAUD-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
024400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
024500     OPEN OUTPUT REPORT-OUT.
024600     IF RS NOT = '00'
024700         DISPLAY 'LAPORAN MUTASI TAK WAJAR GAGAL DIBUKA, STATUS '
024800             RS
024900         MOVE 1 TO RETURN-CODE
025000         GO TO 9999-EXIT
025100     END-IF.
025200     PERFORM 0200-JUDUL THRU 0200-EXIT.
025300     OPEN INPUT STOK-JURNAL.
025400     IF JR-FS NOT = '00'
025500         MOVE 'stokjrnl.dat TIDAK ADA, TIDAK ADA YANG DIPERIKSA'
025600             TO REPORT-LINE
025700         WRITE REPORT-LINE
025800         GO TO 0000-TUTUP
025900     END-IF.
026000     MOVE 'N' TO WS-EOF-SW.
026100     PERFORM 1000-LINTAS-HARI THRU 1000-EXIT
026200         UNTIL WS-EOF.
026300     CLOSE STOK-JURNAL.
026400     OPEN INPUT STOK-JURNAL.
026500     MOVE 'N' TO WS-EOF-SW.
026600     PERFORM 2000-LINTAS-RIWAYAT THRU 2000-EXIT
026700         UNTIL WS-EOF.
026800     CLOSE STOK-JURNAL.
026900     OPEN INPUT USAGE-FILE.
027000     IF USG-FS = '00'
027100         MOVE 'Y' TO WS-USG-BUKA-SW
027200     END-IF.
027300     OPEN INPUT ANGGARAN-MST.
027400     IF ANG-FS = '00'
027500         MOVE 'Y' TO WS-ANG-BUKA-SW
027600     END-IF.
027700     OPEN INPUT BIAYA-MST.
027800     IF BIA-FS = '00'
027900         MOVE 'Y' TO WS-BIA-BUKA-SW
028000     END-IF.
028100     PERFORM 3000-LONJAK-BRG THRU 3000-EXIT
028200         VARYING WS-IDX FROM 1 BY 1
028300         UNTIL WS-IDX > WS-JML-BR.
028400     PERFORM 3100-LONJAK-DEPT THRU 3100-EXIT
028500         VARYING WS-IDX FROM 1 BY 1
028600         UNTIL WS-IDX > WS-JML-DT.
028700     PERFORM 3200-HABIS-OPNAME THRU 3200-EXIT
028800         VARYING WS-IDX FROM 1 BY 1
028900         UNTIL WS-IDX > WS-JML-HI.
029000     PERFORM 3300-LUAR-JAM THRU 3300-EXIT
029100         VARYING WS-IDX FROM 1 BY 1
029200         UNTIL WS-IDX > WS-JML-HI.
029300     PERFORM 3400-OPR-TAKLAZIM THRU 3400-EXIT
029400         VARYING WS-IDX FROM 1 BY 1
029500         UNTIL WS-IDX > WS-JML-HI.
029600     PERFORM 3500-PECAH-REQ THRU 3500-EXIT
029700         VARYING WS-IDX FROM 1 BY 1
029800         UNTIL WS-IDX > WS-JML-DT.
029900     IF WS-USG-BUKA
030000         CLOSE USAGE-FILE
030100     END-IF.
030200     IF WS-ANG-BUKA
030300         CLOSE ANGGARAN-MST
030400     END-IF.
030500     IF WS-BIA-BUKA
030600         CLOSE BIAYA-MST
030700     END-IF.
030800 0000-TUTUP.
030900     MOVE SPACES TO REPORT-LINE.
031000     WRITE REPORT-LINE.
031100     MOVE SPACES TO REPORT-LINE.
031200     STRING 'MUTASI TANGGAL ITU : ' WS-JML-BARIS-JR
031300         '   TEMUAN : ' WS-JML-TEMUAN
031400         DELIMITED BY SIZE INTO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600     IF WS-JML-LEBIH > ZERO
031700         MOVE SPACES TO REPORT-LINE
031800         STRING 'PERHATIAN: ' WS-JML-LEBIH ' MUTASI DI LUAR'
031900             ' KAPASITAS TABEL TIDAK DIPERIKSA'
032000             DELIMITED BY SIZE INTO REPORT-LINE
032100         WRITE REPORT-LINE
032200     END-IF.
032300     CLOSE REPORT-OUT.
032400     MOVE WS-JML-TEMUAN TO WS-CAT-JML.
032500     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
032600         WS-CAT-JML.
032700     DISPLAY 'MUTASI TAK WAJAR ' WS-TGL-RUN ' : ' WS-JML-TEMUAN
032800         ' TEMUAN -- ' WS-RPT-NAMA.
032900     IF WS-JML-TEMUAN > ZERO
033000         PERFORM 8000-KIRIM-AUDITOR THRU 8000-EXIT
033100     END-IF.
033200     GO TO 9999-EXIT.
033300
033400*-----------------------------------------------------------------
033500 0100-BACA-PARAMETER.
033600     MOVE 'MUTBULAN' TO WS-SP-NAMA.
033700     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
033800     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
033900             AND WS-SP-NILAI < 25
034000         MOVE WS-SP-NILAI TO WS-BULAN-POLA
034100     END-IF.
034200     MOVE 'MUTLONJAK' TO WS-SP-NAMA.
034300     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
034400     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
034500         MOVE WS-SP-NILAI TO WS-PERSEN-LONJAK
034600     END-IF.
034700     MOVE 'MUTJAMAWAL' TO WS-SP-NAMA.
034800     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
034900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI < 2400
035000         MOVE WS-SP-NILAI TO WS-JAM-AWAL
035100     END-IF.
035200     MOVE 'MUTJAMAKHIR' TO WS-SP-NAMA.
035300     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
035400     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI < 2400
035500         MOVE WS-SP-NILAI TO WS-JAM-AKHIR
035600     END-IF.
035700     MOVE 'MUTHARIOPN' TO WS-SP-NAMA.
035800     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
035900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
036000         MOVE WS-SP-NILAI TO WS-HARI-OPN
036100     END-IF.
036200     MOVE 'MUTHARIPOLA' TO WS-SP-NAMA.
036300     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
036400     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
036500         MOVE WS-SP-NILAI TO WS-HARI-POLA
036600     END-IF.
036700     MOVE 'MUTOPRMIN' TO WS-SP-NAMA.
036800     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
036900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
037000         MOVE WS-SP-NILAI TO WS-OPR-MIN
037100     END-IF.
037200     MOVE 'MUTHARIPCH' TO WS-SP-NAMA.
037300     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
037400     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
037500         MOVE WS-SP-NILAI TO WS-HARI-PCH
037600     END-IF.
037700     MOVE 'MUTBATASREQ' TO WS-SP-NAMA.
037800     PERFORM 0110-SATU-PARAMETER THRU 0110-EXIT.
037900     IF WS-SP-KETEMU-SW = 'Y'
038000         MOVE WS-SP-NILAI TO WS-BATAS-REQ
038100     END-IF.
038200 0100-EXIT.
038300     EXIT.
038400
038500 0110-SATU-PARAMETER.
038600     MOVE ZERO TO WS-SP-NILAI.
038700     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
038800         WS-SP-KETEMU-SW.
038900 0110-EXIT.
039000     EXIT.
039100
039200 0200-JUDUL.
039300     MOVE SPACES TO REPORT-LINE.
039400     STRING 'MUTASI STOK TAK WAJAR, TANGGAL ' WS-TGL-RUN
039500         DELIMITED BY SIZE INTO REPORT-LINE.
039600     WRITE REPORT-LINE.
039700     MOVE 'KEPADA : AUDITOR INTERNAL' TO REPORT-LINE.
039800     WRITE REPORT-LINE.
039900     MOVE SPACES TO REPORT-LINE.
040000     STRING 'POLA ' WS-BULAN-POLA ' BLN, LONJAK ' WS-PERSEN-LONJAK
040100         '%, JAM KERJA ' WS-JAM-AWAL '-' WS-JAM-AKHIR
040200         ', OPNAME ' WS-HARI-OPN ' HR, PECAH ' WS-HARI-PCH ' HR'
040300         DELIMITED BY SIZE INTO REPORT-LINE.
040400     WRITE REPORT-LINE.
040500     MOVE SPACES TO REPORT-LINE.
040600     WRITE REPORT-LINE.
040700     MOVE 'TEMUAN       BARANG GD DEPT/OPR' TO REPORT-LINE.
040800     MOVE 'JUMLAH/NILAI' TO REPORT-LINE(34:12).
040900     MOVE 'PEMBANDING' TO REPORT-LINE(48:10).
041000     MOVE 'KETERANGAN' TO REPORT-LINE(59:10).
041100     WRITE REPORT-LINE.
041200 0200-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------------
041600* Lintasan 1: mutasi tanggal tutup malam masuk tabel, issue
041700* dijumlah per barang dan per departemen + barang.
041800*-----------------------------------------------------------------
041900 1000-LINTAS-HARI.
042000     READ STOK-JURNAL
042100         AT END MOVE 'Y' TO WS-EOF-SW
042200     END-READ.
042300     IF WS-EOF
042400         GO TO 1000-EXIT
042500     END-IF.
042600     IF JR-TANGGAL NOT = WS-TGL-RUN OR JR-JENIS = 'A'
042700         GO TO 1000-EXIT
042800     END-IF.
042900     ADD 1 TO WS-JML-BARIS-JR.
043000     IF WS-JML-HI = 500
043100         ADD 1 TO WS-JML-LEBIH
043200         GO TO 1000-EXIT
043300     END-IF.
043400     ADD 1 TO WS-JML-HI.
043500     MOVE JR-KODE-BRG TO WS-HI-KODE(WS-JML-HI).
043600     MOVE JR-GUDANG TO WS-HI-GUDANG(WS-JML-HI).
043700     MOVE JR-JENIS TO WS-HI-JENIS(WS-JML-HI).
043800     MOVE JR-ARAH TO WS-HI-ARAH(WS-JML-HI).
043900     MOVE JR-JUMLAH TO WS-HI-JUMLAH(WS-JML-HI).
044000     MOVE SPACES TO WS-HI-JAM(WS-JML-HI).
044100     IF JR-JAM IS NUMERIC
044200         MOVE JR-JAM TO WS-HI-JAM(WS-JML-HI)
044300     END-IF.
044400     MOVE JR-OPERATOR TO WS-HI-OPR(WS-JML-HI).
044500     MOVE JR-REF TO WS-HI-REF(WS-JML-HI).
044600     MOVE 'N' TO WS-HI-COCOK(WS-JML-HI).
044700     MOVE ZERO TO WS-HI-TGL-HABIS(WS-JML-HI).
044800     IF JR-JENIS = 'K' AND JR-ARAH = 'K'
044900         PERFORM 1100-TAMBAH-BRG THRU 1100-EXIT
045000         IF JR-REF NOT = SPACES
045100             PERFORM 1200-TAMBAH-DEPT THRU 1200-EXIT
045200         END-IF
045300     END-IF.
045400     IF JR-OPERATOR NOT = SPACES
045500         PERFORM 1300-TAMBAH-OPR THRU 1300-EXIT
045600     END-IF.
045700 1000-EXIT.
045800     EXIT.
045900
046000 1100-TAMBAH-BRG.
046100     MOVE 'N' TO WS-KETEMU-SW.
046200     PERFORM 1110-CARI-BRG THRU 1110-EXIT
046300         VARYING WS-IDX FROM 1 BY 1
046400         UNTIL WS-IDX > WS-JML-BR OR WS-KETEMU.
046500     IF WS-KETEMU
046600         GO TO 1100-EXIT
046700     END-IF.
046800     IF WS-JML-BR = 300
046900         GO TO 1100-EXIT
047000     END-IF.
047100     ADD 1 TO WS-JML-BR.
047200     MOVE JR-KODE-BRG TO WS-BR-KODE(WS-JML-BR).
047300     MOVE JR-JUMLAH TO WS-BR-QTY(WS-JML-BR).
047400 1100-EXIT.
047500     EXIT.
047600
047700 1110-CARI-BRG.
047800     IF WS-BR-KODE(WS-IDX) = JR-KODE-BRG
047900         ADD JR-JUMLAH TO WS-BR-QTY(WS-IDX)
048000         MOVE 'Y' TO WS-KETEMU-SW
048100     END-IF.
048200 1110-EXIT.
048300     EXIT.
048400
048500 1200-TAMBAH-DEPT.
048600     MOVE 'N' TO WS-KETEMU-SW.
048700     PERFORM 1210-CARI-DEPT THRU 1210-EXIT
048800         VARYING WS-IDX FROM 1 BY 1
048900         UNTIL WS-IDX > WS-JML-DT OR WS-KETEMU.
049000     IF WS-KETEMU
049100         GO TO 1200-EXIT
049200     END-IF.
049300     IF WS-JML-DT = 300
049400         GO TO 1200-EXIT
049500     END-IF.
049600     ADD 1 TO WS-JML-DT.
049700     MOVE JR-REF TO WS-DT-DEPT(WS-JML-DT).
049800     MOVE JR-KODE-BRG TO WS-DT-KODE(WS-JML-DT).
049900     MOVE JR-JUMLAH TO WS-DT-QTY(WS-JML-DT).
050000     MOVE ZERO TO WS-DT-RIWAYAT(WS-JML-DT).
050100     MOVE 1 TO WS-DT-PCH-JML(WS-JML-DT).
050200     MOVE JR-JUMLAH TO WS-DT-PCH-QTY(WS-JML-DT).
050300     MOVE JR-JUMLAH TO WS-DT-PCH-MAKS(WS-JML-DT).
050400 1200-EXIT.
050500     EXIT.
050600
050700 1210-CARI-DEPT.
050800     IF WS-DT-DEPT(WS-IDX) = JR-REF
050900             AND WS-DT-KODE(WS-IDX) = JR-KODE-BRG
051000         ADD JR-JUMLAH TO WS-DT-QTY(WS-IDX)
051100         ADD 1 TO WS-DT-PCH-JML(WS-IDX)
051200         ADD JR-JUMLAH TO WS-DT-PCH-QTY(WS-IDX)
051300         IF JR-JUMLAH > WS-DT-PCH-MAKS(WS-IDX)
051400             MOVE JR-JUMLAH TO WS-DT-PCH-MAKS(WS-IDX)
051500         END-IF
051600         MOVE 'Y' TO WS-KETEMU-SW
051700     END-IF.
051800 1210-EXIT.
051900     EXIT.
052000
052100 1300-TAMBAH-OPR.
052200     MOVE 'N' TO WS-KETEMU-SW.
052300     PERFORM 1310-CARI-OJ THRU 1310-EXIT
052400         VARYING WS-IDX FROM 1 BY 1
052500         UNTIL WS-IDX > WS-JML-OJ OR WS-KETEMU.
052600     IF NOT WS-KETEMU AND WS-JML-OJ < 100
052700         ADD 1 TO WS-JML-OJ
052800         MOVE JR-OPERATOR TO WS-OJ-OPR(WS-JML-OJ)
052900         MOVE JR-JENIS TO WS-OJ-JENIS(WS-JML-OJ)
053000         MOVE ZERO TO WS-OJ-RIWAYAT(WS-JML-OJ)
053100         MOVE 'N' TO WS-OJ-LAPOR(WS-JML-OJ)
053200     END-IF.
053300     MOVE 'N' TO WS-KETEMU-SW.
053400     PERFORM 1320-CARI-OT THRU 1320-EXIT
053500         VARYING WS-IDX FROM 1 BY 1
053600         UNTIL WS-IDX > WS-JML-OT OR WS-KETEMU.
053700     IF NOT WS-KETEMU AND WS-JML-OT < 50
053800         ADD 1 TO WS-JML-OT
053900         MOVE JR-OPERATOR TO WS-OT-OPR(WS-JML-OT)
054000         MOVE ZERO TO WS-OT-RIWAYAT(WS-JML-OT)
054100     END-IF.
054200 1300-EXIT.
054300     EXIT.
054400
054500 1310-CARI-OJ.
054600     IF WS-OJ-OPR(WS-IDX) = JR-OPERATOR
054700             AND WS-OJ-JENIS(WS-IDX) = JR-JENIS
054800         MOVE 'Y' TO WS-KETEMU-SW
054900     END-IF.
055000 1310-EXIT.
055100     EXIT.
055200
055300 1320-CARI-OT.
055400     IF WS-OT-OPR(WS-IDX) = JR-OPERATOR
055500         MOVE 'Y' TO WS-KETEMU-SW
055600     END-IF.
055700 1320-EXIT.
055800     EXIT.
055900
056000*-----------------------------------------------------------------
056100* Lintasan 2: riwayat sebelum tanggal tutup malam untuk pola
056200* departemen, jendela pemecahan dan kebiasaan operator; mutasi
056300* yang menghabiskan saldo (sampai hari itu) dicocokkan dengan
056400* selisih lebih opname hari itu.
056500*-----------------------------------------------------------------
056600 2000-LINTAS-RIWAYAT.
056700     READ STOK-JURNAL
056800         AT END MOVE 'Y' TO WS-EOF-SW
056900     END-READ.
057000     IF WS-EOF
057100         GO TO 2000-EXIT
057200     END-IF.
057300     IF JR-TANGGAL > WS-TGL-RUN OR JR-TANGGAL NOT NUMERIC
057400         GO TO 2000-EXIT
057500     END-IF.
057600     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, JR-TANGGAL,
057700         WS-TGL-RUN, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
057800     MOVE WS-TK-HARI TO WS-UMUR-JR.
057900     IF JR-ARAH = 'K' AND JR-SALDO = ZERO
058000             AND WS-UMUR-JR NOT > WS-HARI-OPN
058100         PERFORM 2300-CARI-OPNAME THRU 2300-EXIT
058200             VARYING WS-IDX FROM 1 BY 1
058300             UNTIL WS-IDX > WS-JML-HI
058400     END-IF.
058500     IF JR-TANGGAL = WS-TGL-RUN
058600         GO TO 2000-EXIT
058700     END-IF.
058800     IF JR-JENIS = 'K' AND JR-ARAH = 'K' AND JR-REF NOT = SPACES
058900         PERFORM 2100-RIWAYAT-DEPT THRU 2100-EXIT
059000             VARYING WS-IDX FROM 1 BY 1
059100             UNTIL WS-IDX > WS-JML-DT
059200     END-IF.
059300     IF JR-OPERATOR NOT = SPACES
059400             AND WS-UMUR-JR NOT > WS-HARI-POLA
059500         PERFORM 2200-RIWAYAT-OPR THRU 2200-EXIT
059600     END-IF.
059700 2000-EXIT.
059800     EXIT.
059900
060000 2100-RIWAYAT-DEPT.
060100     IF WS-DT-DEPT(WS-IDX) NOT = JR-REF
060200             OR WS-DT-KODE(WS-IDX) NOT = JR-KODE-BRG
060300         GO TO 2100-EXIT
060400     END-IF.
060500     IF JR-TANGGAL NOT < WS-TGL-POLA
060600         ADD JR-JUMLAH TO WS-DT-RIWAYAT(WS-IDX)
060700     END-IF.
060800     IF WS-UMUR-JR < WS-HARI-PCH
060900         ADD 1 TO WS-DT-PCH-JML(WS-IDX)
061000         ADD JR-JUMLAH TO WS-DT-PCH-QTY(WS-IDX)
061100         IF JR-JUMLAH > WS-DT-PCH-MAKS(WS-IDX)
061200             MOVE JR-JUMLAH TO WS-DT-PCH-MAKS(WS-IDX)
061300         END-IF
061400     END-IF.
061500 2100-EXIT.
061600     EXIT.
061700
061800 2200-RIWAYAT-OPR.
061900     PERFORM 2210-SATU-OT THRU 2210-EXIT
062000         VARYING WS-IDX FROM 1 BY 1
062100         UNTIL WS-IDX > WS-JML-OT.
062200     PERFORM 2220-SATU-OJ THRU 2220-EXIT
062300         VARYING WS-IDX FROM 1 BY 1
062400         UNTIL WS-IDX > WS-JML-OJ.
062500 2200-EXIT.
062600     EXIT.
062700
062800 2210-SATU-OT.
062900     IF WS-OT-OPR(WS-IDX) = JR-OPERATOR
063000         ADD 1 TO WS-OT-RIWAYAT(WS-IDX)
063100     END-IF.
063200 2210-EXIT.
063300     EXIT.
063400
063500 2220-SATU-OJ.
063600     IF WS-OJ-OPR(WS-IDX) = JR-OPERATOR
063700             AND WS-OJ-JENIS(WS-IDX) = JR-JENIS
063800         ADD 1 TO WS-OJ-RIWAYAT(WS-IDX)
063900     END-IF.
064000 2220-EXIT.
064100     EXIT.
064200
064300 2300-CARI-OPNAME.
064400     IF WS-HI-JENIS(WS-IDX) = 'O' AND WS-HI-ARAH(WS-IDX) = 'M'
064500             AND WS-HI-KODE(WS-IDX) = JR-KODE-BRG
064600             AND WS-HI-GUDANG(WS-IDX) = JR-GUDANG
064700             AND WS-HI-JUMLAH(WS-IDX) = JR-JUMLAH
064800         MOVE 'Y' TO WS-HI-COCOK(WS-IDX)
064900         MOVE JR-TANGGAL TO WS-HI-TGL-HABIS(WS-IDX)
065000     END-IF.
065100 2300-EXIT.
065200     EXIT.
065300
065400*-----------------------------------------------------------------
065500* Rata-rata pemakaian bulanan barang dari usage.dat: MUTBULAN
065600* bulan penuh sebelum bulan tutup malam, bulan tanpa record
065700* dihitung nol.
065800*-----------------------------------------------------------------
065900 3000-LONJAK-BRG.
066000     IF NOT WS-USG-BUKA
066100         GO TO 3000-EXIT
066200     END-IF.
066300     MOVE ZERO TO WS-JML-PAKAI.
066400     MOVE WS-TGL-RUN TO WS-TGL-PECAH.
066500     MOVE WS-TP-TAHUN TO WS-BC-TAHUN.
066600     MOVE WS-TP-BULAN TO WS-BC-BULAN.
066700     PERFORM 3010-SATU-BULAN THRU 3010-EXIT
066800         VARYING WS-IDX-BLN FROM 1 BY 1
066900         UNTIL WS-IDX-BLN > WS-BULAN-POLA.
067000     COMPUTE WS-RATA = WS-JML-PAKAI / WS-BULAN-POLA.
067100     IF WS-RATA = ZERO
067200         GO TO 3000-EXIT
067300     END-IF.
067400     COMPUTE WS-UJI = WS-BR-QTY(WS-IDX) * 100.
067500     COMPUTE WS-UJI-BATAS = WS-RATA * WS-PERSEN-LONJAK.
067600     IF WS-UJI NOT > WS-UJI-BATAS
067700         GO TO 3000-EXIT
067800     END-IF.
067900     MOVE SPACES TO WS-D-TEMUAN.
068000     MOVE 'LONJAK BRG' TO WS-DT-JENIS-TMN.
068100     MOVE WS-BR-KODE(WS-IDX) TO WS-DT-BRG.
068200     MOVE WS-BR-QTY(WS-IDX) TO WS-DT-JUMLAH.
068300     MOVE WS-RATA TO WS-DT-BANDING.
068400     MOVE 'ISSUE SEHARI VS RATA2 BULANAN' TO WS-DT-KET.
068500     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
068600 3000-EXIT.
068700     EXIT.
068800
068900 3010-SATU-BULAN.
069000     IF WS-BC-BULAN = 1
069100         MOVE 12 TO WS-BC-BULAN
069200         SUBTRACT 1 FROM WS-BC-TAHUN
069300     ELSE
069400         SUBTRACT 1 FROM WS-BC-BULAN
069500     END-IF.
069600     MOVE WS-BR-KODE(WS-IDX) TO USG-KODE-BRG.
069700     MOVE WS-BLN-CARI-N TO USG-BULAN.
069800     READ USAGE-FILE
069900         INVALID KEY GO TO 3010-EXIT
070000     END-READ.
070100     ADD USG-JUMLAH TO WS-JML-PAKAI.
070200 3010-EXIT.
070300     EXIT.
070400
070500*-----------------------------------------------------------------
070600* Issue departemen selama jendela pemecahan dibanding rata-rata
070700* bulanan departemen itu untuk barang yang sama. Departemen tanpa
070800* riwayat barang itu tidak dinilai di sini.
070900*-----------------------------------------------------------------
071000 3100-LONJAK-DEPT.
071100     COMPUTE WS-RATA-DEPT =
071200         WS-DT-RIWAYAT(WS-IDX) / WS-BULAN-POLA.
071300     IF WS-RATA-DEPT = ZERO
071400         GO TO 3100-EXIT
071500     END-IF.
071600     COMPUTE WS-UJI = WS-DT-PCH-QTY(WS-IDX) * 100.
071700     COMPUTE WS-UJI-BATAS = WS-RATA-DEPT * WS-PERSEN-LONJAK.
071800     IF WS-UJI NOT > WS-UJI-BATAS
071900         GO TO 3100-EXIT
072000     END-IF.
072100     MOVE SPACES TO WS-D-TEMUAN.
072200     MOVE 'LONJAK DEPT' TO WS-DT-JENIS-TMN.
072300     MOVE WS-DT-KODE(WS-IDX) TO WS-DT-BRG.
072400     MOVE WS-DT-DEPT(WS-IDX) TO WS-DT-SIAPA.
072500     MOVE WS-DT-PCH-QTY(WS-IDX) TO WS-DT-JUMLAH.
072600     MOVE WS-RATA-DEPT TO WS-DT-BANDING.
072700     MOVE SPACES TO WS-DT-KET.
072800     STRING 'ISSUE ' WS-HARI-PCH ' HR VS RATA2 BULANAN'
072900         DELIMITED BY SIZE INTO WS-DT-KET.
073000     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
073100 3100-EXIT.
073200     EXIT.
073300
073400 3200-HABIS-OPNAME.
073500     IF WS-HI-COCOK(WS-IDX) NOT = 'Y'
073600         GO TO 3200-EXIT
073700     END-IF.
073800     MOVE SPACES TO WS-D-TEMUAN.
073900     MOVE 'HABIS+OPNAME' TO WS-DT-JENIS-TMN.
074000     MOVE WS-HI-KODE(WS-IDX) TO WS-DT-BRG.
074100     MOVE WS-HI-GUDANG(WS-IDX) TO WS-DT-GDG.
074200     MOVE WS-HI-OPR(WS-IDX) TO WS-DT-SIAPA.
074300     MOVE WS-HI-JUMLAH(WS-IDX) TO WS-DT-JUMLAH.
074400     MOVE ZERO TO WS-DT-BANDING.
074500     MOVE SPACES TO WS-DT-KET.
074600     STRING 'SALDO HABIS ' WS-HI-TGL-HABIS(WS-IDX)
074700         ', OPNAME LEBIH' DELIMITED BY SIZE INTO WS-DT-KET.
074800     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
074900 3200-EXIT.
075000     EXIT.
075100
075200 3300-LUAR-JAM.
075300     IF WS-HI-OPR(WS-IDX) = SPACES
075400             OR WS-HI-JAM(WS-IDX) = SPACES
075500         GO TO 3300-EXIT
075600     END-IF.
075700     MOVE WS-HI-JAM(WS-IDX) TO WS-JAM-PECAH.
075800     MOVE WS-JP-HHMM TO WS-JAM-HHMM.
075900     IF WS-JAM-HHMM NOT < WS-JAM-AWAL
076000             AND WS-JAM-HHMM NOT > WS-JAM-AKHIR
076100         GO TO 3300-EXIT
076200     END-IF.
076300     MOVE SPACES TO WS-D-TEMUAN.
076400     MOVE 'LUAR JAM' TO WS-DT-JENIS-TMN.
076500     MOVE WS-HI-KODE(WS-IDX) TO WS-DT-BRG.
076600     MOVE WS-HI-GUDANG(WS-IDX) TO WS-DT-GDG.
076700     MOVE WS-HI-OPR(WS-IDX) TO WS-DT-SIAPA.
076800     MOVE WS-HI-JUMLAH(WS-IDX) TO WS-DT-JUMLAH.
076900     MOVE WS-JAM-HHMM TO WS-DT-BANDING.
077000     MOVE SPACES TO WS-DT-KET.
077100     STRING 'JENIS ' WS-HI-JENIS(WS-IDX) ' ARAH '
077200         WS-HI-ARAH(WS-IDX) ', JAM HHMM'
077300         DELIMITED BY SIZE INTO WS-DT-KET.
077400     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
077500 3300-EXIT.
077600     EXIT.
077700
077800*-----------------------------------------------------------------
077900* Operator berpola (riwayat total >= MUTOPRMIN) yang jarang
078000* membukukan jenis ini; satu baris per pasangan operator/jenis.
078100*-----------------------------------------------------------------
078200 3400-OPR-TAKLAZIM.
078300     IF WS-HI-OPR(WS-IDX) = SPACES
078400         GO TO 3400-EXIT
078500     END-IF.
078600     MOVE 'N' TO WS-KETEMU-SW.
078700     PERFORM 3410-CARI-OT THRU 3410-EXIT
078800         VARYING WS-IDX2 FROM 1 BY 1
078900         UNTIL WS-IDX2 > WS-JML-OT OR WS-KETEMU.
079000     IF NOT WS-KETEMU
079100         GO TO 3400-EXIT
079200     END-IF.
079300     SUBTRACT 1 FROM WS-IDX2.
079400     IF WS-OT-RIWAYAT(WS-IDX2) < WS-OPR-MIN
079500         GO TO 3400-EXIT
079600     END-IF.
079700     MOVE 'N' TO WS-KETEMU-SW.
079800     PERFORM 3420-CARI-OJ THRU 3420-EXIT
079900         VARYING WS-IDX2 FROM 1 BY 1
080000         UNTIL WS-IDX2 > WS-JML-OJ OR WS-KETEMU.
080100     IF NOT WS-KETEMU
080200         GO TO 3400-EXIT
080300     END-IF.
080400     SUBTRACT 1 FROM WS-IDX2.
080500     IF WS-OJ-RIWAYAT(WS-IDX2) NOT < WS-OPR-MIN
080600             OR WS-OJ-LAPOR(WS-IDX2) = 'Y'
080700         GO TO 3400-EXIT
080800     END-IF.
080900     MOVE 'Y' TO WS-OJ-LAPOR(WS-IDX2).
081000     MOVE SPACES TO WS-D-TEMUAN.
081100     MOVE 'OPR TAKLAZIM' TO WS-DT-JENIS-TMN.
081200     MOVE WS-HI-KODE(WS-IDX) TO WS-DT-BRG.
081300     MOVE WS-HI-GUDANG(WS-IDX) TO WS-DT-GDG.
081400     MOVE WS-HI-OPR(WS-IDX) TO WS-DT-SIAPA.
081500     MOVE WS-HI-JUMLAH(WS-IDX) TO WS-DT-JUMLAH.
081600     MOVE WS-OJ-RIWAYAT(WS-IDX2) TO WS-DT-BANDING.
081700     MOVE SPACES TO WS-DT-KET.
081800     STRING 'JENIS ' WS-HI-JENIS(WS-IDX) ' JARANG DIBUKUKAN'
081900         DELIMITED BY SIZE INTO WS-DT-KET.
082000     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
082100 3400-EXIT.
082200     EXIT.
082300
082400 3410-CARI-OT.
082500     IF WS-OT-OPR(WS-IDX2) = WS-HI-OPR(WS-IDX)
082600         MOVE 'Y' TO WS-KETEMU-SW
082700     END-IF.
082800 3410-EXIT.
082900     EXIT.
083000
083100 3420-CARI-OJ.
083200     IF WS-OJ-OPR(WS-IDX2) = WS-HI-OPR(WS-IDX)
083300             AND WS-OJ-JENIS(WS-IDX2) = WS-HI-JENIS(WS-IDX)
083400         MOVE 'Y' TO WS-KETEMU-SW
083500     END-IF.
083600 3420-EXIT.
083700     EXIT.
083800
083900*-----------------------------------------------------------------
084000* Pemecahan permintaan: minimal dua issue dalam jendela, yang
084100* terbesar pun di bawah ambang, tetapi jumlah nilainya di atas
084200* ambang. Ambang anggaran.dat tahun berjalan, bawaan MUTBATASREQ;
084300* barang tanpa harga rata-rata di biaya.dat dilewati.
084400*-----------------------------------------------------------------
084500 3500-PECAH-REQ.
084600     IF WS-DT-PCH-JML(WS-IDX) < 2 OR NOT WS-BIA-BUKA
084700         GO TO 3500-EXIT
084800     END-IF.
084900     MOVE WS-DT-KODE(WS-IDX) TO BIA-KODE-BRG.
085000     READ BIAYA-MST
085100         INVALID KEY GO TO 3500-EXIT
085200     END-READ.
085300     MOVE BIA-HARGA-RATA TO WS-HARGA.
085400     IF WS-HARGA = ZERO
085500         GO TO 3500-EXIT
085600     END-IF.
085700     MOVE WS-BATAS-REQ TO WS-BATAS.
085800     IF WS-ANG-BUKA
085900         MOVE WS-DT-DEPT(WS-IDX) TO ANG-DEPT
086000         MOVE WS-TGL-RUN(1:4) TO ANG-TAHUN
086100         READ ANGGARAN-MST
086200             NOT INVALID KEY
086300                 IF ANG-AMBANG > ZERO
086400                     MOVE ANG-AMBANG TO WS-BATAS
086500                 END-IF
086600         END-READ
086700     END-IF.
086800     IF WS-BATAS = ZERO
086900         GO TO 3500-EXIT
087000     END-IF.
087100     COMPUTE WS-NILAI-PCH = WS-DT-PCH-QTY(WS-IDX) * WS-HARGA.
087200     COMPUTE WS-NILAI-MAKS = WS-DT-PCH-MAKS(WS-IDX) * WS-HARGA.
087300     IF WS-NILAI-MAKS NOT < WS-BATAS
087400             OR WS-NILAI-PCH NOT > WS-BATAS
087500         GO TO 3500-EXIT
087600     END-IF.
087700     MOVE SPACES TO WS-D-TEMUAN.
087800     MOVE 'PECAH REQ' TO WS-DT-JENIS-TMN.
087900     MOVE WS-DT-KODE(WS-IDX) TO WS-DT-BRG.
088000     MOVE WS-DT-DEPT(WS-IDX) TO WS-DT-SIAPA.
088100     MOVE WS-NILAI-PCH TO WS-DT-JUMLAH.
088200     MOVE WS-BATAS TO WS-DT-BANDING.
088300     MOVE SPACES TO WS-DT-KET.
088400     STRING WS-DT-PCH-JML(WS-IDX) ' ISSUE ' WS-HARI-PCH
088500         ' HR, NILAI VS AMBANG' DELIMITED BY SIZE INTO WS-DT-KET.
088600     PERFORM 7000-TULIS-TEMUAN THRU 7000-EXIT.
088700 3500-EXIT.
088800     EXIT.
088900
089000*-----------------------------------------------------------------
089100 7000-TULIS-TEMUAN.
089200     MOVE WS-D-TEMUAN TO REPORT-LINE.
089300     WRITE REPORT-LINE.
089400     ADD 1 TO WS-JML-TEMUAN.
089500 7000-EXIT.
089600     EXIT.
089700
089800*-----------------------------------------------------------------
089900* Satu baris notifikasi ke kotak auditor internal, amplop
090000* header/trailer standar seperti NTF-OUT.
090100*-----------------------------------------------------------------
090200 8000-KIRIM-AUDITOR.
090300     MOVE SPACES TO WS-NTF-NAMA.
090400     STRING 'NOTIF-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
090500         '-AUD.DAT' DELIMITED BY SIZE INTO WS-NTF-NAMA.
090600     OPEN OUTPUT NTF-KELUAR.
090700     IF NK-FS NOT = '00'
090800         DISPLAY 'NOTIFIKASI AUDITOR GAGAL DIBUKA, STATUS ' NK-FS
090900         MOVE 1 TO RETURN-CODE
091000         GO TO 8000-EXIT
091100     END-IF.
091200     MOVE 'MUT-AUD' TO WS-AH-PRODUSEN.
091300     MOVE WS-TGL-RUN TO WS-AH-TANGGAL.
091400     MOVE WS-JAM-RUN(1:6) TO WS-AH-RUNID.
091500     MOVE WS-AMPLOP-H TO NTF-LINE.
091600     WRITE NTF-LINE.
091700     MOVE 'MUTA' TO WS-NB-JENIS.
091800     MOVE 'A' TO WS-NB-TIPE.
091900     MOVE 'AUDITOR' TO WS-NB-PENERIMA.
092000     MOVE SPACES TO WS-NB-KUNCI.
092100     STRING 'MUTAUD-' WS-TGL-RUN DELIMITED BY SIZE
092200         INTO WS-NB-KUNCI.
092300     MOVE WS-JML-TEMUAN TO WS-NB-ANGKA.
092400     MOVE 'MUTASI STOK TAK WAJAR' TO WS-NB-PESAN.
092500     MOVE WS-NTF-BARIS TO NTF-LINE.
092600     WRITE NTF-LINE.
092700     MOVE 1 TO WS-AT-CACAH.
092800     MOVE WS-JML-TEMUAN TO WS-AT-NILAI.
092900     MOVE WS-AMPLOP-T TO NTF-LINE.
093000     WRITE NTF-LINE.
093100     CLOSE NTF-KELUAR.
093200 8000-EXIT.
093300     EXIT.
093400
093500*-----------------------------------------------------------------
093600 9999-EXIT.
093700     GOBACK.
