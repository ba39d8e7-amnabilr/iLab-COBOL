000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Impor daftar harga elektronik supplier ke
000500*           penawaran.dat, pengganti mengetik satu per satu di
000600*           QT-ADD. P = peta impor per supplier di qtpeta.dat
000700*           (delimiter koma/pipe/titik-koma seperti unstring1,
000800*           nomor kolom nama/harga/berlaku, pemisah desimal,
000900*           jumlah baris judul). I = impor satu file: tiap baris
001000*           di-UNSTRING menurut peta, nama dicocokkan ke NAMA-BRG
001100*           barang.dat; baris yang cocok, harganya terbaca dan
001200*           tanggal berlakunya belum lewat dimuat ke penawaran.dat
001300*           (penawaran lama supplier + barang yang sama ditimpa).
001400*           Laporan QTIMP-*.RPT (RPT-CAT) mencantumkan baris
001500*           TOLAK (barang tidak dikenal/dihentikan, harga atau
001600*           tanggal tidak sah, tidak dimuat) dan baris TINJAU
001700*           (harga di luar KT-TOLERANSI kontrak.dat atau
001800*           menyimpang lebih dari QTSIMPANG persen sysparm.dat,
001900*           bawaan 20, dari HARGA-BRG) yang juga TIDAK dimuat;
002000*           bila pembelian menyetujuinya, penawaran itu dientri
002100*           lewat QT-ADD, atau kontrak.dat diperbarui lalu impor
002110*           diulang.
002200* Tectonics: cobc -I copybooks
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 PROGRAM-ID. QT-IMP.
002700 ENVIRONMENT DIVISION.
002800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002900 CONFIGURATION SECTION.
003000*-----------------------
003100 INPUT-OUTPUT SECTION.
003200     FILE-CONTROL.
003300     COPY BRGSEL.
003400     COPY SUPSEL.
003500     COPY KTRSEL.
003600     COPY QTPSEL.
003700     SELECT QUOTE-FILE ASSIGN TO 'penawaran.dat'
003800     ORGANIZATION IS INDEXED
003900     ACCESS MODE IS DYNAMIC
004000     RECORD KEY IS QT-KUNCI
004100     FILE STATUS IS QT-FS.
004200     SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAMA
004300     ORGANIZATION IS LINE SEQUENTIAL
004400     FILE STATUS IS FE-FS.
004500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004600     ORGANIZATION IS LINE SEQUENTIAL
004700     FILE STATUS IS RS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000     COPY BRGFD.
005100     COPY SUPFD.
005200     COPY KTRFD.
005300     COPY QTPFD.
005400 FD QUOTE-FILE.
005500 01 QUOTE-RECORD.
005600     02 QT-KUNCI.
005700         03 QT-NAMA-BRG    PIC X(22).
005800         03 QT-SUPPLIER    PIC X(13).
005900     02 QT-HARGA           PIC 9(07)V9(03).
006000     02 QT-BERLAKU-SD      PIC 9(08).
006100 FD FEED-FILE.
006200 01 FEED-LINE              PIC X(200).
006300 FD REPORT-OUT.
006400 01 REPORT-LINE            PIC X(90).
006500
006600 WORKING-STORAGE SECTION.
006700 77 FS                     PIC XX.
006800 77 SUP-FS                 PIC XX.
006900 77 KT-FS                  PIC XX.
007000 77 QP-FS                  PIC XX.
007100 77 QT-FS                  PIC XX.
007200 77 FE-FS                  PIC XX.
007300 77 RS                     PIC XX.
007400 77 WS-RPT-NAMA            PIC X(30).
007500 77 WS-FEED-NAMA           PIC X(40).
007600 77 WS-TGL-RUN             PIC 9(8).
007700 77 WS-JAM-RUN             PIC 9(8).
007800 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'QT-IMP'.
007900 77 WS-CAT-JML             PIC 9(7).
008000 77 WS-OPERATOR            PIC X(08).
008100 77 WS-OPR-LEVEL           PIC 9(01).
008200 77 WS-SP-NAMA             PIC X(12).
008300 77 WS-SP-NILAI            PIC 9(9).
008400 77 WS-SP-KETEMU-SW        PIC X.
008500 77 WS-PERSEN-SIMPANG      PIC 9(3) VALUE 20.
008600 77 WS-SUPPLIER-IMP        PIC X(13).
008700 77 WS-BERLAKU-TETAP       PIC 9(8) VALUE ZERO.
008800 77 WS-PILIH-DELIM         PIC 9.
008900 77 WS-SUP-OK-SW           PIC X VALUE 'N'.
009000     88 WS-SUP-OK          VALUE 'Y'.
009100 77 WS-QP-ADA-SW           PIC X VALUE 'N'.
009200     88 WS-QP-ADA          VALUE 'Y'.
009300 77 WS-QT-ADA-SW           PIC X VALUE 'N'.
009400     88 WS-QT-ADA          VALUE 'Y'.
009500 77 WS-KT-BUKA-SW          PIC X VALUE 'N'.
009600     88 WS-KT-BUKA         VALUE 'Y'.
009700 77 WS-EOF-SW              PIC X VALUE 'N'.
009800     88 WS-EOF             VALUE 'Y'.
009900 77 WS-BARIS-OK-SW         PIC X.
010000     88 WS-BARIS-OK        VALUE 'Y'.
010100 77 WS-DES-SW              PIC X.
010200     88 WS-DI-DESIMAL      VALUE 'Y'.
010300 77 WS-JML-BRG             PIC 9(4) COMP VALUE ZERO.
010400 77 WS-IDX                 PIC 9(4) COMP.
010500 77 WS-IDX-BRG             PIC 9(4) COMP.
010600 77 WS-POS                 PIC 9(2) COMP.
010700 77 WS-SPASI-DEPAN         PIC 9(2) COMP.
010800 77 WS-JML-BULAT           PIC 9(2) COMP.
010900 77 WS-JML-DES             PIC 9(2) COMP.
011000 77 WS-JML-DIGIT-TGL       PIC 9(2) COMP.
011100 77 WS-DIGIT               PIC 9.
011200 77 WS-HRG-BULAT           PIC 9(07).
011300 77 WS-HARGA-IMP           PIC 9(07)V9(03).
011400 77 WS-BERLAKU-IMP         PIC 9(08).
011500 77 WS-NO-BARIS            PIC 9(5) VALUE ZERO.
011600 77 WS-JML-BACA            PIC 9(5) VALUE ZERO.
011700 77 WS-JML-MUAT            PIC 9(5) VALUE ZERO.
011800 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
011900 77 WS-JML-TINJAU          PIC 9(5) VALUE ZERO.
012000 77 WS-SELISIH             PIC S9(7)V99.
012100 77 WS-SELISIH-ABS         PIC 9(7)V99.
012200 01 WS-PILIHAN             PIC X.
012300     88 WS-PILIH-PETA      VALUE 'P'.
012400     88 WS-PILIH-IMPOR     VALUE 'I'.
012500     88 WS-PILIH-SELESAI   VALUE 'S'.
012600 01 WS-DES-TEKS            PIC X(03).
012700 01 WS-DES-ANGKA REDEFINES WS-DES-TEKS PIC 9(03).
012800 01 WS-TGL-TEKS            PIC X(08).
012900 01 WS-TGL-PECAH REDEFINES WS-TGL-TEKS.
013000     02 WS-TP-TAHUN        PIC 9(4).
013100     02 WS-TP-BULAN        PIC 99.
013200     02 WS-TP-HARI         PIC 99.
013300 01 WS-TGL-ANGKA REDEFINES WS-TGL-TEKS PIC 9(08).
013400 01 WS-KOLOM.
013500     02 WS-KOL             PIC X(30) OCCURS 10 TIMES.
013600 01 WS-NAMA-IMP            PIC X(30).
013700 01 WS-ANGKA-TEKS          PIC X(30).
013800*    Nama barang.dat di memori: barang.dat berkunci KODE-BRG,
013900*    bukan nama, jadi pencocokan nama dilakukan di tabel ini.
014000 01 WS-TABEL-BRG.
014100     02 WS-TB OCCURS 3000 TIMES.
014200         03 WS-TB-NAMA     PIC X(22).
014300         03 WS-TB-HARGA    PIC 9(07)V9(03).
014400         03 WS-TB-STATUS   PIC X(01).
014500 01 WS-JUDUL-KOLOM.
014600     02 FILLER             PIC X(07) VALUE 'BARIS  '.
014700     02 FILLER             PIC X(23) VALUE 'NAMA BARANG'.
014800     02 FILLER             PIC X(14) VALUE '        HARGA'.
014900     02 FILLER             PIC X(14) VALUE '   PEMBANDING'.
015000     02 FILLER             PIC X(07) VALUE 'STATUS'.
015100     02 FILLER             PIC X(25) VALUE 'KETERANGAN'.
015200 01 WS-DETAIL.
015300     02 WS-D-BARIS         PIC Z(4)9.
015400     02 FILLER             PIC X(02) VALUE SPACES.
015500     02 WS-D-NAMA          PIC X(22).
015600     02 FILLER             PIC X(01) VALUE SPACES.
015700     02 WS-D-HARGA         PIC Z(6)9.999.
015800     02 FILLER             PIC X(03) VALUE SPACES.
015900     02 WS-D-BANDING       PIC Z(6)9.999.
016000     02 FILLER             PIC X(03) VALUE SPACES.
016100     02 WS-D-STATUS        PIC X(06).
016200     02 FILLER             PIC X(01) VALUE SPACES.
016300     02 WS-D-KET           PIC X(25).
016400
016500 PROCEDURE DIVISION.
016600*-----------------------------------------------------------------
016700 0000-MAINLINE.
016800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
016900     ACCEPT WS-JAM-RUN FROM TIME.
017000     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
017100     MOVE 'QTSIMPANG' TO WS-SP-NAMA.
017200     MOVE ZERO TO WS-SP-NILAI.
017300     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
017400         WS-SP-KETEMU-SW.
017500     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
017600             AND WS-SP-NILAI < 1000
017700         MOVE WS-SP-NILAI TO WS-PERSEN-SIMPANG
017800     END-IF.
017900     DISPLAY 'IMPOR DAFTAR HARGA (P=PETA SUPPLIER, I=IMPOR FILE,'
018000         ' S=SELESAI) : ' WITH NO ADVANCING.
018100     ACCEPT WS-PILIHAN.
018200     EVALUATE TRUE
018300         WHEN WS-PILIH-PETA
018400             PERFORM 1000-PETA THRU 1000-EXIT
018500         WHEN WS-PILIH-IMPOR
018600             PERFORM 2000-IMPOR THRU 2000-EXIT
018700         WHEN WS-PILIH-SELESAI
018800             CONTINUE
018900         WHEN OTHER
019000             DISPLAY 'PILIHAN TIDAK DIKENAL'
019100     END-EVALUATE.
019200     GO TO 9999-EXIT.
019300
019400*-----------------------------------------------------------------
019500* Peta impor satu supplier: dibuat baru atau ditimpa.
019600*-----------------------------------------------------------------
019700 1000-PETA.
019800     DISPLAY 'NAMA SUPPLIER            : ' WITH NO ADVANCING.
019900     ACCEPT WS-SUPPLIER-IMP.
020000     PERFORM 2900-CEK-SUPPLIER THRU 2900-EXIT.
020100     IF NOT WS-SUP-OK
020200         DISPLAY 'SUPPLIER TIDAK DIKENAL ATAU NONAKTIF'
020300         GO TO 1000-EXIT
020400     END-IF.
020500     OPEN I-O QTPETA-FILE.
020600     IF QP-FS = '35'
020700         OPEN OUTPUT QTPETA-FILE
020800         CLOSE QTPETA-FILE
020900         OPEN I-O QTPETA-FILE
021000     END-IF.
021100     MOVE WS-SUPPLIER-IMP TO QP-SUPPLIER.
021200     MOVE 'N' TO WS-QP-ADA-SW.
021300     READ QTPETA-FILE
021400         INVALID KEY CONTINUE
021500         NOT INVALID KEY MOVE 'Y' TO WS-QP-ADA-SW
021600     END-READ.
021700     IF WS-QP-ADA
021800         DISPLAY 'PETA SEKARANG : DELIM ' QP-DELIM
021900             ' NAMA ' QP-KOL-NAMA ' HARGA ' QP-KOL-HARGA
022000             ' BERLAKU ' QP-KOL-BERLAKU
022100         DISPLAY '                DESIMAL [' QP-SEP-DESIMAL
022200             '] BARIS JUDUL ' QP-BARIS-JUDUL
022300     END-IF.
022400     MOVE WS-SUPPLIER-IMP TO QP-SUPPLIER.
022500     DISPLAY '1=Koma 2=Pipe 3=Titik-koma, pilih delimiter : '
022600         WITH NO ADVANCING.
022700     ACCEPT WS-PILIH-DELIM.
022800     EVALUATE WS-PILIH-DELIM
022900         WHEN 1
023000             MOVE ',' TO QP-DELIM
023100         WHEN 2
023200             MOVE '|' TO QP-DELIM
023300         WHEN 3
023400             MOVE ';' TO QP-DELIM
023500         WHEN OTHER
023600             DISPLAY 'DELIMITER TIDAK DIKENAL,'
023700                 ' PETA TIDAK DISIMPAN'
023800             GO TO 1000-TUTUP
023900     END-EVALUATE.
024000     DISPLAY 'KOLOM NAMA BARANG (1-10)        : '
024100         WITH NO ADVANCING.
024200     ACCEPT QP-KOL-NAMA.
024300     DISPLAY 'KOLOM HARGA (1-10)              : '
024400         WITH NO ADVANCING.
024500     ACCEPT QP-KOL-HARGA.
024600     DISPLAY 'KOLOM BERLAKU S/D (0=TANYA)     : '
024700         WITH NO ADVANCING.
024800     ACCEPT QP-KOL-BERLAKU.
024900     IF QP-KOL-NAMA < 1 OR QP-KOL-NAMA > 10
025000             OR QP-KOL-HARGA < 1 OR QP-KOL-HARGA > 10
025100             OR QP-KOL-BERLAKU > 10
025200             OR QP-KOL-NAMA = QP-KOL-HARGA
025300             OR QP-KOL-NAMA = QP-KOL-BERLAKU
025400             OR QP-KOL-HARGA = QP-KOL-BERLAKU
025500         DISPLAY 'NOMOR KOLOM TIDAK SAH, PETA TIDAK DISIMPAN'
025600         GO TO 1000-TUTUP
025700     END-IF.
025800     DISPLAY 'PEMISAH DESIMAL HARGA (, . ATAU SPASI) : '
025900         WITH NO ADVANCING.
026000     ACCEPT QP-SEP-DESIMAL.
026100     IF QP-SEP-DESIMAL NOT = ',' AND QP-SEP-DESIMAL NOT = '.'
026200             AND QP-SEP-DESIMAL NOT = SPACE
026300         DISPLAY 'PEMISAH DESIMAL TIDAK SAH, PETA TIDAK DISIMPAN'
026400         GO TO 1000-TUTUP
026500     END-IF.
026600     IF QP-SEP-DESIMAL = QP-DELIM
026700         DISPLAY 'PEMISAH DESIMAL SAMA DENGAN DELIMITER,'
026800             ' PETA TIDAK DISIMPAN'
026900         GO TO 1000-TUTUP
027000     END-IF.
027100     DISPLAY 'JUMLAH BARIS JUDUL DILEWATI     : '
027200         WITH NO ADVANCING.
027300     ACCEPT QP-BARIS-JUDUL.
027400     MOVE WS-TGL-RUN TO QP-TGL.
027500     MOVE WS-OPERATOR TO QP-OPERATOR.
027600     IF WS-QP-ADA
027700         REWRITE QTPETA-RECORD
027800             INVALID KEY
027900                 DISPLAY 'GAGAL UBAH PETA, STATUS ' QP-FS
028000             NOT INVALID KEY
028100                 DISPLAY 'PETA IMPOR DIPERBARUI'
028200         END-REWRITE
028300     ELSE
028400         WRITE QTPETA-RECORD
028500             INVALID KEY
028600                 DISPLAY 'GAGAL TULIS PETA, STATUS ' QP-FS
028700             NOT INVALID KEY
028800                 DISPLAY 'PETA IMPOR DICATAT'
028900         END-WRITE
029000     END-IF.
029100 1000-TUTUP.
029200     CLOSE QTPETA-FILE.
029300 1000-EXIT.
029400     EXIT.
029500
029600*-----------------------------------------------------------------
029700* Impor satu file daftar harga satu supplier.
029800*-----------------------------------------------------------------
029900 2000-IMPOR.
030000     DISPLAY 'NAMA SUPPLIER            : ' WITH NO ADVANCING.
030100     ACCEPT WS-SUPPLIER-IMP.
030200     PERFORM 2900-CEK-SUPPLIER THRU 2900-EXIT.
030300     IF NOT WS-SUP-OK
030400         DISPLAY 'SUPPLIER TIDAK DIKENAL ATAU NONAKTIF'
030500         GO TO 2000-EXIT
030600     END-IF.
030700     OPEN INPUT QTPETA-FILE.
030800     IF QP-FS NOT = '00'
030900         DISPLAY 'BELUM ADA PETA IMPOR (qtpeta.dat), BUAT DULU'
031000             ' LEWAT PILIHAN P'
031100         GO TO 2000-EXIT
031200     END-IF.
031300     MOVE WS-SUPPLIER-IMP TO QP-SUPPLIER.
031400     MOVE 'N' TO WS-QP-ADA-SW.
031500     READ QTPETA-FILE
031600         INVALID KEY CONTINUE
031700         NOT INVALID KEY MOVE 'Y' TO WS-QP-ADA-SW
031800     END-READ.
031900     CLOSE QTPETA-FILE.
032000     IF NOT WS-QP-ADA
032100         DISPLAY 'SUPPLIER ' WS-SUPPLIER-IMP ' BELUM PUNYA PETA'
032200             ' IMPOR, BUAT DULU LEWAT PILIHAN P'
032300         GO TO 2000-EXIT
032400     END-IF.
032500     IF QP-KOL-BERLAKU = ZERO
032600         DISPLAY 'BERLAKU S/D (YYYYMMDD)   : ' WITH NO ADVANCING
032700         ACCEPT WS-BERLAKU-TETAP
032800         IF WS-BERLAKU-TETAP < WS-TGL-RUN
032900             DISPLAY 'TANGGAL BERLAKU SUDAH LEWAT,'
033000                 ' IMPOR DIBATALKAN'
033100             GO TO 2000-EXIT
033200         END-IF
033300     END-IF.
033400     DISPLAY 'NAMA FILE DAFTAR HARGA   : ' WITH NO ADVANCING.
033500     ACCEPT WS-FEED-NAMA.
033600     OPEN INPUT FEED-FILE.
033700     IF FE-FS NOT = '00'
033800         DISPLAY 'FILE ' WS-FEED-NAMA ' TIDAK DAPAT DIBUKA,'
033900             ' STATUS ' FE-FS
034000         GO TO 2000-EXIT
034100     END-IF.
034200     PERFORM 2100-MUAT-BARANG THRU 2100-EXIT.
034300     IF WS-JML-BRG = ZERO
034400         DISPLAY 'barang.dat KOSONG, TIDAK ADA YANG BISA'
034500             ' DICOCOKKAN'
034600         CLOSE FEED-FILE
034700         GO TO 2000-EXIT
034800     END-IF.
034900     OPEN I-O QUOTE-FILE.
035000     IF QT-FS = '35'
035100         OPEN OUTPUT QUOTE-FILE
035200         CLOSE QUOTE-FILE
035300         OPEN I-O QUOTE-FILE
035400     END-IF.
035500     OPEN INPUT KONTRAK-FILE.
035600     IF KT-FS = '00'
035700         MOVE 'Y' TO WS-KT-BUKA-SW
035800     END-IF.
035900     MOVE SPACES TO WS-RPT-NAMA.
036000     STRING 'QTIMP-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
036100         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
036200     OPEN OUTPUT REPORT-OUT.
036300     PERFORM 2200-JUDUL THRU 2200-EXIT.
036400     MOVE 'N' TO WS-EOF-SW.
036500     PERFORM 3000-SATU-BARIS THRU 3000-EXIT
036600         UNTIL WS-EOF.
036700     MOVE SPACES TO REPORT-LINE.
036800     WRITE REPORT-LINE.
036900     MOVE SPACES TO REPORT-LINE.
037000     STRING 'DIBACA ' WS-JML-BACA '  DIMUAT ' WS-JML-MUAT
037100         '  DITOLAK ' WS-JML-TOLAK '  PERLU TINJAU ' WS-JML-TINJAU
037200         DELIMITED BY SIZE INTO REPORT-LINE.
037300     WRITE REPORT-LINE.
037400     CLOSE FEED-FILE.
037500     CLOSE QUOTE-FILE.
037600     IF WS-KT-BUKA
037700         CLOSE KONTRAK-FILE
037800     END-IF.
037900     CLOSE REPORT-OUT.
038000     COMPUTE WS-CAT-JML = WS-JML-TOLAK + WS-JML-TINJAU.
038100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
038200         WS-CAT-JML.
038300     DISPLAY 'DIBACA ' WS-JML-BACA ', DIMUAT ' WS-JML-MUAT
038400         ', DITOLAK ' WS-JML-TOLAK ', PERLU TINJAU '
038500         WS-JML-TINJAU.
038600     DISPLAY 'RINCIAN DI ' WS-RPT-NAMA.
038700 2000-EXIT.
038800     EXIT.
038900
039000 2100-MUAT-BARANG.
039100     OPEN INPUT INFO-BRG.
039200     IF FS NOT = '00'
039300         GO TO 2100-EXIT
039400     END-IF.
039500     MOVE 'N' TO WS-EOF-SW.
039600     PERFORM 2110-SATU-BARANG THRU 2110-EXIT
039700         UNTIL WS-EOF.
039800     CLOSE INFO-BRG.
039900 2100-EXIT.
040000     EXIT.
040100
040200 2110-SATU-BARANG.
040300     READ INFO-BRG NEXT RECORD
040400         AT END MOVE 'Y' TO WS-EOF-SW
040500     END-READ.
040600     IF WS-EOF
040700         GO TO 2110-EXIT
040800     END-IF.
040900     IF WS-JML-BRG = 3000
041000         DISPLAY 'TABEL BARANG PENUH, SISA barang.dat TIDAK'
041100             ' DICOCOKKAN'
041200         MOVE 'Y' TO WS-EOF-SW
041300         GO TO 2110-EXIT
041400     END-IF.
041500     ADD 1 TO WS-JML-BRG.
041600     MOVE NAMA-BRG TO WS-TB-NAMA(WS-JML-BRG).
041700     MOVE HARGA-BRG TO WS-TB-HARGA(WS-JML-BRG).
041800     MOVE STATUS-BRG TO WS-TB-STATUS(WS-JML-BRG).
041900 2110-EXIT.
042000     EXIT.
042100
042200 2200-JUDUL.
042300     MOVE SPACES TO REPORT-LINE.
042400     STRING 'IMPOR DAFTAR HARGA ' WS-SUPPLIER-IMP ' TANGGAL '
042500         WS-TGL-RUN DELIMITED BY SIZE INTO REPORT-LINE.
042600     WRITE REPORT-LINE.
042700     MOVE SPACES TO REPORT-LINE.
042800     STRING 'FILE ' WS-FEED-NAMA DELIMITED BY SIZE
042900         INTO REPORT-LINE.
043000     WRITE REPORT-LINE.
043100     MOVE SPACES TO REPORT-LINE.
043200     STRING 'TOLAK/TINJAU TIDAK DIMUAT; TINJAU YANG DISETUJUI'
043300         ' DIENTRI LEWAT QT-ADD (SIMPANG > '
043400         WS-PERSEN-SIMPANG '%)'
043500         DELIMITED BY SIZE INTO REPORT-LINE.
043600     WRITE REPORT-LINE.
043700     MOVE SPACES TO REPORT-LINE.
043800     WRITE REPORT-LINE.
043900     MOVE WS-JUDUL-KOLOM TO REPORT-LINE.
044000     WRITE REPORT-LINE.
044100 2200-EXIT.
044200     EXIT.
044300
044400 2900-CEK-SUPPLIER.
044500     MOVE 'N' TO WS-SUP-OK-SW.
044600     OPEN INPUT SUPPLIER-MST.
044700     IF SUP-FS = '00'
044800         MOVE WS-SUPPLIER-IMP TO SUP-NAMA
044900         READ SUPPLIER-MST
045000             INVALID KEY MOVE 'N' TO WS-SUP-OK-SW
045100             NOT INVALID KEY
045200                 IF SUP-STATUS NOT = 'N'
045300                     MOVE 'Y' TO WS-SUP-OK-SW
045400                 END-IF
045500         END-READ
045600     END-IF.
045700     CLOSE SUPPLIER-MST.
045800 2900-EXIT.
045900     EXIT.
046000
046100*-----------------------------------------------------------------
046200* Satu baris file supplier: UNSTRING menurut peta, cocokkan nama,
046300* urai harga dan tanggal, bandingkan dengan kontrak dan harga
046400* barang, lalu muat hanya bila tidak perlu ditinjau.
046500*-----------------------------------------------------------------
046600 3000-SATU-BARIS.
046700     READ FEED-FILE
046800         AT END MOVE 'Y' TO WS-EOF-SW
046900     END-READ.
047000     IF WS-EOF
047100         GO TO 3000-EXIT
047200     END-IF.
047300     ADD 1 TO WS-NO-BARIS.
047400     IF WS-NO-BARIS NOT > QP-BARIS-JUDUL OR FEED-LINE = SPACES
047500         GO TO 3000-EXIT
047600     END-IF.
047700     ADD 1 TO WS-JML-BACA.
047800     MOVE SPACES TO WS-KOLOM.
047900     UNSTRING FEED-LINE DELIMITED BY QP-DELIM
048000         INTO WS-KOL(1), WS-KOL(2), WS-KOL(3), WS-KOL(4),
048100             WS-KOL(5), WS-KOL(6), WS-KOL(7), WS-KOL(8),
048200             WS-KOL(9), WS-KOL(10)
048300     END-UNSTRING.
048400     MOVE WS-KOL(QP-KOL-NAMA) TO WS-NAMA-IMP.
048500     INSPECT WS-NAMA-IMP REPLACING ALL '"' BY SPACE.
048600     PERFORM 3100-RAPIKAN-NAMA THRU 3100-EXIT.
048700     MOVE SPACES TO WS-DETAIL.
048800     MOVE WS-NO-BARIS TO WS-D-BARIS.
048900     MOVE WS-NAMA-IMP TO WS-D-NAMA.
049000     MOVE ZERO TO WS-D-HARGA.
049100     MOVE ZERO TO WS-D-BANDING.
049200     MOVE WS-KOL(QP-KOL-HARGA) TO WS-ANGKA-TEKS.
049300     PERFORM 3200-URAI-HARGA THRU 3200-EXIT.
049400     IF NOT WS-BARIS-OK OR WS-HARGA-IMP = ZERO
049500         MOVE 'HARGA TIDAK TERBACA' TO WS-D-KET
049600         GO TO 3000-TOLAK
049700     END-IF.
049800     MOVE WS-HARGA-IMP TO WS-D-HARGA.
049900     IF WS-NAMA-IMP = SPACES
050000         MOVE 'NAMA BARANG KOSONG' TO WS-D-KET
050100         GO TO 3000-TOLAK
050200     END-IF.
050300     IF WS-NAMA-IMP(23:8) NOT = SPACES
050400         MOVE 'NAMA MELEBIHI 22 HURUF' TO WS-D-KET
050500         GO TO 3000-TOLAK
050600     END-IF.
050700     MOVE ZERO TO WS-IDX-BRG.
050800     PERFORM 3300-CARI-BARANG THRU 3300-EXIT
050900         VARYING WS-IDX FROM 1 BY 1
051000         UNTIL WS-IDX > WS-JML-BRG OR WS-IDX-BRG > ZERO.
051100     IF WS-IDX-BRG = ZERO
051200         MOVE 'TIDAK ADA DI barang.dat' TO WS-D-KET
051300         GO TO 3000-TOLAK
051400     END-IF.
051500     IF WS-TB-STATUS(WS-IDX-BRG) = 'P'
051600             OR WS-TB-STATUS(WS-IDX-BRG) = 'B'
051700         MOVE SPACES TO WS-D-KET
051800         STRING 'BARANG BERSTATUS ' WS-TB-STATUS(WS-IDX-BRG)
051900             DELIMITED BY SIZE INTO WS-D-KET
052000         GO TO 3000-TOLAK
052100     END-IF.
052200     IF QP-KOL-BERLAKU = ZERO
052300         MOVE WS-BERLAKU-TETAP TO WS-BERLAKU-IMP
052400     ELSE
052500         MOVE WS-KOL(QP-KOL-BERLAKU) TO WS-ANGKA-TEKS
052600         PERFORM 3400-URAI-TANGGAL THRU 3400-EXIT
052700         IF NOT WS-BARIS-OK
052800             MOVE 'TANGGAL BERLAKU TIDAK SAH' TO WS-D-KET
052900             GO TO 3000-TOLAK
053000         END-IF
053100     END-IF.
053200     IF WS-BERLAKU-IMP < WS-TGL-RUN
053300         MOVE SPACES TO WS-D-KET
053400         STRING 'BERLAKU S/D ' WS-BERLAKU-IMP ' LEWAT'
053500             DELIMITED BY SIZE INTO WS-D-KET
053600         GO TO 3000-TOLAK
053700     END-IF.
053800     MOVE 'N' TO WS-BARIS-OK-SW.
053900     PERFORM 3600-CEK-KONTRAK THRU 3600-EXIT.
054000     PERFORM 3700-CEK-HARGA-BRG THRU 3700-EXIT.
054100     IF WS-BARIS-OK
054200         ADD 1 TO WS-JML-TINJAU
054300         GO TO 3000-EXIT
054400     END-IF.
054500     PERFORM 3500-SIMPAN-PENAWARAN THRU 3500-EXIT.
054600     IF NOT WS-BARIS-OK
054700         MOVE SPACES TO WS-D-KET
054800         STRING 'GAGAL TULIS, STATUS ' QT-FS
054900             DELIMITED BY SIZE INTO WS-D-KET
055000         GO TO 3000-TOLAK
055100     END-IF.
055110     ADD 1 TO WS-JML-MUAT.
055200     GO TO 3000-EXIT.
055300 3000-TOLAK.
055400     MOVE 'TOLAK' TO WS-D-STATUS.
055500     MOVE WS-DETAIL TO REPORT-LINE.
055600     WRITE REPORT-LINE.
055700     ADD 1 TO WS-JML-TOLAK.
055800 3000-EXIT.
055900     EXIT.
056000
056100 3100-RAPIKAN-NAMA.
056200     MOVE ZERO TO WS-SPASI-DEPAN.
056300     INSPECT WS-NAMA-IMP TALLYING WS-SPASI-DEPAN
056400         FOR LEADING SPACES.
056500     IF WS-SPASI-DEPAN > ZERO AND WS-SPASI-DEPAN < 30
056600         MOVE WS-NAMA-IMP(WS-SPASI-DEPAN + 1:) TO WS-ANGKA-TEKS
056700         MOVE WS-ANGKA-TEKS TO WS-NAMA-IMP
056800     END-IF.
056900 3100-EXIT.
057000     EXIT.
057100
057200*-----------------------------------------------------------------
057300* Harga: angka sebelum pemisah desimal peta jadi rupiah (maks 7
057400* digit), sesudahnya maks 3 digit desimal; karakter lain
057500* (pemisah ribuan, 'Rp', spasi, tanda kutip) dilewati.
057600*-----------------------------------------------------------------
057700 3200-URAI-HARGA.
057800     MOVE 'Y' TO WS-BARIS-OK-SW.
057900     MOVE 'N' TO WS-DES-SW.
058000     MOVE ZERO TO WS-HRG-BULAT.
058100     MOVE ZERO TO WS-JML-BULAT.
058200     MOVE ZERO TO WS-JML-DES.
058300     MOVE '000' TO WS-DES-TEKS.
058400     PERFORM 3210-SATU-KARAKTER THRU 3210-EXIT
058500         VARYING WS-POS FROM 1 BY 1
058600         UNTIL WS-POS > 30 OR NOT WS-BARIS-OK.
058700     IF WS-JML-BULAT = ZERO AND WS-JML-DES = ZERO
058800         MOVE 'N' TO WS-BARIS-OK-SW
058900     END-IF.
059000     IF WS-BARIS-OK
059100         COMPUTE WS-HARGA-IMP = WS-HRG-BULAT + WS-DES-ANGKA / 1000
059200     ELSE
059300         MOVE ZERO TO WS-HARGA-IMP
059400     END-IF.
059500 3200-EXIT.
059600     EXIT.
059700
059800 3210-SATU-KARAKTER.
059900     IF QP-SEP-DESIMAL NOT = SPACE
060000             AND WS-ANGKA-TEKS(WS-POS:1) = QP-SEP-DESIMAL
060100         IF WS-DI-DESIMAL
060200             MOVE 'N' TO WS-BARIS-OK-SW
060300         ELSE
060400             MOVE 'Y' TO WS-DES-SW
060500         END-IF
060600         GO TO 3210-EXIT
060700     END-IF.
060800     IF WS-ANGKA-TEKS(WS-POS:1) < '0'
060900             OR WS-ANGKA-TEKS(WS-POS:1) > '9'
061000         GO TO 3210-EXIT
061100     END-IF.
061200     MOVE WS-ANGKA-TEKS(WS-POS:1) TO WS-DIGIT.
061300     IF WS-DI-DESIMAL
061400         IF WS-JML-DES < 3
061500             ADD 1 TO WS-JML-DES
061600             MOVE WS-ANGKA-TEKS(WS-POS:1)
061700                 TO WS-DES-TEKS(WS-JML-DES:1)
061800         END-IF
061900         GO TO 3210-EXIT
062000     END-IF.
062100     IF WS-JML-BULAT = 7 AND WS-HRG-BULAT > ZERO
062200         MOVE 'N' TO WS-BARIS-OK-SW
062300         GO TO 3210-EXIT
062400     END-IF.
062500     IF WS-HRG-BULAT > ZERO OR WS-DIGIT > ZERO
062600         ADD 1 TO WS-JML-BULAT
062700     END-IF.
062800     COMPUTE WS-HRG-BULAT = WS-HRG-BULAT * 10 + WS-DIGIT.
062900 3210-EXIT.
063000     EXIT.
063100
063200 3300-CARI-BARANG.
063300     IF WS-TB-NAMA(WS-IDX) = WS-NAMA-IMP
063400         MOVE WS-IDX TO WS-IDX-BRG
063500     END-IF.
063600 3300-EXIT.
063700     EXIT.
063800
063900*-----------------------------------------------------------------
064000* Tanggal berlaku: 8 digit YYYYMMDD, pemisah apa pun dilewati
064100* (2026-12-31 dan 20261231 sama-sama diterima).
064200*-----------------------------------------------------------------
064300 3400-URAI-TANGGAL.
064400     MOVE 'Y' TO WS-BARIS-OK-SW.
064500     MOVE ZERO TO WS-JML-DIGIT-TGL.
064600     MOVE SPACES TO WS-TGL-TEKS.
064700     PERFORM 3410-SATU-DIGIT THRU 3410-EXIT
064800         VARYING WS-POS FROM 1 BY 1
064900         UNTIL WS-POS > 30 OR NOT WS-BARIS-OK.
065000     IF WS-JML-DIGIT-TGL NOT = 8
065100         MOVE 'N' TO WS-BARIS-OK-SW
065200         GO TO 3400-EXIT
065300     END-IF.
065400     IF WS-TP-BULAN < 1 OR WS-TP-BULAN > 12
065500             OR WS-TP-HARI < 1 OR WS-TP-HARI > 31
065600         MOVE 'N' TO WS-BARIS-OK-SW
065700         GO TO 3400-EXIT
065800     END-IF.
065900     MOVE WS-TGL-ANGKA TO WS-BERLAKU-IMP.
066000 3400-EXIT.
066100     EXIT.
066200
066300 3410-SATU-DIGIT.
066400     IF WS-ANGKA-TEKS(WS-POS:1) < '0'
066500             OR WS-ANGKA-TEKS(WS-POS:1) > '9'
066600         GO TO 3410-EXIT
066700     END-IF.
066800     IF WS-JML-DIGIT-TGL = 8
066900         MOVE 'N' TO WS-BARIS-OK-SW
067000         GO TO 3410-EXIT
067100     END-IF.
067200     ADD 1 TO WS-JML-DIGIT-TGL.
067300     MOVE WS-ANGKA-TEKS(WS-POS:1)
067400         TO WS-TGL-TEKS(WS-JML-DIGIT-TGL:1).
067500 3410-EXIT.
067600     EXIT.
067700
067800 3500-SIMPAN-PENAWARAN.
067900     MOVE 'Y' TO WS-BARIS-OK-SW.
068000     MOVE WS-NAMA-IMP TO QT-NAMA-BRG.
068100     MOVE WS-SUPPLIER-IMP TO QT-SUPPLIER.
068200     MOVE 'N' TO WS-QT-ADA-SW.
068300     READ QUOTE-FILE
068400         INVALID KEY CONTINUE
068500         NOT INVALID KEY MOVE 'Y' TO WS-QT-ADA-SW
068600     END-READ.
068700     MOVE WS-NAMA-IMP TO QT-NAMA-BRG.
068800     MOVE WS-SUPPLIER-IMP TO QT-SUPPLIER.
068900     MOVE WS-HARGA-IMP TO QT-HARGA.
069000     MOVE WS-BERLAKU-IMP TO QT-BERLAKU-SD.
069100     IF WS-QT-ADA
069200         REWRITE QUOTE-RECORD
069300             INVALID KEY MOVE 'N' TO WS-BARIS-OK-SW
069400         END-REWRITE
069500     ELSE
069600         WRITE QUOTE-RECORD
069700             INVALID KEY MOVE 'N' TO WS-BARIS-OK-SW
069800         END-WRITE
069900     END-IF.
070000 3500-EXIT.
070100     EXIT.
070200
070300*-----------------------------------------------------------------
070400* Penyimpangan dari harga kontrak dihitung sama seperti entri
070500* barang InfoBrg2 (persen dari KT-HARGA dibanding KT-TOLERANSI).
070600* WS-BARIS-OK-SW di sini menandai baris perlu ditinjau.
070700*-----------------------------------------------------------------
070800 3600-CEK-KONTRAK.
070900     IF NOT WS-KT-BUKA
071000         GO TO 3600-EXIT
071100     END-IF.
071200     MOVE WS-SUPPLIER-IMP TO KT-SUPPLIER.
071300     MOVE WS-NAMA-IMP TO KT-NAMA-BRG.
071400     READ KONTRAK-FILE
071500         INVALID KEY GO TO 3600-EXIT
071600     END-READ.
071700     IF KT-HARGA = ZERO
071800         GO TO 3600-EXIT
071900     END-IF.
072000     COMPUTE WS-SELISIH =
072100         ((WS-HARGA-IMP - KT-HARGA) / KT-HARGA) * 100.
072200     IF WS-SELISIH < ZERO
072300         COMPUTE WS-SELISIH-ABS = WS-SELISIH * -1
072400     ELSE
072500         MOVE WS-SELISIH TO WS-SELISIH-ABS
072600     END-IF.
072700     IF WS-SELISIH-ABS > KT-TOLERANSI
072800         MOVE KT-HARGA TO WS-D-BANDING
072900         MOVE 'TINJAU' TO WS-D-STATUS
073000         MOVE SPACES TO WS-D-KET
073100         STRING 'LUAR KONTRAK (TOL ' KT-TOLERANSI '%)'
073200             DELIMITED BY SIZE INTO WS-D-KET
073300         MOVE WS-DETAIL TO REPORT-LINE
073400         WRITE REPORT-LINE
073500         MOVE 'Y' TO WS-BARIS-OK-SW
073600     END-IF.
073700 3600-EXIT.
073800     EXIT.
073900
074000 3700-CEK-HARGA-BRG.
074100     IF WS-TB-HARGA(WS-IDX-BRG) = ZERO
074200         GO TO 3700-EXIT
074300     END-IF.
074400     COMPUTE WS-SELISIH =
074500         ((WS-HARGA-IMP - WS-TB-HARGA(WS-IDX-BRG))
074600         / WS-TB-HARGA(WS-IDX-BRG)) * 100.
074700     IF WS-SELISIH < ZERO
074800         COMPUTE WS-SELISIH-ABS = WS-SELISIH * -1
074900     ELSE
075000         MOVE WS-SELISIH TO WS-SELISIH-ABS
075100     END-IF.
075200     IF WS-SELISIH-ABS > WS-PERSEN-SIMPANG
075300         MOVE WS-TB-HARGA(WS-IDX-BRG) TO WS-D-BANDING
075400         MOVE 'TINJAU' TO WS-D-STATUS
075500         MOVE 'JAUH DARI HARGA-BRG' TO WS-D-KET
075600         MOVE WS-DETAIL TO REPORT-LINE
075700         WRITE REPORT-LINE
075800         MOVE 'Y' TO WS-BARIS-OK-SW
075900     END-IF.
076000 3700-EXIT.
076100     EXIT.
076200
076300*-----------------------------------------------------------------
076400 9999-EXIT.
076500     STOP RUN.
