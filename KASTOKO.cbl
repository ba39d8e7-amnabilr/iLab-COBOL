000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Laporan kas harian toko kampus per kasir dari jual.dat
000500*           (POS-JUAL): jumlah nota, penjualan, bagian tunai dan
000600*           yang ditagihkan ke tagihan kuliah, lalu setoran tunai
000700*           yang dicatat kasir saat tutup laci dibandingkan dengan
000800*           penjualan tunainya -- selisih ditandai KURANG/LEBIH.
000900* Tectonics: cobc -I copybooks
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001300 PROGRAM-ID. KAS-TOKO.
001400 ENVIRONMENT DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600 CONFIGURATION SECTION.
001700*-----------------------
001800 INPUT-OUTPUT SECTION.
001900     FILE-CONTROL.
002000     COPY JULSEL.
002100     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002200     ORGANIZATION IS LINE SEQUENTIAL
002300     FILE STATUS IS RS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600     COPY JULFD.
002700 FD REPORT-OUT.
002800 01 REPORT-LINE            PIC X(100).
002900
003000 WORKING-STORAGE SECTION.
003100 77 JL-FS                  PIC XX.
003200 77 RS                     PIC XX.
003300 77 WS-RPT-NAMA            PIC X(30).
003400 77 WS-TGL-RUN             PIC 9(8).
003500 77 WS-JAM-RUN             PIC 9(8).
003600 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'KAS-TOKO'.
003700 77 WS-CAT-JML             PIC 9(7).
003800 77 WS-EOF-SW              PIC X VALUE 'N'.
003900     88 WS-EOF             VALUE 'Y'.
004000 77 WS-PENUH-LAPOR-SW      PIC X VALUE 'N'.
004100 77 WS-TGL-PILIH           PIC 9(8).
004200 77 WS-KS-JML              PIC 9(04) COMP VALUE ZERO.
004300 77 WS-KS-POS              PIC 9(04) COMP.
004400 77 WS-IDX                 PIC 9(04) COMP.
004500 77 WS-SELISIH             PIC 9(11).
004600 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
004700*-----------------------------------------------------------------
004800* Satu baris per kasir yang bertransaksi atau menyetor pada
004900* tanggal laporan.
005000*-----------------------------------------------------------------
005100 01 WS-KASIR-TBL.
005200     02 WS-KS-ENTRI OCCURS 50 TIMES.
005300         03 WS-KS-KASIR    PIC X(08).
005400         03 WS-KS-NOTA     PIC 9(05).
005500         03 WS-KS-JUAL     PIC 9(11).
005600         03 WS-KS-TUNAI    PIC 9(11).
005700         03 WS-KS-TAGIH    PIC 9(11).
005800         03 WS-KS-SETOR    PIC 9(11).
005900 01 WS-TOTAL.
006000     02 WS-TT-NOTA         PIC 9(07) VALUE ZERO.
006100     02 WS-TT-JUAL         PIC 9(12) VALUE ZERO.
006200     02 WS-TT-TUNAI        PIC 9(12) VALUE ZERO.
006300     02 WS-TT-TAGIH        PIC 9(12) VALUE ZERO.
006400     02 WS-TT-SETOR        PIC 9(12) VALUE ZERO.
006500 01 WS-HEADER.
006600     02 FILLER             PIC X(10) VALUE 'KASIR'.
006700     02 FILLER             PIC X(07) VALUE '  NOTA'.
006800     02 FILLER             PIC X(14) VALUE '     PENJUALAN'.
006900     02 FILLER             PIC X(14) VALUE '         TUNAI'.
007000     02 FILLER             PIC X(14) VALUE '    DITAGIHKAN'.
007100     02 FILLER             PIC X(14) VALUE '       SETORAN'.
007200     02 FILLER             PIC X(14) VALUE '       SELISIH'.
007300 01 WS-DETAIL.
007400     02 WS-D-KASIR         PIC X(08).
007500     02 FILLER             PIC X(02) VALUE SPACES.
007600     02 WS-D-NOTA          PIC Z(6)9.
007700     02 FILLER             PIC X(02) VALUE SPACES.
007800     02 WS-D-JUAL          PIC Z(11)9.
007900     02 FILLER             PIC X(02) VALUE SPACES.
008000     02 WS-D-TUNAI         PIC Z(11)9.
008100     02 FILLER             PIC X(02) VALUE SPACES.
008200     02 WS-D-TAGIH         PIC Z(11)9.
008300     02 FILLER             PIC X(02) VALUE SPACES.
008400     02 WS-D-SETOR         PIC Z(11)9.
008500     02 FILLER             PIC X(02) VALUE SPACES.
008600     02 WS-D-SELISIH       PIC Z(11)9.
008700     02 FILLER             PIC X(01) VALUE SPACES.
008800     02 WS-D-KET           PIC X(06).
008900
009000 PROCEDURE DIVISION.
009100*-----------------------------------------------------------------
009200 0000-MAINLINE.
009300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
009400     ACCEPT WS-JAM-RUN FROM TIME.
009500     DISPLAY 'TANGGAL KAS (YYYYMMDD, 0 = HARI INI) : '
009600         WITH NO ADVANCING.
009700     MOVE ZERO TO WS-TGL-PILIH.
009800     ACCEPT WS-TGL-PILIH.
009900     IF WS-TGL-PILIH = ZERO
010000         MOVE WS-TGL-RUN TO WS-TGL-PILIH
010100     END-IF.
010200     OPEN INPUT JUAL-LOG.
010300     IF JL-FS NOT = '00'
010400         DISPLAY 'jual.dat BELUM ADA'
010500         GO TO 9999-EXIT
010600     END-IF.
010700     PERFORM 1000-SATU-BARIS THRU 1000-EXIT
010800         UNTIL WS-EOF.
010900     CLOSE JUAL-LOG.
011000     MOVE SPACES TO WS-RPT-NAMA.
011100     STRING 'KASTOKO-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
011200         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
011300     OPEN OUTPUT REPORT-OUT.
011400     MOVE SPACES TO REPORT-LINE.
011500     STRING 'LAPORAN KAS HARIAN TOKO KAMPUS PER KASIR - TANGGAL '
011600         WS-TGL-PILIH DELIMITED BY SIZE INTO REPORT-LINE.
011700     WRITE REPORT-LINE.
011800     MOVE SPACES TO REPORT-LINE.
011900     WRITE REPORT-LINE.
012000     MOVE WS-HEADER TO REPORT-LINE.
012100     WRITE REPORT-LINE.
012200     PERFORM 2000-CETAK-KASIR THRU 2000-EXIT
012300         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KS-JML.
012400     PERFORM 3000-CETAK-TOTAL THRU 3000-EXIT.
012500     CLOSE REPORT-OUT.
012600     MOVE WS-JML-BARIS TO WS-CAT-JML.
012700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
012800         WS-CAT-JML.
012900     DISPLAY 'KAS TOKO ' WS-TGL-PILIH ': ' WS-JML-BARIS
013000         ' KASIR DI ' WS-RPT-NAMA.
013100     GO TO 9999-EXIT.
013200
013300*-----------------------------------------------------------------
013400* Baris penjualan menambah nota (baris pertama tiap nota),
013500* penjualan dan tunai/tagihan kasirnya; baris setoran menambah
013600* setoran. Tanggal lain dilewati.
013700*-----------------------------------------------------------------
013800 1000-SATU-BARIS.
013900     READ JUAL-LOG
014000         AT END MOVE 'Y' TO WS-EOF-SW
014100     END-READ.
014200     IF WS-EOF
014300         GO TO 1000-EXIT
014400     END-IF.
014500     IF JL-TANGGAL NOT = WS-TGL-PILIH
014600         GO TO 1000-EXIT
014700     END-IF.
014800     PERFORM 1100-CARI-KASIR THRU 1100-EXIT.
014900     IF WS-KS-POS = ZERO
015000         GO TO 1000-EXIT
015100     END-IF.
015200     IF JL-JENIS = 'S'
015300         ADD JL-NILAI TO WS-KS-SETOR(WS-KS-POS)
015400         GO TO 1000-EXIT
015500     END-IF.
015600     IF JL-JENIS NOT = 'J'
015700         GO TO 1000-EXIT
015800     END-IF.
015900     IF JL-BARIS = 1
016000         ADD 1 TO WS-KS-NOTA(WS-KS-POS)
016100     END-IF.
016200     ADD JL-NILAI TO WS-KS-JUAL(WS-KS-POS).
016300     IF JL-BAYAR = 'G'
016400         ADD JL-NILAI TO WS-KS-TAGIH(WS-KS-POS)
016500     ELSE
016600         ADD JL-NILAI TO WS-KS-TUNAI(WS-KS-POS)
016700     END-IF.
016800 1000-EXIT.
016900     EXIT.
017000
017100 1100-CARI-KASIR.
017200     MOVE ZERO TO WS-KS-POS.
017300     PERFORM 1110-BANDING-KASIR THRU 1110-EXIT
017400         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KS-JML.
017500     IF WS-KS-POS > ZERO
017600         GO TO 1100-EXIT
017700     END-IF.
017800     IF WS-KS-JML >= 50
017900         IF WS-PENUH-LAPOR-SW = 'N'
018000             DISPLAY 'TABEL KASIR PENUH (50), KASIR BERIKUTNYA'
018100                 ' TIDAK DILAPORKAN'
018200             MOVE 'Y' TO WS-PENUH-LAPOR-SW
018300         END-IF
018400         GO TO 1100-EXIT
018500     END-IF.
018600     ADD 1 TO WS-KS-JML.
018700     MOVE WS-KS-JML TO WS-KS-POS.
018800     MOVE JL-KASIR TO WS-KS-KASIR(WS-KS-POS).
018900     MOVE ZERO TO WS-KS-NOTA(WS-KS-POS).
019000     MOVE ZERO TO WS-KS-JUAL(WS-KS-POS).
019100     MOVE ZERO TO WS-KS-TUNAI(WS-KS-POS).
019200     MOVE ZERO TO WS-KS-TAGIH(WS-KS-POS).
019300     MOVE ZERO TO WS-KS-SETOR(WS-KS-POS).
019400 1100-EXIT.
019500     EXIT.
019600
019700 1110-BANDING-KASIR.
019800     IF WS-KS-KASIR(WS-IDX) = JL-KASIR
019900         MOVE WS-IDX TO WS-KS-POS
020000     END-IF.
020100 1110-EXIT.
020200     EXIT.
020300
020400*-----------------------------------------------------------------
020500* Setoran dicocokkan dengan penjualan tunai saja; yang ditagihkan
020600* tidak pernah masuk laci.
020700*-----------------------------------------------------------------
020800 2000-CETAK-KASIR.
020900     MOVE WS-KS-KASIR(WS-IDX) TO WS-D-KASIR.
021000     MOVE WS-KS-NOTA(WS-IDX) TO WS-D-NOTA.
021100     MOVE WS-KS-JUAL(WS-IDX) TO WS-D-JUAL.
021200     MOVE WS-KS-TUNAI(WS-IDX) TO WS-D-TUNAI.
021300     MOVE WS-KS-TAGIH(WS-IDX) TO WS-D-TAGIH.
021400     MOVE WS-KS-SETOR(WS-IDX) TO WS-D-SETOR.
021500     IF WS-KS-SETOR(WS-IDX) = WS-KS-TUNAI(WS-IDX)
021600         MOVE ZERO TO WS-SELISIH
021700         MOVE 'COCOK' TO WS-D-KET
021800     ELSE
021900         IF WS-KS-SETOR(WS-IDX) > WS-KS-TUNAI(WS-IDX)
022000             COMPUTE WS-SELISIH = WS-KS-SETOR(WS-IDX)
022100                 - WS-KS-TUNAI(WS-IDX)
022200             MOVE 'LEBIH' TO WS-D-KET
022300         ELSE
022400             COMPUTE WS-SELISIH = WS-KS-TUNAI(WS-IDX)
022500                 - WS-KS-SETOR(WS-IDX)
022600             MOVE 'KURANG' TO WS-D-KET
022700         END-IF
022800     END-IF.
022900     MOVE WS-SELISIH TO WS-D-SELISIH.
023000     MOVE WS-DETAIL TO REPORT-LINE.
023100     WRITE REPORT-LINE.
023200     ADD 1 TO WS-JML-BARIS.
023300     ADD WS-KS-NOTA(WS-IDX) TO WS-TT-NOTA.
023400     ADD WS-KS-JUAL(WS-IDX) TO WS-TT-JUAL.
023500     ADD WS-KS-TUNAI(WS-IDX) TO WS-TT-TUNAI.
023600     ADD WS-KS-TAGIH(WS-IDX) TO WS-TT-TAGIH.
023700     ADD WS-KS-SETOR(WS-IDX) TO WS-TT-SETOR.
023800 2000-EXIT.
023900     EXIT.
024000
024100 3000-CETAK-TOTAL.
024200     MOVE SPACES TO REPORT-LINE.
024300     WRITE REPORT-LINE.
024400     MOVE 'TOTAL' TO WS-D-KASIR.
024500     MOVE WS-TT-NOTA TO WS-D-NOTA.
024600     MOVE WS-TT-JUAL TO WS-D-JUAL.
024700     MOVE WS-TT-TUNAI TO WS-D-TUNAI.
024800     MOVE WS-TT-TAGIH TO WS-D-TAGIH.
024900     MOVE WS-TT-SETOR TO WS-D-SETOR.
025000     IF WS-TT-SETOR = WS-TT-TUNAI
025100         MOVE ZERO TO WS-SELISIH
025200         MOVE 'COCOK' TO WS-D-KET
025300     ELSE
025400         IF WS-TT-SETOR > WS-TT-TUNAI
025500             COMPUTE WS-SELISIH = WS-TT-SETOR - WS-TT-TUNAI
025600             MOVE 'LEBIH' TO WS-D-KET
025700         ELSE
025800             COMPUTE WS-SELISIH = WS-TT-TUNAI - WS-TT-SETOR
025900             MOVE 'KURANG' TO WS-D-KET
026000         END-IF
026100     END-IF.
026200     MOVE WS-SELISIH TO WS-D-SELISIH.
026300     MOVE WS-DETAIL TO REPORT-LINE.
026400     WRITE REPORT-LINE.
026500 3000-EXIT.
026600     EXIT.
026700
026800*-----------------------------------------------------------------
026900 9999-EXIT.
027000     STOP RUN.
