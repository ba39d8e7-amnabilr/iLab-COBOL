000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Akrual akhir bulan barang diterima yang belum
000500*           ditagih: untuk setiap baris po.dat (bukan draft atau
000600*           menunggu PO-APRV) jumlah diterima sampai akhir bulan
000700*           dibandingkan dengan jumlah yang sudah ditagih di
000800*           faktur.dat bertanggal faktur sampai akhir bulan
000900*           pilihan, selisihnya dinilai pada PO-HARGA dan dicetak
001000*           per supplier ke AKRUAL-*.RPT (RPT-CAT). Baris jurnal
001100*           debet persediaan / kredit hutang akrual (glmap.dat
001200*           PERSEDIA dan AKRUAL) bertanggal akhir bulan dan
001300*           jurnal baliknya bertanggal 1 bulan berikut ditulis per
001400*           supplier ke GLAKRUAL.DAT dengan layout dan trailer GL-
001500*           EXT. Periode yang sudah ditutup finance ditolak lewat
001600*           PRD-CHK. Jumlah diterima dijumlah dari bukti terima
001700*           terima.dat bertanggal sampai akhir bulan (seperti
001800*           FKT-MATCH), jadi akrual yang dijalankan terlambat
001803*           tidak ikut menghitung penerimaan bulan berikutnya;
001806*           baris PO tanpa bukti terima memakai PO-JML-TERIMA.
001810*           Posting ditolak selama tanda jendela batch malam
001820*           batchwin.ctl terpasang (BTC-WIN).
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. PO-AKRUAL.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000     COPY POSEL.
003100     COPY FKTSEL.
003110     COPY TRMSEL.
003200     SELECT GLMAP-MST ASSIGN TO 'glmap.dat'
003300     ORGANIZATION IS INDEXED
003400     ACCESS MODE IS DYNAMIC
003500     RECORD KEY IS GM-JENIS
003600     FILE STATUS IS GM-FS.
003700     SELECT GLPOST-OUT ASSIGN TO 'GLAKRUAL.DAT'
003800     ORGANIZATION IS LINE SEQUENTIAL
003900     FILE STATUS IS GP-FS.
004000     SELECT SORT-WORK ASSIGN TO 'POAKRUAL.TMP'.
004100     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004200     ORGANIZATION IS LINE SEQUENTIAL
004300     FILE STATUS IS RS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600     COPY POFD.
004700     COPY FKTFD.
004710     COPY TRMFD.
004800 FD GLMAP-MST.
004900 01 GLMAP-RECORD.
005000     02 GM-JENIS           PIC X(08).
005100     02 GM-AKUN            PIC X(08).
005200 FD GLPOST-OUT.
005300 01 GLPOST-LINE            PIC X(45).
005400 SD SORT-WORK.
005500 01 SORT-RECORD.
005600     02 SR-SUPPLIER        PIC X(13).
005700     02 SR-PO-NO           PIC 9(05).
005800     02 SR-PO-URUT         PIC 9(02).
005900     02 SR-NAMA-BRG        PIC X(22).
006000     02 SR-TERIMA          PIC 9(05).
006100     02 SR-TAGIH           PIC 9(05).
006200     02 SR-HARGA           PIC 9(07)V9(03).
006300     02 SR-NILAI           PIC 9(11)V9(03).
006400 FD REPORT-OUT.
006500 01 REPORT-LINE            PIC X(100).
006600
006700 WORKING-STORAGE SECTION.
006800 77 WS-RPT-NAMA            PIC X(30).
006900 77 WS-TGL-RUN             PIC 9(8).
007000 77 WS-JAM-RUN             PIC 9(8).
007100 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'PO-AKRUAL'.
007200 77 WS-CAT-JML             PIC 9(7).
007300 77 PO-FS                  PIC XX.
007400 77 FK-FS                  PIC XX.
007410 77 TM-FS                  PIC XX.
007420 77 WS-TRM-BUKA-SW         PIC X VALUE 'N'.
007430     88 WS-TRM-BUKA        VALUE 'Y'.
007440 77 WS-TRM-EOF-SW          PIC X VALUE 'N'.
007450     88 WS-TRM-EOF         VALUE 'Y'.
007460 77 WS-JML-DITERIMA        PIC 9(7) VALUE ZERO.
007470 77 WS-JML-BUKTI           PIC 9(5) VALUE ZERO.
007500 77 GM-FS                  PIC XX.
007600 77 GP-FS                  PIC XX.
007700 77 RS                     PIC XX.
007800 77 WS-EOF-SW              PIC X VALUE 'N'.
007900     88 WS-EOF             VALUE 'Y'.
008000 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
008100     88 WS-RETURN-EOF      VALUE 'Y'.
008200 77 WS-ADA-SUP-SW          PIC X VALUE 'N'.
008300     88 WS-ADA-SUP         VALUE 'Y'.
008400 77 WS-KETEMU-SW           PIC X.
008500     88 WS-KETEMU          VALUE 'Y'.
008600 77 WS-PRD-BOLEH-SW        PIC X.
008610* Parameter BTC-WIN (jendela batch malam).
008620 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
008630 77 WS-BW-PROGRAM          PIC X(13) VALUE 'PO-AKRUAL'.
008640 77 WS-BW-HASIL            PIC X(1).
008650 77 WS-BW-PEMEGANG         PIC X(13).
008700 77 WS-IDX                 PIC 9(4) COMP.
008800 77 WS-JML-FK              PIC 9(4) COMP VALUE ZERO.
008900 77 WS-JML-LEBIH           PIC 9(5) VALUE ZERO.
009000 77 WS-JML-AKRUAL          PIC 9(5) VALUE ZERO.
009100 77 WS-JML-LEBIH-TAGIH     PIC 9(5) VALUE ZERO.
009200 77 WS-JML-SUPPLIER        PIC 9(5) VALUE ZERO.
009300 77 WS-JML-BARIS           PIC 9(7) VALUE ZERO.
009400 77 WS-JML-TAGIH           PIC 9(5).
009500 01 WS-BULAN-PILIH         PIC 9(6).
009600 01 WS-BULAN-PILIH-X REDEFINES WS-BULAN-PILIH.
009700     02 WS-BP-TAHUN        PIC 9(4).
009800     02 WS-BP-BULAN        PIC 99.
009900 01 WS-TGL-PERIODE         PIC 9(8).
010000 01 WS-TGL-POSTING         PIC 9(8).
010100 01 WS-TGL-AKHIR           PIC 9(8).
010200 01 WS-TGL-BALIK           PIC 9(8).
010300 01 WS-TGL-PECAH.
010400     02 WS-TP-TAHUN        PIC 9(4).
010500     02 WS-TP-BULAN        PIC 99.
010600     02 WS-TP-HARI         PIC 99.
010700 01 WS-TGL-PECAH-N REDEFINES WS-TGL-PECAH PIC 9(8).
010800 01 WS-SISA-BAGI           PIC 9(4).
010900 01 WS-HASIL-BAGI          PIC 9(4).
011000 01 WS-TABEL-HARI          PIC X(24)
011100         VALUE '312831303130313130313031'.
011200 01 WS-HARI-BULAN REDEFINES WS-TABEL-HARI.
011300     02 WS-HB-HARI         PIC 99 OCCURS 12 TIMES.
011400 01 WS-SUP-BERJALAN        PIC X(13).
011500 01 WS-SUB-NILAI           PIC 9(13)V9(03) VALUE ZERO.
011600 01 WS-TOT-NILAI           PIC 9(13)V9(03) VALUE ZERO.
011700 01 WS-TOT-DEBET           PIC 9(13)V9(03) VALUE ZERO.
011800 01 WS-TOT-KREDIT          PIC 9(13)V9(03) VALUE ZERO.
011900 01 WS-AKUN-SEDIA          PIC X(8).
012000 01 WS-AKUN-AKRUAL         PIC X(8).
012100*    Jumlah ditagih per baris PO dari faktur.dat sampai akhir
012200*    bulan pilihan.
012300 01 WS-TABEL-FK.
012400     02 WS-FK OCCURS 2000 TIMES.
012500         03 WS-FK-PO-NO    PIC 9(05).
012600         03 WS-FK-PO-URUT  PIC 9(02).
012700         03 WS-FK-JUMLAH   PIC 9(07).
012800 01 WS-GL-DETAIL.
012900     02 WS-GD-JENIS        PIC X(01).
013000     02 WS-GD-TANGGAL      PIC 9(08).
013100     02 WS-GD-AKUN         PIC X(08).
013200     02 WS-GD-DK           PIC X(01).
013300     02 WS-GD-JUMLAH       PIC 9(12)V9(03).
013400 01 WS-GL-TRAILER.
013500     02 WS-GT-JENIS        PIC X(01) VALUE 'T'.
013600     02 WS-GT-CACAH        PIC 9(07).
013700     02 WS-GT-DEBET        PIC 9(13)V9(03).
013800     02 WS-GT-KREDIT       PIC 9(13)V9(03).
013900 01 WS-JUDUL-SUP.
014000     02 FILLER             PIC X(11) VALUE 'SUPPLIER : '.
014100     02 WS-JS-SUPPLIER     PIC X(13).
014200 01 WS-HEADER.
014300     02 FILLER             PIC X(04) VALUE SPACES.
014400     02 FILLER             PIC X(09) VALUE 'PO/URUT'.
014500     02 FILLER             PIC X(23) VALUE 'NAMA BARANG'.
014600     02 FILLER             PIC X(07) VALUE ' TERIMA'.
014700     02 FILLER             PIC X(07) VALUE '  TAGIH'.
014800     02 FILLER             PIC X(07) VALUE ' AKRUAL'.
014900     02 FILLER             PIC X(13) VALUE '        HARGA'.
015000     02 FILLER             PIC X(18) VALUE '             NILAI'.
015100 01 WS-DETAIL.
015200     02 FILLER             PIC X(04) VALUE SPACES.
015300     02 WS-D-PO-NO         PIC 9(05).
015400     02 FILLER             PIC X(01) VALUE '/'.
015500     02 WS-D-PO-URUT       PIC 9(02).
015600     02 FILLER             PIC X(01) VALUE SPACES.
015700     02 WS-D-NAMA          PIC X(22).
015800     02 FILLER             PIC X(01) VALUE SPACES.
015900     02 WS-D-TERIMA        PIC Z(5)9.
016000     02 FILLER             PIC X(01) VALUE SPACES.
016100     02 WS-D-TAGIH         PIC Z(5)9.
016200     02 FILLER             PIC X(01) VALUE SPACES.
016300     02 WS-D-AKRUAL        PIC Z(5)9.
016400     02 FILLER             PIC X(01) VALUE SPACES.
016500     02 WS-D-HARGA         PIC Z(7)9.999.
016600     02 FILLER             PIC X(01) VALUE SPACES.
016700     02 WS-D-NILAI         PIC Z(13)9.999.
016800 01 WS-SUBTOTAL.
016900     02 FILLER             PIC X(04) VALUE SPACES.
017000     02 FILLER             PIC X(25) VALUE 'AKRUAL SUPPLIER'.
017100     02 WS-S-NILAI         PIC Z(13)9.999.
017200 01 WS-TOTAL-LINE.
017300     02 FILLER             PIC X(29) VALUE 'TOTAL AKRUAL'.
017400     02 WS-T-NILAI         PIC Z(13)9.999.
017500
017600 PROCEDURE DIVISION.
017700*-----------------------------------------------------------------
017800 0000-MAINLINE.
017900     DISPLAY 'BULAN AKRUAL (YYYYMM) : ' WITH NO ADVANCING.
018000     ACCEPT WS-BULAN-PILIH.
018100     IF WS-BP-BULAN < 1 OR WS-BP-BULAN > 12
018200         DISPLAY 'BULAN TIDAK SAH : ' WS-BULAN-PILIH
018300         GO TO 9999-EXIT
018400     END-IF.
018500     COMPUTE WS-TGL-PERIODE = WS-BULAN-PILIH * 100 + 1.
018600     CALL 'PRD-CHK' USING WS-TGL-PERIODE, WS-PRD-BOLEH-SW.
018700     IF WS-PRD-BOLEH-SW = 'N'
018800         DISPLAY 'PERIODE ' WS-BULAN-PILIH
018900             ' SUDAH DITUTUP FINANCE, AKRUAL DITOLAK'
019000         GO TO 9999-EXIT
019100     END-IF.
019110     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
019120         WS-BW-HASIL, WS-BW-PEMEGANG.
019130     IF WS-BW-HASIL = 'Y'
019140         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
019150             ' AKRUAL DITOLAK'
019160         GO TO 9999-EXIT
019170     END-IF.
019200     OPEN INPUT PO-FILE.
019300     IF PO-FS NOT = '00'
019400         DISPLAY 'po.dat TIDAK DAPAT DIBUKA, STATUS ' PO-FS
019500         GO TO 9999-EXIT
019600     END-IF.
019700     CLOSE PO-FILE.
019800     PERFORM 1000-MUAT-PETA-AKUN THRU 1000-EXIT.
019900     PERFORM 1100-TANGGAL-POSTING THRU 1100-EXIT.
020000     PERFORM 1200-MUAT-FAKTUR THRU 1200-EXIT.
020100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
020200     ACCEPT WS-JAM-RUN FROM TIME.
020300     MOVE SPACES TO WS-RPT-NAMA.
020400     STRING 'AKRUAL-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
020500         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
020600     OPEN OUTPUT REPORT-OUT.
020700     MOVE SPACES TO REPORT-LINE.
020800     STRING 'AKRUAL BARANG DITERIMA BELUM DITAGIH, AKHIR BULAN '
020900         WS-TGL-AKHIR DELIMITED BY SIZE INTO REPORT-LINE.
021000     WRITE REPORT-LINE.
021800     MOVE SPACES TO REPORT-LINE.
021900     WRITE REPORT-LINE.
022000     OPEN OUTPUT GLPOST-OUT.
022100     SORT SORT-WORK
022200         ON ASCENDING KEY SR-SUPPLIER SR-PO-NO SR-PO-URUT
022300         INPUT PROCEDURE IS 2000-LEPAS THRU 2000-EXIT
022400         OUTPUT PROCEDURE IS 3000-CETAK THRU 3000-EXIT.
022500     PERFORM 4000-AKHIR THRU 4000-EXIT.
022600     GO TO 9999-EXIT.
022700
022800*-----------------------------------------------------------------
022900* Kode akun dari glmap.dat seperti GL-EXT; jenis yang belum
023000* dipetakan memakai jenisnya sendiri sebagai kode akun.
023100*-----------------------------------------------------------------
023200 1000-MUAT-PETA-AKUN.
023300     MOVE 'PERSEDIA' TO WS-AKUN-SEDIA.
023400     MOVE 'AKRUAL' TO WS-AKUN-AKRUAL.
023500     OPEN INPUT GLMAP-MST.
023600     IF GM-FS NOT = '00'
023700         DISPLAY 'PETA AKUN glmap.dat BELUM ADA,'
023800             ' JENIS DIPAKAI SEBAGAI KODE AKUN'
023900         CLOSE GLMAP-MST
024000         GO TO 1000-EXIT
024100     END-IF.
024200     MOVE 'PERSEDIA' TO GM-JENIS.
024300     READ GLMAP-MST
024400         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-SEDIA
024500     END-READ.
024600     MOVE 'AKRUAL' TO GM-JENIS.
024700     READ GLMAP-MST
024800         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-AKRUAL
024900     END-READ.
025000     CLOSE GLMAP-MST.
025100 1000-EXIT.
025200     EXIT.
025300
025400*-----------------------------------------------------------------
025500* Akrual bertanggal hari terakhir bulan pilihan, jurnal balik
025600* tanggal 1 bulan berikutnya.
025700*-----------------------------------------------------------------
025800 1100-TANGGAL-POSTING.
025900     MOVE WS-TGL-PERIODE TO WS-TGL-PECAH-N.
026000     MOVE WS-HB-HARI(WS-TP-BULAN) TO WS-TP-HARI.
026100     IF WS-TP-BULAN = 2
026200         DIVIDE WS-TP-TAHUN BY 4 GIVING WS-HASIL-BAGI
026300             REMAINDER WS-SISA-BAGI
026400         IF WS-SISA-BAGI = ZERO
026500             MOVE 29 TO WS-TP-HARI
026600         END-IF
026700     END-IF.
026800     MOVE WS-TGL-PECAH-N TO WS-TGL-AKHIR.
026900     MOVE WS-TGL-PERIODE TO WS-TGL-PECAH-N.
027000     IF WS-TP-BULAN = 12
027100         ADD 1 TO WS-TP-TAHUN
027200         MOVE 1 TO WS-TP-BULAN
027300     ELSE
027400         ADD 1 TO WS-TP-BULAN
027500     END-IF.
027600     MOVE 1 TO WS-TP-HARI.
027700     MOVE WS-TGL-PECAH-N TO WS-TGL-BALIK.
027800 1100-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* Baris faktur bertanggal sampai akhir bulan dijumlah per baris
028300* PO, apa pun status pencocokannya.
028400*-----------------------------------------------------------------
028500 1200-MUAT-FAKTUR.
028600     OPEN INPUT FAKTUR-FILE.
028700     IF FK-FS NOT = '00'
028800         DISPLAY 'faktur.dat BELUM ADA, SEMUA PENERIMAAN DIAKRUAL'
028900         CLOSE FAKTUR-FILE
029000         GO TO 1200-EXIT
029100     END-IF.
029200     MOVE 'N' TO WS-EOF-SW.
029300     PERFORM 1210-SATU-FAKTUR THRU 1210-EXIT
029400         UNTIL WS-EOF.
029500     CLOSE FAKTUR-FILE.
029600 1200-EXIT.
029700     EXIT.
029800
029900 1210-SATU-FAKTUR.
030000     READ FAKTUR-FILE NEXT RECORD
030100         AT END MOVE 'Y' TO WS-EOF-SW
030200     END-READ.
030300     IF WS-EOF OR FK-TGL-FAKTUR > WS-TGL-AKHIR
030400         GO TO 1210-EXIT
030500     END-IF.
030600     MOVE 'N' TO WS-KETEMU-SW.
030700     PERFORM 1220-CARI-FAKTUR THRU 1220-EXIT
030800         VARYING WS-IDX FROM 1 BY 1
030900         UNTIL WS-IDX > WS-JML-FK OR WS-KETEMU.
031000     IF WS-KETEMU
031100         GO TO 1210-EXIT
031200     END-IF.
031300     IF WS-JML-FK = 2000
031400         ADD 1 TO WS-JML-LEBIH
031500         GO TO 1210-EXIT
031600     END-IF.
031700     ADD 1 TO WS-JML-FK.
031800     MOVE FK-PO-NO TO WS-FK-PO-NO(WS-JML-FK).
031900     MOVE FK-PO-URUT TO WS-FK-PO-URUT(WS-JML-FK).
032000     MOVE FK-JUMLAH TO WS-FK-JUMLAH(WS-JML-FK).
032100 1210-EXIT.
032200     EXIT.
032300
032400 1220-CARI-FAKTUR.
032500     IF WS-FK-PO-NO(WS-IDX) = FK-PO-NO
032600             AND WS-FK-PO-URUT(WS-IDX) = FK-PO-URUT
032700         ADD FK-JUMLAH TO WS-FK-JUMLAH(WS-IDX)
032800         MOVE 'Y' TO WS-KETEMU-SW
032900     END-IF.
033000 1220-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* Baris PO resmi yang dipesan sampai akhir bulan dan diterima
033500* lebih banyak daripada ditagih dilepas ke sort per supplier.
033600*-----------------------------------------------------------------
033700 2000-LEPAS.
033800     OPEN INPUT PO-FILE.
033810     MOVE 'N' TO WS-TRM-BUKA-SW.
033820     OPEN INPUT TERIMA-FILE.
033830     IF TM-FS = '00'
033840         MOVE 'Y' TO WS-TRM-BUKA-SW
033850     ELSE
033860         CLOSE TERIMA-FILE
033870     END-IF.
033900     MOVE 'N' TO WS-EOF-SW.
034000     PERFORM 2100-SATU-PO THRU 2100-EXIT
034100         UNTIL WS-EOF.
034200     CLOSE PO-FILE.
034210     IF WS-TRM-BUKA
034220         CLOSE TERIMA-FILE
034230     END-IF.
034300 2000-EXIT.
034400     EXIT.
034500
034600 2100-SATU-PO.
034700     READ PO-FILE NEXT RECORD
034800         AT END MOVE 'Y' TO WS-EOF-SW
034900     END-READ.
035000     IF WS-EOF
035100         GO TO 2100-EXIT
035200     END-IF.
035300     IF PO-STATUS = 'D' OR PO-STATUS = 'M'
035400             OR PO-TGL > WS-TGL-AKHIR
035600         GO TO 2100-EXIT
035700     END-IF.
035710     PERFORM 2050-HITUNG-TERIMA THRU 2050-EXIT.
035720     IF WS-JML-DITERIMA = ZERO
035730         GO TO 2100-EXIT
035740     END-IF.
035800     MOVE ZERO TO WS-JML-TAGIH.
035900     MOVE 'N' TO WS-KETEMU-SW.
036000     PERFORM 2110-TAGIH-PO THRU 2110-EXIT
036100         VARYING WS-IDX FROM 1 BY 1
036200         UNTIL WS-IDX > WS-JML-FK OR WS-KETEMU.
036300     IF WS-JML-TAGIH > WS-JML-DITERIMA
036400         ADD 1 TO WS-JML-LEBIH-TAGIH
036500     END-IF.
036600     IF WS-JML-TAGIH NOT < WS-JML-DITERIMA
036700         GO TO 2100-EXIT
036800     END-IF.
036900     MOVE PO-SUPPLIER TO SR-SUPPLIER.
037000     MOVE PO-NO TO SR-PO-NO.
037100     MOVE PO-URUT TO SR-PO-URUT.
037200     MOVE PO-NAMA-BRG TO SR-NAMA-BRG.
037300     MOVE WS-JML-DITERIMA TO SR-TERIMA.
037400     MOVE WS-JML-TAGIH TO SR-TAGIH.
037500     MOVE PO-HARGA TO SR-HARGA.
037600     COMPUTE SR-NILAI = (WS-JML-DITERIMA - WS-JML-TAGIH)
037700         * PO-HARGA.
037800     RELEASE SORT-RECORD.
037900 2100-EXIT.
038000     EXIT.
038100
038102*-----------------------------------------------------------------
038104* Jumlah diterima sampai akhir bulan untuk baris PO ini: total
038106* TM-JML-TERIMA bukti terima bertanggal sampai WS-TGL-AKHIR lewat
038108* kunci alternatif PO + urut, seperti FKT-MATCH. Baris tanpa bukti
038110* sama sekali jatuh ke total berjalan PO-JML-TERIMA.
038112*-----------------------------------------------------------------
038114 2050-HITUNG-TERIMA.
038116     MOVE ZERO TO WS-JML-DITERIMA.
038118     MOVE ZERO TO WS-JML-BUKTI.
038120     IF WS-TRM-BUKA
038122         MOVE PO-NO TO TM-NO-PO
038124         MOVE PO-URUT TO TM-URUT-PO
038126         MOVE 'N' TO WS-TRM-EOF-SW
038128         START TERIMA-FILE KEY = TM-PO-BARIS
038130             INVALID KEY MOVE 'Y' TO WS-TRM-EOF-SW
038132         END-START
038134         PERFORM 2060-SATU-TERIMA THRU 2060-EXIT
038136             UNTIL WS-TRM-EOF
038138     END-IF.
038140     IF WS-JML-BUKTI = ZERO
038142         MOVE PO-JML-TERIMA TO WS-JML-DITERIMA
038144     END-IF.
038146 2050-EXIT.
038148     EXIT.
038150
038152 2060-SATU-TERIMA.
038154     READ TERIMA-FILE NEXT RECORD
038156         AT END MOVE 'Y' TO WS-TRM-EOF-SW
038158     END-READ.
038160     IF WS-TRM-EOF
038162         GO TO 2060-EXIT
038164     END-IF.
038166     IF TM-NO-PO NOT = PO-NO OR TM-URUT-PO NOT = PO-URUT
038168         MOVE 'Y' TO WS-TRM-EOF-SW
038170         GO TO 2060-EXIT
038172     END-IF.
038174     ADD 1 TO WS-JML-BUKTI.
038176     IF TM-TANGGAL NOT > WS-TGL-AKHIR
038178         ADD TM-JML-TERIMA TO WS-JML-DITERIMA
038180     END-IF.
038182 2060-EXIT.
038184     EXIT.
038200 2110-TAGIH-PO.

038300     IF WS-FK-PO-NO(WS-IDX) = PO-NO
038400             AND WS-FK-PO-URUT(WS-IDX) = PO-URUT
038500         MOVE WS-FK-JUMLAH(WS-IDX) TO WS-JML-TAGIH
038600         MOVE 'Y' TO WS-KETEMU-SW
038700     END-IF.
038800 2110-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------------
039200* Per supplier: baris akrual, subtotal, lalu jurnal akrual dan
039300* jurnal baliknya.
039400*-----------------------------------------------------------------
039500 3000-CETAK.
039600     MOVE 'N' TO WS-RETURN-EOF-SW.
039700     PERFORM 3100-SATU-BARIS THRU 3100-EXIT
039800         UNTIL WS-RETURN-EOF.
039900     IF WS-ADA-SUP
040000         PERFORM 3300-TUTUP-SUPPLIER THRU 3300-EXIT
040100     END-IF.
040200 3000-EXIT.
040300     EXIT.
040400
040500 3100-SATU-BARIS.
040600     RETURN SORT-WORK
040700         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
040800     END-RETURN.
040900     IF WS-RETURN-EOF
041000         GO TO 3100-EXIT
041100     END-IF.
041200     IF NOT WS-ADA-SUP OR SR-SUPPLIER NOT = WS-SUP-BERJALAN
041300         IF WS-ADA-SUP
041400             PERFORM 3300-TUTUP-SUPPLIER THRU 3300-EXIT
041500         END-IF
041600         PERFORM 3200-BUKA-SUPPLIER THRU 3200-EXIT
041700     END-IF.
041800     MOVE SR-PO-NO TO WS-D-PO-NO.
041900     MOVE SR-PO-URUT TO WS-D-PO-URUT.
042000     MOVE SR-NAMA-BRG TO WS-D-NAMA.
042100     MOVE SR-TERIMA TO WS-D-TERIMA.
042200     MOVE SR-TAGIH TO WS-D-TAGIH.
042300     COMPUTE WS-D-AKRUAL = SR-TERIMA - SR-TAGIH.
042400     MOVE SR-HARGA TO WS-D-HARGA.
042500     MOVE SR-NILAI TO WS-D-NILAI.
042600     MOVE WS-DETAIL TO REPORT-LINE.
042700     WRITE REPORT-LINE.
042800     ADD SR-NILAI TO WS-SUB-NILAI.
042900     ADD 1 TO WS-JML-AKRUAL.
043000 3100-EXIT.
043100     EXIT.
043200
043300 3200-BUKA-SUPPLIER.
043400     MOVE SR-SUPPLIER TO WS-SUP-BERJALAN.
043500     MOVE 'Y' TO WS-ADA-SUP-SW.
043600     MOVE ZERO TO WS-SUB-NILAI.
043700     ADD 1 TO WS-JML-SUPPLIER.
043800     MOVE SR-SUPPLIER TO WS-JS-SUPPLIER.
043900     MOVE WS-JUDUL-SUP TO REPORT-LINE.
044000     WRITE REPORT-LINE.
044100     MOVE WS-HEADER TO REPORT-LINE.
044200     WRITE REPORT-LINE.
044300 3200-EXIT.
044400     EXIT.
044500
044600 3300-TUTUP-SUPPLIER.
044700     MOVE WS-SUB-NILAI TO WS-S-NILAI.
044800     MOVE WS-SUBTOTAL TO REPORT-LINE.
044900     WRITE REPORT-LINE.
045000     MOVE SPACES TO REPORT-LINE.
045100     WRITE REPORT-LINE.
045200     ADD WS-SUB-NILAI TO WS-TOT-NILAI.
045300     IF WS-SUB-NILAI = ZERO
045400         GO TO 3300-EXIT
045500     END-IF.
045600     MOVE WS-TGL-AKHIR TO WS-TGL-POSTING.
045700     MOVE WS-AKUN-SEDIA TO WS-GD-AKUN.
045800     MOVE 'D' TO WS-GD-DK.
045900     MOVE WS-SUB-NILAI TO WS-GD-JUMLAH.
046000     PERFORM 5000-TULIS-BARIS THRU 5000-EXIT.
046100     MOVE WS-AKUN-AKRUAL TO WS-GD-AKUN.
046200     MOVE 'K' TO WS-GD-DK.
046300     PERFORM 5000-TULIS-BARIS THRU 5000-EXIT.
046400     MOVE WS-TGL-BALIK TO WS-TGL-POSTING.
046500     MOVE WS-AKUN-AKRUAL TO WS-GD-AKUN.
046600     MOVE 'D' TO WS-GD-DK.
046700     PERFORM 5000-TULIS-BARIS THRU 5000-EXIT.
046800     MOVE WS-AKUN-SEDIA TO WS-GD-AKUN.
046900     MOVE 'K' TO WS-GD-DK.
047000     PERFORM 5000-TULIS-BARIS THRU 5000-EXIT.
047100 3300-EXIT.
047200     EXIT.
047300
047400*-----------------------------------------------------------------
047500 4000-AKHIR.
047600     MOVE WS-TOT-NILAI TO WS-T-NILAI.
047700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
047800     WRITE REPORT-LINE.
047900     MOVE SPACES TO REPORT-LINE.
048000     STRING 'SUPPLIER ' WS-JML-SUPPLIER '   BARIS PO DIAKRUAL '
048100         WS-JML-AKRUAL '   BARIS PO LEBIH TAGIH '
048200         WS-JML-LEBIH-TAGIH DELIMITED BY SIZE INTO REPORT-LINE.
048300     WRITE REPORT-LINE.
048400     MOVE SPACES TO REPORT-LINE.
048500     STRING 'JURNAL AKRUAL ' WS-TGL-AKHIR ', JURNAL BALIK '
048600         WS-TGL-BALIK ' -- GLAKRUAL.DAT ' WS-JML-BARIS ' BARIS'
048700         DELIMITED BY SIZE INTO REPORT-LINE.
048800     WRITE REPORT-LINE.
048900     IF WS-JML-LEBIH > ZERO
049000         MOVE SPACES TO REPORT-LINE
049100         STRING 'PERHATIAN: ' WS-JML-LEBIH ' BARIS FAKTUR DI LUAR'
049200             ' KAPASITAS TABEL TIDAK DIHITUNG'
049300             DELIMITED BY SIZE INTO REPORT-LINE
049400         WRITE REPORT-LINE
049500     END-IF.
049600     MOVE WS-JML-BARIS TO WS-GT-CACAH.
049700     MOVE WS-TOT-DEBET TO WS-GT-DEBET.
049800     MOVE WS-TOT-KREDIT TO WS-GT-KREDIT.
049900     MOVE WS-GL-TRAILER TO GLPOST-LINE.
050000     WRITE GLPOST-LINE.
050100     CLOSE GLPOST-OUT.
050200     CLOSE REPORT-OUT.
050300     MOVE WS-JML-AKRUAL TO WS-CAT-JML.
050400     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
050500         WS-CAT-JML.
050600     DISPLAY 'AKRUAL ' WS-BULAN-PILIH ' : ' WS-JML-AKRUAL
050700         ' BARIS PO -- ' WS-RPT-NAMA.
050800 4000-EXIT.
050900     EXIT.
051000
051100*-----------------------------------------------------------------
051200 5000-TULIS-BARIS.
051300     MOVE 'D' TO WS-GD-JENIS.
051400     MOVE WS-TGL-POSTING TO WS-GD-TANGGAL.
051500     MOVE WS-GL-DETAIL TO GLPOST-LINE.
051600     WRITE GLPOST-LINE.
051700     ADD 1 TO WS-JML-BARIS.
051800     IF WS-GD-DK = 'D'
051900         ADD WS-GD-JUMLAH TO WS-TOT-DEBET
052000     ELSE
052100         ADD WS-GD-JUMLAH TO WS-TOT-KREDIT
052200     END-IF.
052300 5000-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------------
052700 9999-EXIT.
052800     STOP RUN.
