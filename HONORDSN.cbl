000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Honorarium mengajar dosen luar biasa per bulan: untuk
000500*           setiap penugasan ajar.dat dosen berstatus L di
000600*           dosenhon.dat, tanggal pertemuan MK + term itu di
000700*           absensi.dat yang jatuh di bulan pilihan dihitung
000800*           sebagai pertemuan. Honor satu pertemuan = SKS MK x
000900*           tarif per SKS jabatan dosen (tarifhon.dat); potongan
001000*           PPh dari sysparm PPHHONOR (permil, bawaan 25 =
001100*           2,5%). Daftar bayar per dosen dicetak ke HONOR-*.RPT
001200*           (RPT-CAT) dan netto per dosen ditulis ke file
001300*           transfer bank TRFHONOR-*.DAT (detail D + trailer T).
001400*           Tiap pertemuan yang dibayar dicatat di honbayar.dat;
001500*           run ulang bulan yang sama hanya membayar pertemuan
001600*           yang belum tercatat (mis. absensi yang masuk
001700*           terlambat).
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. HONOR-DSN.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     SELECT AJAR-FILE ASSIGN TO 'ajar.dat'
003000     ORGANIZATION IS INDEXED
003100     ACCESS MODE IS DYNAMIC
003200     RECORD KEY IS AJ-KUNCI
003300     FILE STATUS IS AJ-FS.
003400     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
003500     ORGANIZATION IS INDEXED
003600     ACCESS MODE IS DYNAMIC
003700     RECORD KEY IS DS-ID
003800     FILE STATUS IS DS-FS.
003900     COPY ABSSEL.
004000     COPY DHNSEL.
004100     COPY THNSEL.
004200     COPY HBYSEL.
004300     SELECT TRANSFER-OUT ASSIGN TO DYNAMIC WS-TRF-NAMA
004400     ORGANIZATION IS LINE SEQUENTIAL
004500     FILE STATUS IS TF-FS.
004600     SELECT SORT-WORK ASSIGN TO 'HONORDSN.TMP'.
004700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004800     ORGANIZATION IS LINE SEQUENTIAL
004900     FILE STATUS IS RS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD AJAR-FILE.
005300 01 AJAR-RECORD.
005400     02 AJ-KUNCI.
005500         03 AJ-TERM        PIC 9(05).
005600         03 AJ-MK          PIC X(06).
005700         03 AJ-DS-ID       PIC X(08).
005800 FD DOSEN-MST.
005900 01 DOSEN-RECORD.
006000     02 DS-ID              PIC X(08).
006100     02 DS-NAMA            PIC X(20).
006200     02 DS-STATUS          PIC X(01).
006300     COPY ABSFD.
006400     COPY DHNFD.
006500     COPY THNFD.
006600     COPY HBYFD.
006700 FD TRANSFER-OUT.
006800 01 TRANSFER-LINE          PIC X(72).
006900 SD SORT-WORK.
007000 01 SORT-RECORD.
007100     02 SR-DS-ID           PIC X(08).
007200     02 SR-TERM            PIC 9(05).
007300     02 SR-MK              PIC X(06).
007400     02 SR-TGL             PIC 9(08).
007500     02 SR-NAMA-MK         PIC X(25).
007600     02 SR-SKS             PIC 9(01).
007700     02 SR-TARIF           PIC 9(07).
007800     02 SR-NILAI           PIC 9(09).
007900 FD REPORT-OUT.
008000 01 REPORT-LINE            PIC X(100).
008100
008200 WORKING-STORAGE SECTION.
008300 77 WS-RPT-NAMA            PIC X(30).
008400 77 WS-TRF-NAMA            PIC X(30).
008500 77 WS-TGL-RUN             PIC 9(8).
008600 77 WS-JAM-RUN             PIC 9(8).
008700 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'HONOR-DSN'.
008800 77 WS-CAT-JML             PIC 9(7).
008900 77 AJ-FS                  PIC XX.
009000 77 DS-FS                  PIC XX.
009100 77 AB-FS                  PIC XX.
009200 77 DH-FS                  PIC XX.
009300 77 TH-FS                  PIC XX.
009400 77 HB-FS                  PIC XX.
009500 77 TF-FS                  PIC XX.
009600 77 RS                     PIC XX.
009700 77 WS-EOF-SW              PIC X VALUE 'N'.
009800     88 WS-EOF             VALUE 'Y'.
009900 77 WS-AB-EOF-SW           PIC X VALUE 'N'.
010000     88 WS-AB-EOF          VALUE 'Y'.
010100 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
010200     88 WS-RETURN-EOF      VALUE 'Y'.
010300 77 WS-ADA-DOSEN-SW        PIC X VALUE 'N'.
010400     88 WS-ADA-DOSEN       VALUE 'Y'.
010500 77 WS-ADA-MK-SW           PIC X VALUE 'N'.
010600     88 WS-ADA-MK          VALUE 'Y'.
010700 77 WS-DH-ADA-SW           PIC X.
010800     88 WS-DH-ADA          VALUE 'Y'.
010900 77 WS-JUDUL-PERINGATAN-SW PIC X VALUE 'N'.
011000     88 WS-JUDUL-PERINGATAN VALUE 'Y'.
011100 77 WS-MK-VALID-SW         PIC X.
011200     88 WS-MK-VALID        VALUE 'Y'.
011300 77 WS-SP-KETEMU-SW        PIC X.
011400 77 WS-SP-NAMA             PIC X(12) VALUE 'PPHHONOR'.
011500 77 WS-SP-NILAI            PIC 9(9).
011600 77 WS-PPH-PERMIL          PIC 9(4) VALUE 25.
011700 77 WS-IDX                 PIC 9(2) COMP.
011800 77 WS-JML-HARI            PIC 9(2).
011900 77 WS-MK-SKS              PIC 9.
012000 77 WS-MK-NAMA             PIC X(25).
012100 77 WS-ALASAN              PIC X(30).
012200 77 WS-JML-DOSEN           PIC 9(5) VALUE ZERO.
012300 77 WS-JML-BAYAR           PIC 9(7) VALUE ZERO.
012400 77 WS-JML-SUDAH           PIC 9(7) VALUE ZERO.
012500 77 WS-JML-PERINGATAN      PIC 9(5) VALUE ZERO.
012600 77 WS-JML-TRANSFER        PIC 9(7) VALUE ZERO.
012700 77 WS-JML-TANPA-REK       PIC 9(5) VALUE ZERO.
012800 77 WS-MK-PERTEMUAN        PIC 9(3).
012900 01 WS-BULAN-PILIH         PIC 9(6).
013000 01 WS-BULAN-PILIH-X REDEFINES WS-BULAN-PILIH.
013100     02 WS-BP-TAHUN        PIC 9(4).
013200     02 WS-BP-BULAN        PIC 99.
013300 01 WS-TGL-AWAL            PIC 9(8).
013400 01 WS-TGL-AKHIR           PIC 9(8).
013500 01 WS-TGL-PECAH.
013600     02 WS-TP-TAHUN        PIC 9(4).
013700     02 WS-TP-BULAN        PIC 99.
013800     02 WS-TP-HARI         PIC 99.
013900 01 WS-TGL-PECAH-N REDEFINES WS-TGL-PECAH PIC 9(8).
014000*    Tanda hari pertemuan MK + term dalam bulan pilihan.
014100 01 WS-TABEL-HARI.
014200     02 WS-HARI-SW         PIC X OCCURS 31 TIMES.
014300 01 WS-DOSEN-BERJALAN      PIC X(8).
014400 01 WS-TERM-BERJALAN       PIC 9(5).
014500 01 WS-MK-BERJALAN         PIC X(6).
014600 01 WS-MK-NILAI            PIC 9(11) VALUE ZERO.
014700 01 WS-DSN-BRUTO           PIC 9(11) VALUE ZERO.
014800 01 WS-DSN-PPH             PIC 9(11) VALUE ZERO.
014900 01 WS-DSN-NETTO           PIC 9(11) VALUE ZERO.
015000 01 WS-TOT-BRUTO           PIC 9(13) VALUE ZERO.
015100 01 WS-TOT-PPH             PIC 9(13) VALUE ZERO.
015200 01 WS-TOT-NETTO           PIC 9(13) VALUE ZERO.
015300 01 WS-TOT-TRANSFER        PIC 9(15) VALUE ZERO.
015400 01 WS-TRF-DETAIL.
015500     02 WS-TD-JENIS        PIC X(01) VALUE 'D'.
015600     02 WS-TD-BANK         PIC X(03).
015700     02 WS-TD-REKENING     PIC X(15).
015800     02 WS-TD-NAMA         PIC X(20).
015900     02 WS-TD-JUMLAH       PIC 9(13).
016000     02 WS-TD-BERITA.
016100         03 FILLER         PIC X(06) VALUE 'HONOR '.
016200         03 WS-TD-BULAN    PIC 9(06).
016300         03 FILLER         PIC X(01) VALUE SPACE.
016400         03 WS-TD-DS-ID    PIC X(08).
016500 01 WS-TRF-TRAILER.
016600     02 WS-TT-JENIS        PIC X(01) VALUE 'T'.
016700     02 WS-TT-CACAH        PIC 9(07).
016800     02 WS-TT-JUMLAH       PIC 9(15).
016900 01 WS-JUDUL-DOSEN.
017000     02 FILLER             PIC X(08) VALUE 'DOSEN : '.
017100     02 WS-JD-ID           PIC X(08).
017200     02 FILLER             PIC X(01) VALUE SPACE.
017300     02 WS-JD-NAMA         PIC X(20).
017400     02 FILLER             PIC X(10) VALUE '  JABATAN '.
017500     02 WS-JD-JABATAN      PIC X(02).
017600 01 WS-HEADER.
017700     02 FILLER             PIC X(04) VALUE SPACES.
017800     02 FILLER             PIC X(07) VALUE 'TERM'.
017900     02 FILLER             PIC X(08) VALUE 'MK'.
018000     02 FILLER             PIC X(26) VALUE 'NAMA MATA KULIAH'.
018100     02 FILLER             PIC X(04) VALUE 'SKS'.
018200     02 FILLER             PIC X(10) VALUE ' PERTEMUAN'.
018300     02 FILLER             PIC X(11) VALUE '  TARIF/SKS'.
018400     02 FILLER             PIC X(15) VALUE '          HONOR'.
018500 01 WS-DETAIL.
018600     02 FILLER             PIC X(04) VALUE SPACES.
018700     02 WS-D-TERM          PIC 9(05).
018800     02 FILLER             PIC X(02) VALUE SPACES.
018900     02 WS-D-MK            PIC X(06).
019000     02 FILLER             PIC X(02) VALUE SPACES.
019100     02 WS-D-NAMA-MK       PIC X(25).
019200     02 FILLER             PIC X(01) VALUE SPACES.
019300     02 WS-D-SKS           PIC Z9.
019400     02 FILLER             PIC X(01) VALUE SPACES.
019500     02 WS-D-PERTEMUAN     PIC Z(9)9.
019600     02 FILLER             PIC X(01) VALUE SPACES.
019700     02 WS-D-TARIF         PIC Z(9)9.
019800     02 FILLER             PIC X(01) VALUE SPACES.
019900     02 WS-D-NILAI         PIC Z(13)9.
020000 01 WS-RINCI-DOSEN.
020100     02 FILLER             PIC X(04) VALUE SPACES.
020200     02 WS-RD-KET          PIC X(20).
020300     02 WS-RD-NILAI        PIC Z(13)9.
020400 01 WS-PERINGATAN.
020500     02 FILLER             PIC X(04) VALUE SPACES.
020600     02 WS-P-TERM          PIC 9(05).
020700     02 FILLER             PIC X(02) VALUE SPACES.
020800     02 WS-P-MK            PIC X(06).
020900     02 FILLER             PIC X(02) VALUE SPACES.
021000     02 WS-P-DS-ID         PIC X(08).
021100     02 FILLER             PIC X(02) VALUE SPACES.
021200     02 WS-P-HARI          PIC Z9.
021300     02 FILLER             PIC X(12) VALUE ' PERTEMUAN, '.
021400     02 WS-P-ALASAN        PIC X(30).
021500 01 WS-TOTAL-LINE.
021600     02 WS-T-KET           PIC X(24).
021700     02 WS-T-NILAI         PIC Z(14)9.
021800
021900 PROCEDURE DIVISION.
022000*-----------------------------------------------------------------
022100 0000-MAINLINE.
022200     DISPLAY 'BULAN HONOR (YYYYMM) : ' WITH NO ADVANCING.
022300     ACCEPT WS-BULAN-PILIH.
022400     IF WS-BP-BULAN < 1 OR WS-BP-BULAN > 12
022500         DISPLAY 'BULAN TIDAK SAH : ' WS-BULAN-PILIH
022600         GO TO 9999-EXIT
022700     END-IF.
022800     COMPUTE WS-TGL-AWAL = WS-BULAN-PILIH * 100 + 1.
022900     COMPUTE WS-TGL-AKHIR = WS-BULAN-PILIH * 100 + 31.
023000     OPEN INPUT TARIF-HONOR.
023100     IF TH-FS NOT = '00'
023200         DISPLAY 'TARIF HONOR tarifhon.dat BELUM ADA'
023300             ' (DSN-MNT PILIHAN R)'
023400         GO TO 9999-EXIT
023500     END-IF.
023600     OPEN INPUT DSNHON-MST.
023700     IF DH-FS NOT = '00'
023800         DISPLAY 'PROFIL HONOR dosenhon.dat BELUM ADA'
023900             ' (DSN-MNT PILIHAN H)'
024000         CLOSE TARIF-HONOR
024100         GO TO 9999-EXIT
024200     END-IF.
024300     OPEN INPUT AJAR-FILE.
024400     IF AJ-FS NOT = '00'
024500         DISPLAY 'ajar.dat TIDAK DAPAT DIBUKA, STATUS ' AJ-FS
024600         CLOSE TARIF-HONOR
024700         CLOSE DSNHON-MST
024800         GO TO 9999-EXIT
024900     END-IF.
025000     CLOSE AJAR-FILE.
025100     OPEN INPUT ABSEN-FILE.
025200     IF AB-FS NOT = '00'
025300         DISPLAY 'absensi.dat TIDAK DAPAT DIBUKA, STATUS ' AB-FS
025400         CLOSE TARIF-HONOR
025500         CLOSE DSNHON-MST
025600         GO TO 9999-EXIT
025700     END-IF.
025800     CLOSE ABSEN-FILE.
025900     OPEN I-O HONBAYAR-FILE.
026000     IF HB-FS = '35'
026100         OPEN OUTPUT HONBAYAR-FILE
026200         CLOSE HONBAYAR-FILE
026300         OPEN I-O HONBAYAR-FILE
026400     END-IF.
026500     OPEN INPUT DOSEN-MST.
026600     PERFORM 1000-AMBIL-PPH THRU 1000-EXIT.
026700     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
026800     ACCEPT WS-JAM-RUN FROM TIME.
026900     MOVE SPACES TO WS-RPT-NAMA.
027000     STRING 'HONOR-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
027100         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
027200     MOVE SPACES TO WS-TRF-NAMA.
027300     STRING 'TRFHONOR-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
027400         '.DAT' DELIMITED BY SIZE INTO WS-TRF-NAMA.
027500     MOVE WS-BULAN-PILIH TO WS-TD-BULAN.
027600     OPEN OUTPUT REPORT-OUT.
027700     OPEN OUTPUT TRANSFER-OUT.
027800     MOVE SPACES TO REPORT-LINE.
027900     STRING 'HONORARIUM DOSEN LUAR BIASA BULAN ' WS-BULAN-PILIH
028000         ', PPH ' WS-PPH-PERMIL ' PERMIL'
028100         DELIMITED BY SIZE INTO REPORT-LINE.
028200     WRITE REPORT-LINE.
028300     MOVE SPACES TO REPORT-LINE.
028400     WRITE REPORT-LINE.
028500     SORT SORT-WORK
028600         ON ASCENDING KEY SR-DS-ID SR-TERM SR-MK SR-TGL
028700         INPUT PROCEDURE IS 2000-LEPAS THRU 2000-EXIT
028800         OUTPUT PROCEDURE IS 3000-CETAK THRU 3000-EXIT.
028900     PERFORM 4000-AKHIR THRU 4000-EXIT.
029000     CLOSE TARIF-HONOR.
029100     CLOSE DSNHON-MST.
029200     CLOSE HONBAYAR-FILE.
029300     CLOSE DOSEN-MST.
029400     GO TO 9999-EXIT.
029500
029600*-----------------------------------------------------------------
029700* Potongan PPh honor dalam permil dari sysparm PPHHONOR; tanpa
029800* parameter tetap 25 permil (2,5%).
029900*-----------------------------------------------------------------
030000 1000-AMBIL-PPH.
030100     MOVE 'N' TO WS-SP-KETEMU-SW.
030200     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
030300         WS-SP-KETEMU-SW.
030400     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI NOT > 1000
030500         MOVE WS-SP-NILAI TO WS-PPH-PERMIL
030600     END-IF.
030700 1000-EXIT.
030800     EXIT.
030900
031000*-----------------------------------------------------------------
031100* Setiap penugasan dosen luar biasa: tanggal pertemuan MK + term
031200* di bulan pilihan yang belum tercatat di honbayar.dat dilepas
031300* ke sort, satu record per pertemuan.
031400*-----------------------------------------------------------------
031500 2000-LEPAS.
031600     OPEN INPUT AJAR-FILE.
031700     OPEN INPUT ABSEN-FILE.
031800     MOVE 'N' TO WS-EOF-SW.
031900     PERFORM 2100-SATU-AJAR THRU 2100-EXIT
032000         UNTIL WS-EOF.
032100     CLOSE AJAR-FILE.
032200     CLOSE ABSEN-FILE.
032300     IF WS-JUDUL-PERINGATAN
032400         MOVE SPACES TO REPORT-LINE
032500         WRITE REPORT-LINE
032600     END-IF.
032700 2000-EXIT.
032800     EXIT.
032900
033000 2100-SATU-AJAR.
033100     READ AJAR-FILE NEXT RECORD
033200         AT END MOVE 'Y' TO WS-EOF-SW
033300     END-READ.
033400     IF WS-EOF
033500         GO TO 2100-EXIT
033600     END-IF.
033700     MOVE AJ-DS-ID TO DH-DS-ID.
033800     MOVE 'N' TO WS-DH-ADA-SW.
033900     READ DSNHON-MST
034000         INVALID KEY CONTINUE
034100         NOT INVALID KEY MOVE 'Y' TO WS-DH-ADA-SW
034200     END-READ.
034300     IF WS-DH-ADA AND DH-STATUS NOT = 'L'
034400         GO TO 2100-EXIT
034500     END-IF.
034600     PERFORM 2200-CARI-PERTEMUAN THRU 2200-EXIT.
034700     IF WS-JML-HARI = ZERO
034800         GO TO 2100-EXIT
034900     END-IF.
035000     IF NOT WS-DH-ADA
035100         MOVE 'DOSEN TANPA PROFIL HONOR' TO WS-ALASAN
035200         PERFORM 2400-PERINGATAN THRU 2400-EXIT
035300         GO TO 2100-EXIT
035400     END-IF.
035500     MOVE DH-JABATAN TO TH-JABATAN.
035600     READ TARIF-HONOR
035700         INVALID KEY
035800             MOVE 'TARIF JABATAN BELUM ADA' TO WS-ALASAN
035900             PERFORM 2400-PERINGATAN THRU 2400-EXIT
036000             GO TO 2100-EXIT
036100     END-READ.
036200     MOVE 'N' TO WS-MK-VALID-SW.
036300     CALL 'MK-CHK' USING AJ-MK, WS-MK-NAMA, WS-MK-SKS,
036400         WS-MK-VALID-SW.
036500     IF NOT WS-MK-VALID
036600         MOVE 'MK TIDAK ADA DI matkul.dat' TO WS-ALASAN
036700         PERFORM 2400-PERINGATAN THRU 2400-EXIT
036800         GO TO 2100-EXIT
036900     END-IF.
037000     PERFORM 2300-LEPAS-HARI THRU 2300-EXIT
037100         VARYING WS-IDX FROM 1 BY 1
037200         UNTIL WS-IDX > 31.
037300 2100-EXIT.
037400     EXIT.
037500
037600*-----------------------------------------------------------------
037700* Tanggal berbeda di absensi.dat untuk MK + term = pertemuan
037800* yang diadakan; kunci alternatif AB-MK-TERM.
037900*-----------------------------------------------------------------
038000 2200-CARI-PERTEMUAN.
038100     MOVE SPACES TO WS-TABEL-HARI.
038200     MOVE ZERO TO WS-JML-HARI.
038300     MOVE 'N' TO WS-AB-EOF-SW.
038400     MOVE SPACES TO ABSEN-RECORD.
038500     MOVE AJ-MK TO AB-MK.
038600     MOVE AJ-TERM TO AB-TERM.
038700     START ABSEN-FILE KEY = AB-MK-TERM
038800         INVALID KEY MOVE 'Y' TO WS-AB-EOF-SW
038900     END-START.
039000     PERFORM 2210-SATU-ABSEN THRU 2210-EXIT
039100         UNTIL WS-AB-EOF.
039200 2200-EXIT.
039300     EXIT.
039400
039500 2210-SATU-ABSEN.
039600     READ ABSEN-FILE NEXT RECORD
039700         AT END MOVE 'Y' TO WS-AB-EOF-SW
039800     END-READ.
039900     IF WS-AB-EOF
040000         GO TO 2210-EXIT
040100     END-IF.
040200     IF AB-MK NOT = AJ-MK OR AB-TERM NOT = AJ-TERM
040300         MOVE 'Y' TO WS-AB-EOF-SW
040400         GO TO 2210-EXIT
040500     END-IF.
040600     IF AB-TGL < WS-TGL-AWAL OR AB-TGL > WS-TGL-AKHIR
040700         GO TO 2210-EXIT
040800     END-IF.
040900     MOVE AB-TGL TO WS-TGL-PECAH-N.
041000     IF WS-HARI-SW(WS-TP-HARI) = SPACE
041100         MOVE 'Y' TO WS-HARI-SW(WS-TP-HARI)
041200         ADD 1 TO WS-JML-HARI
041300     END-IF.
041400 2210-EXIT.
041500     EXIT.
041600
041700 2300-LEPAS-HARI.
041800     IF WS-HARI-SW(WS-IDX) = SPACE
041900         GO TO 2300-EXIT
042000     END-IF.
042100     MOVE WS-BP-TAHUN TO WS-TP-TAHUN.
042200     MOVE WS-BP-BULAN TO WS-TP-BULAN.
042300     MOVE WS-IDX TO WS-TP-HARI.
042400     MOVE AJ-DS-ID TO HB-DS-ID.
042500     MOVE AJ-MK TO HB-MK.
042600     MOVE AJ-TERM TO HB-TERM.
042700     MOVE WS-TGL-PECAH-N TO HB-TGL.
042800     READ HONBAYAR-FILE
042900         INVALID KEY CONTINUE
043000         NOT INVALID KEY
043100             ADD 1 TO WS-JML-SUDAH
043200             GO TO 2300-EXIT
043300     END-READ.
043400     MOVE AJ-DS-ID TO SR-DS-ID.
043500     MOVE AJ-TERM TO SR-TERM.
043600     MOVE AJ-MK TO SR-MK.
043700     MOVE WS-TGL-PECAH-N TO SR-TGL.
043800     MOVE WS-MK-NAMA TO SR-NAMA-MK.
043900     MOVE WS-MK-SKS TO SR-SKS.
044000     MOVE TH-TARIF-SKS TO SR-TARIF.
044100     COMPUTE SR-NILAI = WS-MK-SKS * TH-TARIF-SKS.
044200     RELEASE SORT-RECORD.
044300 2300-EXIT.
044400     EXIT.
044500
044600*-----------------------------------------------------------------
044700* Penugasan yang punya pertemuan bulan ini tapi tidak bisa
044800* dihitung dicetak di depan daftar bayar.
044900*-----------------------------------------------------------------
045000 2400-PERINGATAN.
045100     IF NOT WS-JUDUL-PERINGATAN
045200         MOVE 'Y' TO WS-JUDUL-PERINGATAN-SW
045300         MOVE 'PERTEMUAN TIDAK DIBAYAR (PERBAIKI LALU JALANKAN'
045400             TO REPORT-LINE
045500         WRITE REPORT-LINE
045600         MOVE 'ULANG; YANG SUDAH DIBAYAR TIDAK DIBAYAR LAGI) :'
045700             TO REPORT-LINE
045800         WRITE REPORT-LINE
045900     END-IF.
046000     MOVE AJ-TERM TO WS-P-TERM.
046100     MOVE AJ-MK TO WS-P-MK.
046200     MOVE AJ-DS-ID TO WS-P-DS-ID.
046300     MOVE WS-JML-HARI TO WS-P-HARI.
046400     MOVE WS-ALASAN TO WS-P-ALASAN.
046500     MOVE WS-PERINGATAN TO REPORT-LINE.
046600     WRITE REPORT-LINE.
046700     ADD 1 TO WS-JML-PERINGATAN.
046800 2400-EXIT.
046900     EXIT.
047000
047100*-----------------------------------------------------------------
047200* Per dosen: satu baris per MK + term, bruto, PPh, netto, lalu
047300* baris transfer bank. Tiap pertemuan dicatat di honbayar.dat.
047400*-----------------------------------------------------------------
047500 3000-CETAK.
047600     MOVE 'N' TO WS-RETURN-EOF-SW.
047700     PERFORM 3100-SATU-PERTEMUAN THRU 3100-EXIT
047800         UNTIL WS-RETURN-EOF.
047900     IF WS-ADA-DOSEN
048000         PERFORM 3300-TUTUP-MK THRU 3300-EXIT
048100         PERFORM 3400-TUTUP-DOSEN THRU 3400-EXIT
048200     END-IF.
048300 3000-EXIT.
048400     EXIT.
048500
048600 3100-SATU-PERTEMUAN.
048700     RETURN SORT-WORK
048800         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
048900     END-RETURN.
049000     IF WS-RETURN-EOF
049100         GO TO 3100-EXIT
049200     END-IF.
049300     IF NOT WS-ADA-DOSEN OR SR-DS-ID NOT = WS-DOSEN-BERJALAN
049400         IF WS-ADA-DOSEN
049500             PERFORM 3300-TUTUP-MK THRU 3300-EXIT
049600             PERFORM 3400-TUTUP-DOSEN THRU 3400-EXIT
049700         END-IF
049800         PERFORM 3200-BUKA-DOSEN THRU 3200-EXIT
049900     END-IF.
050000     IF NOT WS-ADA-MK OR SR-TERM NOT = WS-TERM-BERJALAN
050100             OR SR-MK NOT = WS-MK-BERJALAN
050200         IF WS-ADA-MK
050300             PERFORM 3300-TUTUP-MK THRU 3300-EXIT
050400         END-IF
050500         MOVE 'Y' TO WS-ADA-MK-SW
050600         MOVE SR-TERM TO WS-TERM-BERJALAN
050700         MOVE SR-MK TO WS-MK-BERJALAN
050800         MOVE ZERO TO WS-MK-PERTEMUAN
050900         MOVE ZERO TO WS-MK-NILAI
051000         MOVE SR-TERM TO WS-D-TERM
051100         MOVE SR-MK TO WS-D-MK
051200         MOVE SR-NAMA-MK TO WS-D-NAMA-MK
051300         MOVE SR-SKS TO WS-D-SKS
051400         MOVE SR-TARIF TO WS-D-TARIF
051500     END-IF.
051600     ADD 1 TO WS-MK-PERTEMUAN.
051700     ADD SR-NILAI TO WS-MK-NILAI.
051800     PERFORM 3500-CATAT-BAYAR THRU 3500-EXIT.
051900 3100-EXIT.
052000     EXIT.
052100
052200 3200-BUKA-DOSEN.
052300     MOVE SR-DS-ID TO WS-DOSEN-BERJALAN.
052400     MOVE 'Y' TO WS-ADA-DOSEN-SW.
052500     MOVE 'N' TO WS-ADA-MK-SW.
052600     MOVE ZERO TO WS-DSN-BRUTO.
052700     ADD 1 TO WS-JML-DOSEN.
052800     MOVE SR-DS-ID TO WS-JD-ID.
052900     MOVE SPACES TO WS-JD-NAMA.
053000     MOVE SR-DS-ID TO DS-ID.
053100     READ DOSEN-MST
053200         INVALID KEY CONTINUE
053300         NOT INVALID KEY MOVE DS-NAMA TO WS-JD-NAMA
053400     END-READ.
053500     MOVE SR-DS-ID TO DH-DS-ID.
053600     READ DSNHON-MST
053700         INVALID KEY MOVE SPACES TO DSNHON-RECORD
053800     END-READ.
053900     MOVE DH-JABATAN TO WS-JD-JABATAN.
054000     MOVE WS-JUDUL-DOSEN TO REPORT-LINE.
054100     WRITE REPORT-LINE.
054200     MOVE WS-HEADER TO REPORT-LINE.
054300     WRITE REPORT-LINE.
054400 3200-EXIT.
054500     EXIT.
054600
054700 3300-TUTUP-MK.
054800     MOVE WS-MK-PERTEMUAN TO WS-D-PERTEMUAN.
054900     MOVE WS-MK-NILAI TO WS-D-NILAI.
055000     MOVE WS-DETAIL TO REPORT-LINE.
055100     WRITE REPORT-LINE.
055200     ADD WS-MK-NILAI TO WS-DSN-BRUTO.
055300 3300-EXIT.
055400     EXIT.
055500
055600*-----------------------------------------------------------------
055700* PPh dibulatkan ke rupiah; dosen tanpa rekening tetap dicetak
055800* tetapi tidak masuk file transfer.
055900*-----------------------------------------------------------------
056000 3400-TUTUP-DOSEN.
056100     COMPUTE WS-DSN-PPH ROUNDED =
056200         WS-DSN-BRUTO * WS-PPH-PERMIL / 1000.
056300     COMPUTE WS-DSN-NETTO = WS-DSN-BRUTO - WS-DSN-PPH.
056400     MOVE 'HONOR BRUTO' TO WS-RD-KET.
056500     MOVE WS-DSN-BRUTO TO WS-RD-NILAI.
056600     MOVE WS-RINCI-DOSEN TO REPORT-LINE.
056700     WRITE REPORT-LINE.
056800     MOVE 'POTONGAN PPH' TO WS-RD-KET.
056900     MOVE WS-DSN-PPH TO WS-RD-NILAI.
057000     MOVE WS-RINCI-DOSEN TO REPORT-LINE.
057100     WRITE REPORT-LINE.
057200     MOVE 'DIBAYARKAN' TO WS-RD-KET.
057300     MOVE WS-DSN-NETTO TO WS-RD-NILAI.
057400     MOVE WS-RINCI-DOSEN TO REPORT-LINE.
057500     WRITE REPORT-LINE.
057600     ADD WS-DSN-BRUTO TO WS-TOT-BRUTO.
057700     ADD WS-DSN-PPH TO WS-TOT-PPH.
057800     ADD WS-DSN-NETTO TO WS-TOT-NETTO.
057900     MOVE SPACES TO REPORT-LINE.
058000     IF DH-REKENING = SPACES
058100         ADD 1 TO WS-JML-TANPA-REK
058200         MOVE '    REKENING KOSONG, TIDAK MASUK FILE TRANSFER'
058300             TO REPORT-LINE
058400     ELSE
058500         MOVE DH-BANK TO WS-TD-BANK
058600         MOVE DH-REKENING TO WS-TD-REKENING
058700         MOVE DH-NAMA-REK TO WS-TD-NAMA
058800         MOVE WS-DSN-NETTO TO WS-TD-JUMLAH
058900         MOVE WS-DOSEN-BERJALAN TO WS-TD-DS-ID
059000         MOVE WS-TRF-DETAIL TO TRANSFER-LINE
059100         WRITE TRANSFER-LINE
059200         ADD 1 TO WS-JML-TRANSFER
059300         ADD WS-DSN-NETTO TO WS-TOT-TRANSFER
059400         STRING '    TRANSFER KE ' DH-BANK ' ' DH-REKENING
059500             ' A.N. ' DH-NAMA-REK DELIMITED BY SIZE
059600             INTO REPORT-LINE
059700     END-IF.
059800     WRITE REPORT-LINE.
059900     MOVE SPACES TO REPORT-LINE.
060000     WRITE REPORT-LINE.
060100 3400-EXIT.
060200     EXIT.
060300
060400 3500-CATAT-BAYAR.
060500     MOVE SR-DS-ID TO HB-DS-ID.
060600     MOVE SR-MK TO HB-MK.
060700     MOVE SR-TERM TO HB-TERM.
060800     MOVE SR-TGL TO HB-TGL.
060900     MOVE WS-BULAN-PILIH TO HB-BULAN.
061000     MOVE SR-SKS TO HB-SKS.
061100     MOVE SR-NILAI TO HB-NILAI.
061200     MOVE WS-TGL-RUN TO HB-TGL-BAYAR.
061300     MOVE WS-JAM-RUN(1:6) TO HB-JAM-BAYAR.
061400     WRITE HONBAYAR-RECORD
061500         INVALID KEY
061600             DISPLAY 'GAGAL CATAT honbayar.dat ' HB-KUNCI
061700                 ' STATUS ' HB-FS
061800     END-WRITE.
061900     ADD 1 TO WS-JML-BAYAR.
062000 3500-EXIT.
062100     EXIT.
062200
062300*-----------------------------------------------------------------
062400 4000-AKHIR.
062500     MOVE 'TOTAL HONOR BRUTO' TO WS-T-KET.
062600     MOVE WS-TOT-BRUTO TO WS-T-NILAI.
062700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
062800     WRITE REPORT-LINE.
062900     MOVE 'TOTAL POTONGAN PPH' TO WS-T-KET.
063000     MOVE WS-TOT-PPH TO WS-T-NILAI.
063100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
063200     WRITE REPORT-LINE.
063300     MOVE 'TOTAL DIBAYARKAN' TO WS-T-KET.
063400     MOVE WS-TOT-NETTO TO WS-T-NILAI.
063500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
063600     WRITE REPORT-LINE.
063700     MOVE SPACES TO REPORT-LINE.
063800     STRING 'DOSEN ' WS-JML-DOSEN '   PERTEMUAN DIBAYAR '
063900         WS-JML-BAYAR '   SUDAH DIBAYAR RUN SEBELUMNYA '
064000         WS-JML-SUDAH DELIMITED BY SIZE INTO REPORT-LINE.
064100     WRITE REPORT-LINE.
064200     MOVE SPACES TO REPORT-LINE.
064300     STRING WS-TRF-NAMA ' : ' WS-JML-TRANSFER ' TRANSFER, '
064400         WS-JML-TANPA-REK ' DOSEN TANPA REKENING'
064500         DELIMITED BY SIZE INTO REPORT-LINE.
064600     WRITE REPORT-LINE.
064700     IF WS-JML-PERINGATAN > ZERO
064800         MOVE SPACES TO REPORT-LINE
064900         STRING 'PERHATIAN: ' WS-JML-PERINGATAN ' PENUGASAN'
065000             ' DENGAN PERTEMUAN TIDAK DIBAYAR (LIHAT ATAS)'
065100             DELIMITED BY SIZE INTO REPORT-LINE
065200         WRITE REPORT-LINE
065300     END-IF.
065400     MOVE WS-JML-TRANSFER TO WS-TT-CACAH.
065500     MOVE WS-TOT-TRANSFER TO WS-TT-JUMLAH.
065600     MOVE WS-TRF-TRAILER TO TRANSFER-LINE.
065700     WRITE TRANSFER-LINE.
065800     CLOSE TRANSFER-OUT.
065900     CLOSE REPORT-OUT.
066000     MOVE WS-JML-DOSEN TO WS-CAT-JML.
066100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
066200         WS-CAT-JML.
066300     DISPLAY 'HONOR ' WS-BULAN-PILIH ' : ' WS-JML-DOSEN
066400         ' DOSEN, ' WS-JML-BAYAR ' PERTEMUAN -- ' WS-RPT-NAMA.
066500     DISPLAY 'FILE TRANSFER BANK ' WS-TRF-NAMA.
066600 4000-EXIT.
066700     EXIT.
066800
066900*-----------------------------------------------------------------
067000 9999-EXIT.
067100     STOP RUN.
