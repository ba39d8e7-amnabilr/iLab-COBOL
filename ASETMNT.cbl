000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Register aset tetap aset.dat: tandai KODE-BRG sebagai
000500*           barang modal beserta umur manfaatnya di kapital.dat
000600*           (issue STK-REQ atas barang itu membuat record aset
000700*           per unit), pindahkan aset ke departemen atau lokasi
000800*           lain, dan daftar aset per departemen untuk sensus aset
000900*           tahunan ke ASETDEPT-*.RPT. Penandaan barang modal
001000*           hanya untuk supervisor level 2 (sign-on BRG-MENU).
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. ASET-MNT.
001600 ENVIRONMENT DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 CONFIGURATION SECTION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY BRGSEL.
002300     COPY KAPSEL.
002400     COPY ASTSEL.
002500     SELECT SORT-WORK ASSIGN TO 'ASETMNT.TMP'.
002600     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002700     ORGANIZATION IS LINE SEQUENTIAL
002800     FILE STATUS IS RS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100     COPY BRGFD.
003200     COPY KAPFD.
003300     COPY ASTFD.
003400 SD SORT-WORK.
003500 01 SORT-RECORD.
003600     02 SR-DEPT            PIC X(10).
003700     02 SR-TAG             PIC 9(06).
003800     02 SR-KODE-BRG        PIC X(05).
003900     02 SR-NAMA            PIC X(22).
004000     02 SR-LOKASI          PIC X(20).
004100     02 SR-TGL-PEROLEHAN   PIC 9(08).
004200     02 SR-HARGA           PIC 9(09)V9(03).
004300     02 SR-NILAI-BUKU      PIC 9(09)V9(03).
004400     02 SR-STATUS          PIC X(01).
004500 FD REPORT-OUT.
004600 01 REPORT-LINE            PIC X(120).
004700
004800 WORKING-STORAGE SECTION.
004900 77 WS-RPT-NAMA            PIC X(30).
005000 77 WS-TGL-RUN             PIC 9(8).
005100 77 WS-JAM-RUN             PIC 9(8).
005200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'ASET-MNT'.
005300 77 WS-CAT-JML             PIC 9(7).
005400 77 FS                     PIC XX.
005500 77 KAP-FS                 PIC XX.
005600 77 AS-FS                  PIC XX.
005700 77 RS                     PIC XX.
005800 77 WS-EOF-SW              PIC X VALUE 'N'.
005900     88 WS-EOF             VALUE 'Y'.
006000 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
006100     88 WS-RETURN-EOF      VALUE 'Y'.
006200 77 WS-OPERATOR            PIC X(8).
006300 77 WS-OPR-LEVEL           PIC 9(1).
006400 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
006500 77 WS-JML-DEPT            PIC 9(5) VALUE ZERO.
006600 01 WS-PILIHAN             PIC X.
006700     88 WS-PILIH-KAPITAL   VALUE 'K'.
006800     88 WS-PILIH-PINDAH    VALUE 'P'.
006900     88 WS-PILIH-DAFTAR    VALUE 'D'.
007000     88 WS-PILIH-SELESAI   VALUE 'S'.
007100 01 WS-DEPT-PILIH          PIC X(10).
007200 01 WS-DEPT-BERJALAN       PIC X(10) VALUE SPACES.
007300 01 WS-DEPT-BARU           PIC X(10).
007400 01 WS-LOKASI-BARU         PIC X(20).
007500 01 WS-UMUR-BARU           PIC 9(3).
007600 01 WS-SUB-UNIT            PIC 9(5).
007700 01 WS-SUB-HARGA           PIC 9(11)V9(3).
007800 01 WS-SUB-BUKU            PIC 9(11)V9(3).
007900 01 WS-TOT-UNIT            PIC 9(5) VALUE ZERO.
008000 01 WS-TOT-HARGA           PIC 9(11)V9(3) VALUE ZERO.
008100 01 WS-TOT-BUKU            PIC 9(11)V9(3) VALUE ZERO.
008200 01 WS-JUDUL.
008300     02 FILLER             PIC X(20) VALUE SPACES.
008400     02 FILLER             PIC X(38)
008500         VALUE 'DAFTAR ASET PER DEPARTEMEN (SENSUS)'.
008600     02 FILLER             PIC X(06) VALUE 'TGL : '.
008700     02 WS-J-TGL           PIC 9(08).
008800 01 WS-JUDUL-DEPT.
008900     02 FILLER             PIC X(13) VALUE 'DEPARTEMEN : '.
009000     02 WS-JD-DEPT         PIC X(10).
009100 01 WS-HEADER.
009200     02 FILLER             PIC X(07) VALUE 'TAG'.
009300     02 FILLER             PIC X(06) VALUE 'KODE'.
009400     02 FILLER             PIC X(23) VALUE 'NAMA'.
009500     02 FILLER             PIC X(21) VALUE 'LOKASI'.
009600     02 FILLER             PIC X(09) VALUE 'TGL PRLH'.
009700     02 FILLER             PIC X(15) VALUE '          HARGA'.
009800     02 FILLER             PIC X(15) VALUE '     NILAI BUKU'.
009900     02 FILLER             PIC X(03) VALUE ' ST'.
010000     02 FILLER             PIC X(10) VALUE ' CEK FISIK'.
010100 01 WS-DETAIL.
010200     02 WS-D-TAG           PIC 9(06).
010300     02 FILLER             PIC X(01) VALUE SPACES.
010400     02 WS-D-KODE          PIC X(05).
010500     02 FILLER             PIC X(01) VALUE SPACES.
010600     02 WS-D-NAMA          PIC X(22).
010700     02 FILLER             PIC X(01) VALUE SPACES.
010800     02 WS-D-LOKASI        PIC X(20).
010900     02 FILLER             PIC X(01) VALUE SPACES.
011000     02 WS-D-TGL           PIC 9(08).
011100     02 FILLER             PIC X(01) VALUE SPACES.
011200     02 WS-D-HARGA         PIC Z(10)9.99.
011300     02 FILLER             PIC X(01) VALUE SPACES.
011400     02 WS-D-BUKU          PIC Z(10)9.99.
011500     02 FILLER             PIC X(02) VALUE SPACES.
011600     02 WS-D-STATUS        PIC X(01).
011700     02 FILLER             PIC X(11) VALUE '  [     ]'.
011800 01 WS-SUBTOTAL.
011900     02 FILLER             PIC X(13) VALUE '  SUBTOTAL : '.
012000     02 WS-S-UNIT          PIC ZZZZ9.
012100     02 FILLER             PIC X(49) VALUE ' UNIT'.
012200     02 WS-S-HARGA         PIC Z(10)9.99.
012300     02 FILLER             PIC X(01) VALUE SPACES.
012400     02 WS-S-BUKU          PIC Z(10)9.99.
012500 01 WS-TOTAL-LINE.
012600     02 FILLER             PIC X(13) VALUE 'TOTAL      : '.
012700     02 WS-T-UNIT          PIC ZZZZ9.
012800     02 FILLER             PIC X(49) VALUE ' UNIT'.
012900     02 WS-T-HARGA         PIC Z(10)9.99.
013000     02 FILLER             PIC X(01) VALUE SPACES.
013100     02 WS-T-BUKU          PIC Z(10)9.99.
013200
013300 PROCEDURE DIVISION.
013400*-----------------------------------------------------------------
013500 0000-MAINLINE.
013600     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
013700     PERFORM 1000-MENU THRU 1000-EXIT
013800         UNTIL WS-PILIH-SELESAI.
013900     GO TO 9999-EXIT.
014000
014100*-----------------------------------------------------------------
014200 1000-MENU.
014300     DISPLAY 'ASET TETAP (K=BARANG MODAL, P=PINDAH ASET,'
014400         ' D=DAFTAR SENSUS, S=SELESAI) : ' WITH NO ADVANCING.
014500     ACCEPT WS-PILIHAN.
014600     EVALUATE TRUE
014700         WHEN WS-PILIH-KAPITAL
014800             PERFORM 2000-BARANG-MODAL THRU 2000-EXIT
014900         WHEN WS-PILIH-PINDAH
015000             PERFORM 3000-PINDAH THRU 3000-EXIT
015100         WHEN WS-PILIH-DAFTAR
015200             PERFORM 4000-DAFTAR THRU 4000-EXIT
015300         WHEN WS-PILIH-SELESAI
015400             CONTINUE
015500         WHEN OTHER
015600             DISPLAY 'PILIHAN TIDAK DIKENAL'
015700     END-EVALUATE.
015800 1000-EXIT.
015900     EXIT.
016000
016100*-----------------------------------------------------------------
016200* Tandai barang modal: KODE-BRG harus ada di barang.dat. Umur 0
016300* menghapus tanda; aset yang sudah tercatat tidak berubah.
016400*-----------------------------------------------------------------
016500 2000-BARANG-MODAL.
016600     IF WS-OPR-LEVEL < 2
016700         DISPLAY 'PENANDAAN BARANG MODAL HANYA UNTUK SUPERVISOR'
016800         GO TO 2000-EXIT
016900     END-IF.
017000     DISPLAY 'KODE BARANG              : ' WITH NO ADVANCING.
017100     ACCEPT KAP-KODE-BRG.
017200     OPEN INPUT INFO-BRG.
017300     IF FS NOT = '00'
017400         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
017500         CLOSE INFO-BRG
017600         GO TO 2000-EXIT
017700     END-IF.
017800     MOVE KAP-KODE-BRG TO KODE-BRG.
017900     READ INFO-BRG
018000         INVALID KEY
018100             DISPLAY 'KODE BARANG TIDAK DITEMUKAN'
018200             CLOSE INFO-BRG
018300             GO TO 2000-EXIT
018400     END-READ.
018500     CLOSE INFO-BRG.
018600     DISPLAY NAMA-BRG.
018700     DISPLAY 'UMUR MANFAAT BULAN (0=BUKAN MODAL) : '
018800         WITH NO ADVANCING.
018900     ACCEPT WS-UMUR-BARU.
019000     OPEN I-O KAPITAL-MST.
019100     IF KAP-FS = '35'
019200         OPEN OUTPUT KAPITAL-MST
019300         CLOSE KAPITAL-MST
019400         OPEN I-O KAPITAL-MST
019500     END-IF.
019600     IF KAP-FS NOT = '00'
019700         DISPLAY 'kapital.dat TIDAK DAPAT DIBUKA, STATUS ' KAP-FS
019800         GO TO 2000-EXIT
019900     END-IF.
020000     READ KAPITAL-MST
020100         INVALID KEY
020200             IF WS-UMUR-BARU = ZERO
020300                 DISPLAY 'BARANG MEMANG BUKAN BARANG MODAL'
020400             ELSE
020500                 MOVE WS-UMUR-BARU TO KAP-UMUR-BLN
020600                 WRITE KAPITAL-RECORD
020700                 DISPLAY 'BARANG DITANDAI SEBAGAI BARANG MODAL'
020800             END-IF
020900             CLOSE KAPITAL-MST
021000             GO TO 2000-EXIT
021100     END-READ.
021200     IF WS-UMUR-BARU = ZERO
021300         DELETE KAPITAL-MST
021400         DISPLAY 'TANDA BARANG MODAL DIHAPUS'
021500     ELSE
021600         MOVE WS-UMUR-BARU TO KAP-UMUR-BLN
021700         REWRITE KAPITAL-RECORD
021800         DISPLAY 'UMUR MANFAAT DIUBAH'
021900     END-IF.
022000     CLOSE KAPITAL-MST.
022100 2000-EXIT.
022200     EXIT.
022300
022400*-----------------------------------------------------------------
022500* Pindah aset: departemen atau lokasi baru; yang dikosongkan
022600* tetap seperti semula.
022700*-----------------------------------------------------------------
022800 3000-PINDAH.
022900     OPEN I-O ASET-MST.
023000     IF AS-FS NOT = '00'
023100         DISPLAY 'aset.dat TIDAK DAPAT DIBUKA, STATUS ' AS-FS
023200         CLOSE ASET-MST
023300         GO TO 3000-EXIT
023400     END-IF.
023500     DISPLAY 'NOMOR TAG ASET           : ' WITH NO ADVANCING.
023600     ACCEPT AS-TAG.
023700     READ ASET-MST
023800         INVALID KEY
023900             DISPLAY 'ASET TIDAK DITEMUKAN'
024000             CLOSE ASET-MST
024100             GO TO 3000-EXIT
024200     END-READ.
024300     DISPLAY AS-NAMA ' DEPT ' AS-DEPT ' LOKASI ' AS-LOKASI.
024400     DISPLAY 'DEPARTEMEN BARU (KOSONG=TETAP) : '
024410     WITH NO ADVANCING.
024500     MOVE SPACES TO WS-DEPT-BARU.
024600     ACCEPT WS-DEPT-BARU.
024700     DISPLAY 'LOKASI BARU (KOSONG=TETAP)     : '
024710     WITH NO ADVANCING.
024800     MOVE SPACES TO WS-LOKASI-BARU.
024900     ACCEPT WS-LOKASI-BARU.
025000     IF WS-DEPT-BARU NOT = SPACES
025100         MOVE WS-DEPT-BARU TO AS-DEPT
025200     END-IF.
025300     IF WS-LOKASI-BARU NOT = SPACES
025400         MOVE WS-LOKASI-BARU TO AS-LOKASI
025500     END-IF.
025600     REWRITE ASET-RECORD
025700         INVALID KEY
025800             DISPLAY 'GAGAL SIMPAN ASET, STATUS ' AS-FS
025900         NOT INVALID KEY
026000             DISPLAY 'ASET DIPINDAHKAN'
026100     END-REWRITE.
026200     CLOSE ASET-MST.
026300 3000-EXIT.
026400     EXIT.
026500
026600*-----------------------------------------------------------------
026700* Daftar sensus: aset diurutkan per departemen lalu tag, dengan
026800* kolom kosong untuk paraf cek fisik dan subtotal per departemen.
026900*-----------------------------------------------------------------
027000 4000-DAFTAR.
027100     DISPLAY 'DEPARTEMEN (KOSONG=SEMUA) : ' WITH NO ADVANCING.
027200     MOVE SPACES TO WS-DEPT-PILIH.
027300     ACCEPT WS-DEPT-PILIH.
027400     MOVE ZERO TO WS-JML-BARIS.
027500     MOVE ZERO TO WS-JML-DEPT.
027600     MOVE ZERO TO WS-TOT-UNIT.
027700     MOVE ZERO TO WS-TOT-HARGA.
027800     MOVE ZERO TO WS-TOT-BUKU.
027900     MOVE SPACES TO WS-DEPT-BERJALAN.
028000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
028100     ACCEPT WS-JAM-RUN FROM TIME.
028200     MOVE SPACES TO WS-RPT-NAMA.
028300     STRING 'ASETDEPT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
028400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
028500     OPEN OUTPUT REPORT-OUT.
028600     MOVE WS-TGL-RUN TO WS-J-TGL.
028700     MOVE WS-JUDUL TO REPORT-LINE.
028800     WRITE REPORT-LINE.
028900     SORT SORT-WORK
029000         ON ASCENDING KEY SR-DEPT SR-TAG
029100         INPUT PROCEDURE IS 4100-LEPAS-ASET THRU 4100-EXIT
029200         OUTPUT PROCEDURE IS 4200-CETAK THRU 4200-EXIT.
029300     CLOSE REPORT-OUT.
029400     IF WS-JML-BARIS = ZERO
029500         DISPLAY 'TIDAK ADA ASET UNTUK DIDAFTAR'
029600         GO TO 4000-EXIT
029700     END-IF.
029800     MOVE WS-JML-BARIS TO WS-CAT-JML.
029900     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
030000         WS-CAT-JML.
030100     DISPLAY 'DAFTAR SENSUS ' WS-JML-BARIS ' ASET, ' WS-JML-DEPT
030200         ' DEPARTEMEN DI ' WS-RPT-NAMA.
030300 4000-EXIT.
030400     EXIT.
030500
030600 4100-LEPAS-ASET.
030700     OPEN INPUT ASET-MST.
030800     IF AS-FS NOT = '00'
030900         DISPLAY 'aset.dat TIDAK DAPAT DIBUKA, STATUS ' AS-FS
031000         CLOSE ASET-MST
031100         GO TO 4100-EXIT
031200     END-IF.
031300     MOVE 'N' TO WS-EOF-SW.
031400     PERFORM 4150-LEPAS-SATU THRU 4150-EXIT
031500         UNTIL WS-EOF.
031600     CLOSE ASET-MST.
031700 4100-EXIT.
031800     EXIT.
031900
032000 4150-LEPAS-SATU.
032100     READ ASET-MST NEXT RECORD
032200         AT END MOVE 'Y' TO WS-EOF-SW
032300     END-READ.
032400     IF WS-EOF
032500         GO TO 4150-EXIT
032600     END-IF.
032700     IF WS-DEPT-PILIH NOT = SPACES AND AS-DEPT NOT = WS-DEPT-PILIH
032800         GO TO 4150-EXIT
032900     END-IF.
033000     MOVE AS-DEPT TO SR-DEPT.
033100     MOVE AS-TAG TO SR-TAG.
033200     MOVE AS-KODE-BRG TO SR-KODE-BRG.
033300     MOVE AS-NAMA TO SR-NAMA.
033400     MOVE AS-LOKASI TO SR-LOKASI.
033500     MOVE AS-TGL-PEROLEHAN TO SR-TGL-PEROLEHAN.
033600     MOVE AS-HARGA TO SR-HARGA.
033700     MOVE AS-NILAI-BUKU TO SR-NILAI-BUKU.
033800     MOVE AS-STATUS TO SR-STATUS.
033900     RELEASE SORT-RECORD.
034000 4150-EXIT.
034100     EXIT.
034200
034300 4200-CETAK.
034400     MOVE 'N' TO WS-RETURN-EOF-SW.
034500     PERFORM 4250-CETAK-SATU THRU 4250-EXIT
034600         UNTIL WS-RETURN-EOF.
034700     IF WS-JML-BARIS > ZERO
034800         PERFORM 4300-SUBTOTAL THRU 4300-EXIT
034900         MOVE SPACES TO REPORT-LINE
035000         WRITE REPORT-LINE
035100         MOVE WS-TOT-UNIT TO WS-T-UNIT
035200         MOVE WS-TOT-HARGA TO WS-T-HARGA
035300         MOVE WS-TOT-BUKU TO WS-T-BUKU
035400         MOVE WS-TOTAL-LINE TO REPORT-LINE
035500         WRITE REPORT-LINE
035600     END-IF.
035700 4200-EXIT.
035800     EXIT.
035900
036000 4250-CETAK-SATU.
036100     RETURN SORT-WORK
036200         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
036300     END-RETURN.
036400     IF WS-RETURN-EOF
036500         GO TO 4250-EXIT
036600     END-IF.
036700     IF SR-DEPT NOT = WS-DEPT-BERJALAN OR WS-JML-BARIS = ZERO
036800         IF WS-JML-BARIS > ZERO
036900             PERFORM 4300-SUBTOTAL THRU 4300-EXIT
037000         END-IF
037100         MOVE SR-DEPT TO WS-DEPT-BERJALAN
037200         MOVE ZERO TO WS-SUB-UNIT
037300         MOVE ZERO TO WS-SUB-HARGA
037400         MOVE ZERO TO WS-SUB-BUKU
037500         ADD 1 TO WS-JML-DEPT
037600         MOVE SPACES TO REPORT-LINE
037700         WRITE REPORT-LINE
037800         MOVE SR-DEPT TO WS-JD-DEPT
037900         MOVE WS-JUDUL-DEPT TO REPORT-LINE
038000         WRITE REPORT-LINE
038100         MOVE WS-HEADER TO REPORT-LINE
038200         WRITE REPORT-LINE
038300     END-IF.
038400     MOVE SR-TAG TO WS-D-TAG.
038500     MOVE SR-KODE-BRG TO WS-D-KODE.
038600     MOVE SR-NAMA TO WS-D-NAMA.
038700     MOVE SR-LOKASI TO WS-D-LOKASI.
038800     MOVE SR-TGL-PEROLEHAN TO WS-D-TGL.
038900     MOVE SR-HARGA TO WS-D-HARGA.
039000     MOVE SR-NILAI-BUKU TO WS-D-BUKU.
039100     MOVE SR-STATUS TO WS-D-STATUS.
039200     MOVE WS-DETAIL TO REPORT-LINE.
039300     WRITE REPORT-LINE.
039400     ADD 1 TO WS-JML-BARIS.
039500     ADD 1 TO WS-SUB-UNIT.
039600     ADD SR-HARGA TO WS-SUB-HARGA.
039700     ADD SR-NILAI-BUKU TO WS-SUB-BUKU.
039800     ADD 1 TO WS-TOT-UNIT.
039900     ADD SR-HARGA TO WS-TOT-HARGA.
040000     ADD SR-NILAI-BUKU TO WS-TOT-BUKU.
040100 4250-EXIT.
040200     EXIT.
040300
040400 4300-SUBTOTAL.
040500     MOVE WS-SUB-UNIT TO WS-S-UNIT.
040600     MOVE WS-SUB-HARGA TO WS-S-HARGA.
040700     MOVE WS-SUB-BUKU TO WS-S-BUKU.
040800     MOVE WS-SUBTOTAL TO REPORT-LINE.
040900     WRITE REPORT-LINE.
041000 4300-EXIT.
041100     EXIT.
041200
041300*-----------------------------------------------------------------
041400 9999-EXIT.
041500     STOP RUN.
