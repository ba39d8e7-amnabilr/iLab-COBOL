000700*           KMP-TBL), berikut sisa tunggakannya dan total
000800*           keseluruhan -- pengganti spreadsheet bendahara yang
000900*           tiap term berselisih dengan dept.dat.
000910*           Baris tagihan terpisah tgbaris.dat yang masih
000920*           terbuka (belanja toko kampus POS-JUAL) ikut dicetak
000930*           dengan kolom JENIS dan subtotalnya sendiri.
000940*           9999-EXIT GOBACK supaya bisa di-CALL driver tutup
000950*           term TUTUP-TERM; RETURN-CODE 1 bila tagihan.dat tidak
000960*           ada.
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001900 INPUT-OUTPUT SECTION.
002000     FILE-CONTROL.
002100     COPY DEPTSEL.
002110     COPY TGBSEL.
002200     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
002300     ORGANIZATION IS INDEXED
002400     ACCESS MODE IS DYNAMIC
003000 DATA DIVISION.
003100 FILE SECTION.
003200     COPY DEPTFD.
003210     COPY TGBFD.
003300 FD TAGIHAN-FILE.
003400 01 TAGIHAN-RECORD.
003500     02 TG-KUNCI.
003800     02 TG-JUMLAH          PIC 9(09).
003900     02 TG-DIBAYAR         PIC 9(09).
004000     02 TG-STATUS          PIC X(01).
004050     02 TG-POTONGAN        PIC 9(09).
004100 FD REPORT-OUT.
004200 01 REPORT-LINE            PIC X(100).
004300
004400 WORKING-STORAGE SECTION.
004500 77 DP-FS                  PIC XX.
004600 77 TG-FS                  PIC XX.
004700 77 RS                     PIC XX.
004710 77 TB-FS                  PIC XX.
004720 77 WS-TB-EOF-SW           PIC X VALUE 'N'.
004730     88 WS-TB-EOF          VALUE 'Y'.
004800 77 WS-RPT-NAMA            PIC X(30).
004900 77 WS-TGL-RUN             PIC 9(8).
005000 77 WS-JAM-RUN             PIC 9(8).
005500 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
005600 01 WS-SISA                PIC 9(9).
005700 01 WS-TOTAL-SISA          PIC 9(12) VALUE ZERO.
005710 01 WS-TOTAL-LAIN          PIC 9(12) VALUE ZERO.
005800 01 WS-KAMPUS-TABEL.
005900     02 WS-KT-ENTRI OCCURS 9 TIMES.
006000         03 WS-KT-NAMA     PIC X(20).
006600     02 FILLER             PIC X(14) VALUE 'KAMPUS'.
006700     02 FILLER             PIC X(22) VALUE 'PRODI'.
006800     02 FILLER             PIC X(12) VALUE 'SISA'.
006810     02 FILLER             PIC X(06) VALUE 'JENIS'.
006900 01 WS-DETAIL.
007000     02 WS-D-NPM           PIC X(08).
007100     02 FILLER             PIC X(02) VALUE SPACES.
007800     02 WS-D-PRODI         PIC X(20).
007900     02 FILLER             PIC X(02) VALUE SPACES.
008000     02 WS-D-SISA          PIC Z(8)9.
008010     02 FILLER             PIC X(03) VALUE SPACES.
008020     02 WS-D-JENIS         PIC X(06).
008100 01 WS-TOTAL-LINE.
008200     02 FILLER             PIC X(22)
008300         VALUE 'TOTAL TUNGGAKAN     : '.
008400     02 WS-T-SISA          PIC Z(11)9.
008410 01 WS-LAIN-LINE.
008420     02 FILLER             PIC X(22)
008430         VALUE '  TERMASUK TOKO     : '.
008440     02 WS-L-SISA          PIC Z(11)9.
008500
008600 PROCEDURE DIVISION.
008700*-----------------------------------------------------------------
008800 0000-MAINLINE.
008810     MOVE 0 TO RETURN-CODE.
008900     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
009000     OPEN INPUT TAGIHAN-FILE.
009100     IF TG-FS NOT = '00'
009200         DISPLAY 'tagihan.dat BELUM ADA'
009210         MOVE 1 TO RETURN-CODE
009300         GO TO 9999-EXIT
009400     END-IF.
009500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
010800     PERFORM 1000-SATU-TAGIHAN THRU 1000-EXIT
010900         UNTIL WS-EOF.
011000     CLOSE TAGIHAN-FILE.
011010     OPEN INPUT TAGIHAN-BARIS.
011020     IF TB-FS = '00'
011030         PERFORM 2000-SATU-BARIS THRU 2000-EXIT
011040             UNTIL WS-TB-EOF
011050     END-IF.
011060     CLOSE TAGIHAN-BARIS.
011100     MOVE SPACES TO REPORT-LINE.
011200     WRITE REPORT-LINE.
011300     MOVE WS-TOTAL-SISA TO WS-T-SISA.
011400     MOVE WS-TOTAL-LINE TO REPORT-LINE.
011500     WRITE REPORT-LINE.
011510     MOVE WS-TOTAL-LAIN TO WS-L-SISA.
011520     MOVE WS-LAIN-LINE TO REPORT-LINE.
011530     WRITE REPORT-LINE.
011600     CLOSE REPORT-OUT.
011700     MOVE WS-JML-BARIS TO WS-CAT-JML.
011800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
013100     IF TG-STATUS NOT = 'T'
013200         GO TO 1000-EXIT
013300     END-IF.
013400     COMPUTE WS-SISA = TG-JUMLAH - TG-DIBAYAR - TG-POTONGAN.
013500     ADD WS-SISA TO WS-TOTAL-SISA.
013600     MOVE TG-NPM TO WS-D-NPM.
013700     MOVE TG-TERM TO WS-D-TERM.
013710     MOVE 'KULIAH' TO WS-D-JENIS.
013720     PERFORM 1100-CARI-MAHASISWA THRU 1100-EXIT.
013730     MOVE WS-SISA TO WS-D-SISA.
013740     MOVE WS-DETAIL TO REPORT-LINE.
013750     WRITE REPORT-LINE.
013760     ADD 1 TO WS-JML-BARIS.
013770 1000-EXIT.
013780     EXIT.
013790
013800*-----------------------------------------------------------------
013810* Nama, prodi dan kampus mahasiswa WS-D-NPM dari dept.dat.
013820*-----------------------------------------------------------------
013830 1100-CARI-MAHASISWA.
013840     MOVE SPACES TO WS-D-NAMA.
013900     MOVE SPACES TO WS-D-PRODI.
014000     MOVE SPACES TO WS-D-KAMPUS.
014100     OPEN INPUT DEPT-MST.
014200     IF DP-FS = '00'
014300         MOVE WS-D-NPM TO DP-NPM
014400         READ DEPT-MST
014500             INVALID KEY CONTINUE
014600             NOT INVALID KEY
015400         END-READ
015500     END-IF.
015600     CLOSE DEPT-MST.
015610 1100-EXIT.
015620     EXIT.
015630
015640*-----------------------------------------------------------------
015650* Baris tagihan terpisah yang masih terbuka (TB-STATUS T).
015660*-----------------------------------------------------------------
015670 2000-SATU-BARIS.
015680     READ TAGIHAN-BARIS NEXT RECORD
015690         AT END MOVE 'Y' TO WS-TB-EOF-SW
015700     END-READ.
015710     IF WS-TB-EOF
015720         GO TO 2000-EXIT
015730     END-IF.
015740     IF TB-STATUS NOT = 'T'
015750         GO TO 2000-EXIT
015760     END-IF.
015770     COMPUTE WS-SISA = TB-JUMLAH - TB-DIBAYAR.
015780     ADD WS-SISA TO WS-TOTAL-SISA.
015790     ADD WS-SISA TO WS-TOTAL-LAIN.
015800     MOVE TB-NPM TO WS-D-NPM.
015810     MOVE TB-TERM TO WS-D-TERM.
015820     MOVE 'TOKO' TO WS-D-JENIS.
015830     PERFORM 1100-CARI-MAHASISWA THRU 1100-EXIT.
015840     MOVE WS-SISA TO WS-D-SISA.
015850     MOVE WS-DETAIL TO REPORT-LINE.
015860     WRITE REPORT-LINE.
015870     ADD 1 TO WS-JML-BARIS.
015880 2000-EXIT.
015890     EXIT.
016300
016400*-----------------------------------------------------------------
016500 9999-EXIT.
016600     GOBACK.
