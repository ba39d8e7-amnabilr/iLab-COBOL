000900*           diterima, sisa, tanggal PO -- siap dikirim atau
001000*           difaks, supaya "pesanan kami tinggal apa" tidak
001100*           lagi dijawab dengan membaca po.dat lewat telepon.
001110*           Baris yang berasal dari permintaan pembelian
001120*           mencetak nomor PPB dan departemen peminta (ppb.dat);
001130*           baris draft PPB-PO yang belum dikonfirmasi tidak
001140*           ikut (belum dipesan ke supplier).
001150*           Kolom REV mencetak nomor revisi PO saat ini (PO-UBAH)
001160*           supaya supplier dan kita membaca versi yang sama.
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
002200     FILE-CONTROL.
002300     COPY POSEL.
002400     COPY SUPSEL.
002410     COPY PPBSEL.
002500     SELECT SORT-WORK ASSIGN TO 'POSTMT.TMP'.
002600     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002700     ORGANIZATION IS LINE SEQUENTIAL
003000 FILE SECTION.
003100     COPY POFD.
003200     COPY SUPFD.
003210     COPY PPBFD.
003300 SD SORT-WORK.
003400 01 SORT-RECORD.
003500     02 SR-SUPPLIER        PIC X(13).
003900     02 SR-JUMLAH          PIC 9(05).
004000     02 SR-TERIMA          PIC 9(05).
004100     02 SR-TGL             PIC 9(08).
004110     02 SR-NO-PP           PIC 9(05).
004120     02 SR-PP-URUT         PIC 9(02).
004130     02 SR-REVISI          PIC 9(02).
004200 FD REPORT-OUT.
004300 01 REPORT-LINE            PIC X(100).
004400
004500 WORKING-STORAGE SECTION.
004600 77 WS-RPT-NAMA            PIC X(30).
005100 77 PO-FS                  PIC XX.
005200 77 SUP-FS                 PIC XX.
005300 77 RS                     PIC XX.
005310 77 PP-FS                  PIC XX.
005320 77 WS-PPB-BUKA-SW         PIC X VALUE 'N'.
005330     88 WS-PPB-BUKA        VALUE 'Y'.
005400 77 WS-EOF-SW              PIC X VALUE 'N'.
005500     88 WS-EOF             VALUE 'Y'.
005600 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
006900     02 WS-KS-ALAMAT       PIC X(20).
007000 01 WS-HEADER.
007100     02 FILLER             PIC X(09) VALUE 'PO/URUT'.
007150     02 FILLER             PIC X(04) VALUE 'REV'.
007200     02 FILLER             PIC X(24) VALUE 'NAMA BARANG'.
007300     02 FILLER             PIC X(08) VALUE 'PESAN'.
007400     02 FILLER             PIC X(08) VALUE 'TERIMA'.
007500     02 FILLER             PIC X(08) VALUE 'SISA'.
007600     02 FILLER             PIC X(10) VALUE 'TGL PO'.
007610     02 FILLER             PIC X(09) VALUE 'PPB'.
007620     02 FILLER             PIC X(10) VALUE 'DEPT'.
007700 01 WS-DETAIL.
007800     02 WS-D-PO            PIC 9(05).
007900     02 FILLER             PIC X(01) VALUE '/'.
008000     02 WS-D-URUT          PIC 9(02).
008100     02 FILLER             PIC X(01) VALUE SPACES.
008150     02 WS-D-REV           PIC 9(02).
008160     02 FILLER             PIC X(02) VALUE SPACES.
008200     02 WS-D-NAMA          PIC X(22).
008300     02 FILLER             PIC X(02) VALUE SPACES.
008400     02 WS-D-PESAN         PIC ZZZZ9.
008800     02 WS-D-SISA          PIC ZZZZ9.
008900     02 FILLER             PIC X(03) VALUE SPACES.
009000     02 WS-D-TGL           PIC 9(08).
009010     02 FILLER             PIC X(02) VALUE SPACES.
009020     02 WS-D-PPB           PIC X(08).
009030     02 FILLER             PIC X(01) VALUE SPACES.
009040     02 WS-D-DEPT          PIC X(10).
009100
009200 PROCEDURE DIVISION.
009300*-----------------------------------------------------------------
013500     IF WS-EOF
013600         GO TO 1100-EXIT
013700     END-IF.
013710     IF PO-STATUS = 'D' OR PO-STATUS = 'M'
013720         GO TO 1100-EXIT
013730     END-IF.
013800     IF PO-JML-TERIMA >= PO-JUMLAH
013900         GO TO 1100-EXIT
014000     END-IF.
014500     MOVE PO-JUMLAH TO SR-JUMLAH.
014600     MOVE PO-JML-TERIMA TO SR-TERIMA.
014700     MOVE PO-TGL TO SR-TGL.
014710     MOVE PO-NO-PP TO SR-NO-PP.
014720     MOVE PO-PP-URUT TO SR-PP-URUT.
014730     MOVE PO-REVISI TO SR-REVISI.
014800     RELEASE SORT-RECORD.
014900 1100-EXIT.
015000     EXIT.
015600 2000-CETAK.
015700     MOVE 'N' TO WS-RETURN-EOF-SW.
015800     MOVE SPACES TO WS-SUP-BERJALAN.
015810     OPEN INPUT PPB-FILE.
015820     IF PP-FS = '00'
015830         MOVE 'Y' TO WS-PPB-BUKA-SW
015840     END-IF.
015900     PERFORM 2100-SATU-BARIS THRU 2100-EXIT
016000         UNTIL WS-RETURN-EOF.
016010     CLOSE PPB-FILE.
016100 2000-SELESAI.
016200     EXIT.
016300
017400     END-IF.
017500     MOVE SR-PO-NO TO WS-D-PO.
017600     MOVE SR-PO-URUT TO WS-D-URUT.
017650     MOVE SR-REVISI TO WS-D-REV.
017700     MOVE SR-NAMA-BRG TO WS-D-NAMA.
017800     MOVE SR-JUMLAH TO WS-D-PESAN.
017900     MOVE SR-TERIMA TO WS-D-TERIMA.
018000     COMPUTE WS-SISA = SR-JUMLAH - SR-TERIMA.
018100     MOVE WS-SISA TO WS-D-SISA.
018200     MOVE SR-TGL TO WS-D-TGL.
018210     PERFORM 2300-ASAL-PPB THRU 2300-EXIT.
018300     MOVE WS-DETAIL TO REPORT-LINE.
018400     WRITE REPORT-LINE.
018500     ADD 1 TO WS-JML-BARIS.
020600     WRITE REPORT-LINE.
020700 2200-EXIT.
020800     EXIT.
020802
020804*-----------------------------------------------------------------
020806* Nomor PPB dan departemen peminta untuk baris yang dibuat dari
020808* permintaan pembelian; PO yang diketik langsung dibiarkan
020810* kosong.
020812*-----------------------------------------------------------------
020814 2300-ASAL-PPB.
020816     MOVE SPACES TO WS-D-PPB.
020818     MOVE SPACES TO WS-D-DEPT.
020820     IF SR-NO-PP = ZERO
020822         GO TO 2300-EXIT
020824     END-IF.
020826     STRING SR-NO-PP '/' SR-PP-URUT DELIMITED BY SIZE
020828         INTO WS-D-PPB.
020830     IF NOT WS-PPB-BUKA
020832         GO TO 2300-EXIT
020834     END-IF.
020836     MOVE SR-NO-PP TO PP-NO.
020838     MOVE SR-PP-URUT TO PP-URUT.
020840     READ PPB-FILE
020842         INVALID KEY CONTINUE
020844         NOT INVALID KEY MOVE PP-DEPT TO WS-D-DEPT
020846     END-READ.
020848 2300-EXIT.
020850     EXIT.
020900
021000*-----------------------------------------------------------------
021100 9999-EXIT.
