000700*           seberapa sering serta seberapa jauh harganya bergerak
000800*           dari riwayat PH-HARGA-LAMA/BARU di pricehist.dat,
000900*           ke SUPPERF.RPT.
000910*           Waktu kirim per supplier dihitung dari bukti terima
000920*           terima.dat (TRM-DOK), bukan total berjalan po.dat:
000930*           tiap kiriman baris PO dihitung sendiri -- jumlah
000940*           kiriman, rata-rata hari dari tanggal PO sampai tanggal
000950*           terima (hari kalender sebenarnya lewat TGL-KERJA
000955*           seperti FKT-AGING), dan berapa yang datang sesudah
000960*           tanggal kirim diminta (PO-TGL-KIRIM).
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
002000     FILE-CONTROL.
002100     COPY BRGSEL.
002200     COPY PHISSEL.
002210     COPY TRMSEL.
002220     COPY POSEL.
002300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002400     ORGANIZATION IS LINE SEQUENTIAL
002500     FILE STATUS IS RS.
002700 FILE SECTION.
002800     COPY BRGFD.
002900     COPY PHISFD.
002910     COPY TRMFD.
002920     COPY POFD.
003000 FD REPORT-OUT.
003100 01 REPORT-LINE            PIC X(100).
003200
003400 77 FS                     PIC XX.
003500 77 PH-FS                  PIC XX.
003600 77 RS                     PIC XX.
003610 77 TM-FS                  PIC XX.
003620 77 PO-FS                  PIC XX.
003630* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
003632 77 WS-TK-FUNGSI           PIC X(1) VALUE 'H'.
003634 77 WS-TK-HARI             PIC S9(7).
003636 77 WS-TK-KERJA            PIC S9(7).
003638 77 WS-TK-KET              PIC X(30).
003650 77 WS-LEAD-HARI           PIC S9(7).
003660 77 WS-RATA-HARI           PIC 9(5)V9.
003700 77 WS-EOF-SW              PIC X VALUE 'N'.
003800     88 WS-EOF             VALUE 'Y'.
003900 77 WS-IDX                 PIC 9(2).
005300         03 WS-SUP-TOTAL   PIC 9(9)V999.
005400         03 WS-SUP-UBAH    PIC 9(5).
005500         03 WS-SUP-GERAK   PIC 9(7)V99.
005510         03 WS-SUP-KIRIM   PIC 9(5).
005520         03 WS-SUP-HARI    PIC 9(9).
005530         03 WS-SUP-TELAT   PIC 9(5).
005600 01 WS-JUDUL.
005700     02 FILLER             PIC X(20) VALUE SPACES.
005800     02 FILLER             PIC X(30)
006400     02 FILLER             PIC X(15) VALUE 'TOTAL HARGA'.
006500     02 FILLER             PIC X(10) VALUE 'UBAH HRG'.
006600     02 FILLER             PIC X(14) VALUE 'RATA GERAK %'.
006610     02 FILLER             PIC X(06) VALUE 'KIRIM'.
006620     02 FILLER             PIC X(10) VALUE ' RATA HARI'.
006630     02 FILLER             PIC X(06) VALUE ' TELAT'.
006700 01 WS-DETAIL.
006800     02 WS-D-SUPPLIER      PIC X(13).
006900     02 FILLER             PIC X(02) VALUE SPACES.
007600     02 WS-D-UBAH          PIC ZZZZ9.
007700     02 FILLER             PIC X(05) VALUE SPACES.
007800     02 WS-D-GERAK         PIC Z(6)9.99.
007810     02 FILLER             PIC X(07) VALUE SPACES.
007820     02 WS-D-KIRIM         PIC ZZZZ9.
007830     02 FILLER             PIC X(02) VALUE SPACES.
007840     02 WS-D-RATA-HARI     PIC ZZZZ9.9.
007850     02 FILLER             PIC X(03) VALUE SPACES.
007860     02 WS-D-TELAT         PIC ZZZZ9.
007900
008000 PROCEDURE DIVISION.
008100*-----------------------------------------------------------------
008200 0000-MAINLINE.
008300     PERFORM 1000-KUMPUL-BARANG THRU 1000-EXIT.
008400     PERFORM 2000-KUMPUL-RIWAYAT THRU 2000-EXIT.
008410     PERFORM 2500-KUMPUL-TERIMA THRU 2500-EXIT.
008500     PERFORM 3000-CETAK THRU 3000-EXIT.
008600     GO TO 9999-EXIT.
008700
017100     ADD WS-GERAK-ABS TO WS-SUP-GERAK(WS-POSISI).
017200 2100-EXIT.
017300     EXIT.
017310
017311*-----------------------------------------------------------------
017312* Lewatan ketiga: tiap baris bukti terima atas PO adalah satu
017313* kiriman. Supplier dan tanggal pesan/kirim diminta dari baris
017314* po.dat-nya; kiriman terpecah dihitung per kiriman.
017315*-----------------------------------------------------------------
017316 2500-KUMPUL-TERIMA.
017317     OPEN INPUT TERIMA-FILE.
017318     IF TM-FS NOT = '00'
017319         DISPLAY 'terima.dat BELUM ADA, BAGIAN WAKTU KIRIM'
017320             ' DILAPORKAN KOSONG'
017321         CLOSE TERIMA-FILE
017322         GO TO 2500-EXIT
017323     END-IF.
017324     OPEN INPUT PO-FILE.
017325     IF PO-FS NOT = '00'
017326         DISPLAY 'po.dat TIDAK DAPAT DIBUKA, BAGIAN WAKTU KIRIM'
017327             ' DILAPORKAN KOSONG'
017328         CLOSE PO-FILE
017329         CLOSE TERIMA-FILE
017330         GO TO 2500-EXIT
017331     END-IF.
017332     MOVE 'N' TO WS-EOF-SW.
017333     PERFORM 2600-PROSES-TERIMA THRU 2600-EXIT
017334         UNTIL WS-EOF.
017335     CLOSE PO-FILE.
017336     CLOSE TERIMA-FILE.
017337 2500-EXIT.
017338     EXIT.
017339
017340 2600-PROSES-TERIMA.
017341     READ TERIMA-FILE NEXT RECORD
017342         AT END MOVE 'Y' TO WS-EOF-SW
017343     END-READ.
017344     IF WS-EOF
017345         GO TO 2600-EXIT
017346     END-IF.
017347     IF TM-NO-PO = ZERO OR TM-URUT-PO = ZERO
017348             OR TM-JML-TERIMA = ZERO
017349         GO TO 2600-EXIT
017350     END-IF.
017351     MOVE TM-NO-PO TO PO-NO.
017352     MOVE TM-URUT-PO TO PO-URUT.
017353     READ PO-FILE
017354         INVALID KEY GO TO 2600-EXIT
017355     END-READ.
017356     MOVE PO-SUPPLIER TO WS-SUPPLIER-CARI.
017357     PERFORM 5000-CARI-SLOT THRU 5000-EXIT.
017358     IF WS-POSISI = ZERO
017359         GO TO 2600-EXIT
017360     END-IF.
017361     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, PO-TGL, TM-TANGGAL,
017362         WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
017367     MOVE WS-TK-HARI TO WS-LEAD-HARI.
017368     IF WS-LEAD-HARI < ZERO
017369         MOVE ZERO TO WS-LEAD-HARI
017370     END-IF.
017371     ADD 1 TO WS-SUP-KIRIM(WS-POSISI).
017372     ADD WS-LEAD-HARI TO WS-SUP-HARI(WS-POSISI).
017373     IF PO-TGL-KIRIM NOT = ZERO AND TM-TANGGAL > PO-TGL-KIRIM
017374         ADD 1 TO WS-SUP-TELAT(WS-POSISI)
017375     END-IF.
017376 2600-EXIT.
017377     EXIT.
017400
017500*-----------------------------------------------------------------
017600 3000-CETAK.
020900         MOVE ZERO TO WS-RATA-GERAK
021000     END-IF.
021100     MOVE WS-RATA-GERAK TO WS-D-GERAK.
021110     MOVE WS-SUP-KIRIM(WS-IDX) TO WS-D-KIRIM.
021120     IF WS-SUP-KIRIM(WS-IDX) > ZERO
021130         COMPUTE WS-RATA-HARI ROUNDED =
021140             WS-SUP-HARI(WS-IDX) / WS-SUP-KIRIM(WS-IDX)
021150     ELSE
021160         MOVE ZERO TO WS-RATA-HARI
021170     END-IF.
021180     MOVE WS-RATA-HARI TO WS-D-RATA-HARI.
021190     MOVE WS-SUP-TELAT(WS-IDX) TO WS-D-TELAT.
021200     MOVE WS-DETAIL TO REPORT-LINE.
021300     WRITE REPORT-LINE.
021400 3100-EXIT.
023000         MOVE ZERO TO WS-SUP-TOTAL(WS-POSISI)
023100         MOVE ZERO TO WS-SUP-UBAH(WS-POSISI)
023200         MOVE ZERO TO WS-SUP-GERAK(WS-POSISI)
023210         MOVE ZERO TO WS-SUP-KIRIM(WS-POSISI)
023220         MOVE ZERO TO WS-SUP-HARI(WS-POSISI)
023230         MOVE ZERO TO WS-SUP-TELAT(WS-POSISI)
023300     END-IF.
023400 5000-EXIT.
023500     EXIT.
