001200*           Hasil hitungan dikunci lewat STK-OPN, jadi
001300*           penyesuaiannya lewat jalur selisih yang sama dengan
001400*           opname penuh.
001410*           Gerakan keluar bulan yang sudah ditutup (RKP-BTS)
001420*           dihitung dari rekap bulanan stokrkp.dat, jurnal hanya
001430*           disisir untuk bulan sesudahnya.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
002600     COPY BRGSEL.
002700     COPY STKSEL.
002800     COPY JRNSEL.
002810     COPY RKPSEL.
002900     COPY BIASEL.
003000     SELECT ABC-FILE ASSIGN TO 'abc.dat'
003100     ORGANIZATION IS INDEXED
004000     COPY BRGFD.
004100     COPY STKFD.
004200     COPY JRNFD.
004210     COPY RKPFD.
004300     COPY BIAFD.
004400 FD ABC-FILE.
004500 01 ABC-RECORD.
006000 77 FS                     PIC XX.
006100 77 STK-FS                 PIC XX.
006200 77 JR-FS                  PIC XX.
006210 77 RKP-FS                 PIC XX.
006300 77 BIA-FS                 PIC XX.
006400 77 ABC-FS                 PIC XX.
006500 77 RS                     PIC XX.
006700     88 WS-EOF             VALUE 'Y'.
006800 77 WS-ABC-ADA-SW          PIC X VALUE 'N'.
006900     88 WS-ABC-ADA         VALUE 'Y'.
006910 77 WS-RKP-EOF-SW          PIC X VALUE 'N'.
006920     88 WS-RKP-EOF         VALUE 'Y'.
007000 77 WS-JML-ITEM            PIC 9(5) VALUE ZERO.
007100 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
007200 01 WS-PILIHAN             PIC X.
008400 01 WS-SISA-KODE           PIC 9(3).
008500 01 WS-SISA-HARI           PIC 9(3).
008510 01 WS-BAGI                PIC 9(4).
008520 01 WS-BULAN-MULAI         PIC 9(6).
008530 01 WS-BULAN-TUTUP         PIC 9(6).
008600 01 WS-KODE-PECAH.
008700     02 WS-KP-TIPE         PIC X(01).
008800     02 WS-KP-NOMOR        PIC 9(04).
016600         GO TO 2000-EXIT
016700     END-IF.
016800     MOVE ZERO TO WS-JML-ITEM.
016810     CALL 'RKP-BTS' USING WS-BULAN-MULAI, WS-BULAN-TUTUP.
016820     IF WS-BULAN-TUTUP NOT = ZERO
016830         OPEN INPUT STOK-REKAP
016840         IF RKP-FS NOT = '00'
016850             CLOSE STOK-REKAP
016860             MOVE ZERO TO WS-BULAN-MULAI
016870             MOVE ZERO TO WS-BULAN-TUTUP
016880         END-IF
016890     END-IF.
016900     MOVE 'N' TO WS-EOF-SW.
017000     PERFORM 2100-SATU-BARANG THRU 2100-EXIT
017100         UNTIL WS-EOF.
017200     CLOSE INFO-BRG.
017210     IF WS-BULAN-TUTUP NOT = ZERO
017220         CLOSE STOK-REKAP
017230     END-IF.
017300     CLOSE ABC-FILE.
017400     DISPLAY 'KLASIFIKASI SELESAI, ' WS-JML-ITEM ' BARANG'.
017500 2000-EXIT.
025800
025900 2300-HITUNG-GERAKAN.
026000     MOVE ZERO TO WS-GERAKAN.
026010     IF WS-BULAN-TUTUP NOT = ZERO
026020         PERFORM 2400-REKAP-GERAKAN THRU 2400-EXIT
026030     END-IF.
026100     OPEN INPUT STOK-JURNAL.
026200     IF JR-FS NOT = '00'
026300         CLOSE STOK-JURNAL
027600     IF JR-FS NOT = '00'
027700         GO TO 2350-EXIT
027800     END-IF.
027810     IF JR-TANGGAL(1:6) NOT < WS-BULAN-MULAI
027820             AND JR-TANGGAL(1:6) NOT > WS-BULAN-TUTUP
027830         GO TO 2350-EXIT
027840     END-IF.
027900     IF JR-KODE-BRG = KODE-BRG AND JR-ARAH = 'K'
028000             AND WS-GERAKAN < 99999
028100         ADD 1 TO WS-GERAKAN
028300 2350-EXIT.
028400     EXIT.
028500
028502*-----------------------------------------------------------------
028504* Baris keluar bulan tutup dari rekap barang ini, semua gudang.
028506*-----------------------------------------------------------------
028508 2400-REKAP-GERAKAN.
028510     MOVE KODE-BRG TO RKP-KODE-BRG.
028512     MOVE WS-BULAN-MULAI TO RKP-BULAN.
028514     MOVE ZERO TO RKP-GUDANG.
028516     START STOK-REKAP KEY NOT < RKP-KUNCI
028518         INVALID KEY GO TO 2400-EXIT
028520     END-START.
028522     MOVE 'N' TO WS-RKP-EOF-SW.
028524     PERFORM 2450-SATU-REKAP THRU 2450-EXIT
028526         UNTIL WS-RKP-EOF.
028528 2400-EXIT.
028530     EXIT.
028532
028534 2450-SATU-REKAP.
028536     READ STOK-REKAP NEXT RECORD
028538         AT END MOVE 'Y' TO WS-RKP-EOF-SW
028540     END-READ.
028542     IF WS-RKP-EOF
028544         GO TO 2450-EXIT
028546     END-IF.
028548     IF RKP-KODE-BRG NOT = KODE-BRG
028550             OR RKP-BULAN > WS-BULAN-TUTUP
028552         MOVE 'Y' TO WS-RKP-EOF-SW
028554         GO TO 2450-EXIT
028556     END-IF.
028558     ADD RKP-BARIS-KELUAR TO WS-GERAKAN
028560         ON SIZE ERROR MOVE 99999 TO WS-GERAKAN
028562     END-ADD.
028564 2450-EXIT.
028566     EXIT.
028568
028600*-----------------------------------------------------------------
028700* Lembar kerja harian satu gudang: barang jatuh tempo hitung
028800* hari ini menurut kelasnya (A interval 30 hari, B 90, C 360),
