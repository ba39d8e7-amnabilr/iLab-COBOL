000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Master skema beasiswa beasiswa.dat (nominal atau
000500*           persen tagihan, IPK minimum, kuota penerima) dan
000600*           register penerima per skema per term untuk laporan
000700*           yayasan (BSWREG-*.RPT): penerima yang berlaku di term
000800*           itu dengan potongan yang dikreditkan BILL-GEN ke
000900*           tagihan.dat, serta yang dicabut di term itu. Ubah
001000*           skema hanya supervisor (level 2).
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. BSW-MNT.
001600 ENVIRONMENT DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 CONFIGURATION SECTION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY BSWSEL.
002300     COPY BSPSEL.
002400     COPY DEPTSEL.
002500     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
002600     ORGANIZATION IS INDEXED
002700     ACCESS MODE IS DYNAMIC
002800     RECORD KEY IS TG-KUNCI
002900     FILE STATUS IS TG-FS.
003000     SELECT SORT-WORK ASSIGN TO 'BSWMNT.TMP'.
003100     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003200     ORGANIZATION IS LINE SEQUENTIAL
003300     FILE STATUS IS RS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600     COPY BSWFD.
003700     COPY BSPFD.
003800     COPY DEPTFD.
003900 FD TAGIHAN-FILE.
004000 01 TAGIHAN-RECORD.
004100     02 TG-KUNCI.
004200         03 TG-NPM         PIC X(08).
004300         03 TG-TERM        PIC 9(05).
004400     02 TG-JUMLAH          PIC 9(09).
004500     02 TG-DIBAYAR         PIC 9(09).
004600     02 TG-STATUS          PIC X(01).
004700     02 TG-POTONGAN        PIC 9(09).
004800 SD SORT-WORK.
004900 01 SORT-RECORD.
005000     02 SR-SKEMA           PIC X(06).
005100     02 SR-NPM             PIC X(08).
005200     02 SR-TERM-AWAL       PIC 9(05).
005300     02 SR-IPK-AWAL        PIC 9V99.
005400     02 SR-STATUS          PIC X(01).
005500     02 SR-IPS-CABUT       PIC 9V99.
005600 FD REPORT-OUT.
005700 01 REPORT-LINE            PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 77 BS-FS                  PIC XX.
006100 77 BP-FS                  PIC XX.
006200 77 DP-FS                  PIC XX.
006300 77 TG-FS                  PIC XX.
006400 77 RS                     PIC XX.
006500 77 WS-RPT-NAMA            PIC X(30).
006600 77 WS-TGL-RUN             PIC 9(8).
006700 77 WS-JAM-RUN             PIC 9(8).
006800 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BSW-MNT'.
006900 77 WS-CAT-JML             PIC 9(7).
007000 77 WS-OPERATOR            PIC X(8).
007100 77 WS-OPR-LEVEL           PIC 9(1).
007200 77 WS-EOF-SW              PIC X VALUE 'N'.
007300     88 WS-EOF             VALUE 'Y'.
007400 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
007500     88 WS-RETURN-EOF      VALUE 'Y'.
007600 77 WS-BS-ADA-SW           PIC X.
007700     88 WS-BS-ADA          VALUE 'Y'.
007800 77 WS-DP-BUKA-SW          PIC X VALUE 'N'.
007900     88 WS-DP-BUKA         VALUE 'Y'.
008000 77 WS-TG-BUKA-SW          PIC X VALUE 'N'.
008100     88 WS-TG-BUKA         VALUE 'Y'.
008200 77 WS-IPK-RATUS           PIC 9(3).
008300 77 WS-IPK-EDIT            PIC 9.99.
008400 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
008500 77 WS-JML-SKEMA           PIC 9(3) VALUE ZERO.
008600 77 WS-SUB-PENERIMA        PIC 9(5).
008700 77 WS-SUB-POTONGAN        PIC 9(11).
008800 77 WS-TOT-POTONGAN        PIC 9(11) VALUE ZERO.
008900 01 WS-PILIHAN             PIC X.
009000     88 WS-PILIH-SKEMA     VALUE 'T'.
009100     88 WS-PILIH-DAFTAR    VALUE 'L'.
009200     88 WS-PILIH-REGISTER  VALUE 'R'.
009300     88 WS-PILIH-SELESAI   VALUE 'S'.
009400 01 WS-JAWAB               PIC X.
009500 01 WS-TERM-PILIH          PIC 9(5).
009600 01 WS-SKEMA-JALAN         PIC X(6).
009700 01 WS-JUDUL-SKEMA.
009800     02 FILLER             PIC X(07) VALUE 'SKEMA '.
009900     02 WS-JS-SKEMA        PIC X(06).
010000     02 FILLER             PIC X(01) VALUE SPACE.
010100     02 WS-JS-NAMA         PIC X(20).
010200     02 FILLER             PIC X(01) VALUE SPACE.
010300     02 WS-JS-KET          PIC X(30).
010400 01 WS-HEADER.
010500     02 FILLER             PIC X(10) VALUE 'NPM'.
010600     02 FILLER             PIC X(22) VALUE 'NAMA'.
010700     02 FILLER             PIC X(06) VALUE 'AWAL'.
010800     02 FILLER             PIC X(06) VALUE 'IPK'.
010900     02 FILLER             PIC X(14) VALUE '    POTONGAN'.
011000     02 FILLER             PIC X(20) VALUE 'STATUS'.
011100 01 WS-DETAIL.
011200     02 WS-D-NPM           PIC X(08).
011300     02 FILLER             PIC X(02) VALUE SPACES.
011400     02 WS-D-NAMA          PIC X(20).
011500     02 FILLER             PIC X(02) VALUE SPACES.
011600     02 WS-D-TERM-AWAL     PIC 9(05).
011700     02 FILLER             PIC X(01) VALUE SPACE.
011800     02 WS-D-IPK           PIC 9.99.
011900     02 FILLER             PIC X(02) VALUE SPACES.
012000     02 WS-D-POTONGAN      PIC ZZZ,ZZZ,ZZ9.
012100     02 FILLER             PIC X(02) VALUE SPACES.
012200     02 WS-D-STATUS        PIC X(20).
012300 01 WS-SUBTOTAL.
012400     02 FILLER             PIC X(10) VALUE SPACES.
012500     02 FILLER             PIC X(10) VALUE 'PENERIMA :'.
012600     02 WS-ST-JML          PIC ZZZZ9.
012700     02 FILLER             PIC X(19) VALUE SPACES.
012800     02 WS-ST-POTONGAN     PIC ZZZ,ZZZ,ZZZ,ZZ9.
012900
013000 PROCEDURE DIVISION.
013100*-----------------------------------------------------------------
013200 0000-MAINLINE.
013300     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
013400     IF WS-OPERATOR = SPACES
013500         DISPLAY 'MASTER BEASISWA HANYA UNTUK OPERATOR'
013600             ' YANG SIGN-ON LEWAT BRG-MENU'
013700         GO TO 9999-EXIT
013800     END-IF.
013900     OPEN I-O BEASISWA-MST.
014000     IF BS-FS = '35'
014100         OPEN OUTPUT BEASISWA-MST
014200         CLOSE BEASISWA-MST
014300         OPEN I-O BEASISWA-MST
014400     END-IF.
014500     PERFORM 1000-MENU THRU 1000-EXIT
014600         UNTIL WS-PILIH-SELESAI.
014700     CLOSE BEASISWA-MST.
014800     GO TO 9999-EXIT.
014900
015000*-----------------------------------------------------------------
015100 1000-MENU.
015200     DISPLAY 'BEASISWA (T=TAMBAH/UBAH SKEMA, L=DAFTAR SKEMA,'
015300         ' R=REGISTER PENERIMA, S=SELESAI) : '
015400         WITH NO ADVANCING.
015500     ACCEPT WS-PILIHAN.
015600     EVALUATE TRUE
015700         WHEN WS-PILIH-SKEMA
015800             PERFORM 2000-SKEMA THRU 2000-EXIT
015900         WHEN WS-PILIH-DAFTAR
016000             PERFORM 3000-DAFTAR-SKEMA THRU 3000-EXIT
016100         WHEN WS-PILIH-REGISTER
016200             PERFORM 4000-REGISTER THRU 4000-EXIT
016300         WHEN WS-PILIH-SELESAI
016400             CONTINUE
016500         WHEN OTHER
016600             DISPLAY 'PILIHAN TIDAK DIKENAL'
016700     END-EVALUATE.
016800 1000-EXIT.
016900     EXIT.
017000
017100*-----------------------------------------------------------------
017200* Tambah skema baru atau ubah skema yang ada. Perubahan nilai
017300* berlaku pada tagihan berikutnya; potongan yang sudah
017400* dikreditkan tidak dihitung ulang.
017500*-----------------------------------------------------------------
017600 2000-SKEMA.
017700     IF WS-OPR-LEVEL < 2
017800         DISPLAY 'UBAH SKEMA BEASISWA HANYA UNTUK SUPERVISOR'
017900         GO TO 2000-EXIT
018000     END-IF.
018100     DISPLAY 'KODE SKEMA               : ' WITH NO ADVANCING.
018200     ACCEPT BS-SKEMA.
018300     IF BS-SKEMA = SPACES
018400         GO TO 2000-EXIT
018500     END-IF.
018600     MOVE 'N' TO WS-BS-ADA-SW.
018700     READ BEASISWA-MST
018800         INVALID KEY CONTINUE
018900         NOT INVALID KEY MOVE 'Y' TO WS-BS-ADA-SW
019000     END-READ.
019100     IF WS-BS-ADA
019200         DISPLAY 'SKEMA ADA: ' BS-NAMA ' JENIS ' BS-JENIS
019300             ' NILAI ' BS-NILAI ' IPK MIN ' BS-IPK-MIN
019400             ' KUOTA ' BS-KUOTA ' STATUS ' BS-STATUS
019500         DISPLAY 'UBAH (Y/T) ? ' WITH NO ADVANCING
019600         ACCEPT WS-JAWAB
019700         IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
019800             GO TO 2000-EXIT
019900         END-IF
020000     END-IF.
020100     DISPLAY 'NAMA SKEMA               : ' WITH NO ADVANCING.
020200     ACCEPT BS-NAMA.
020300     DISPLAY 'JENIS (N=NOMINAL, P=PERSEN) : ' WITH NO ADVANCING.
020400     ACCEPT BS-JENIS.
020500     IF BS-JENIS NOT = 'N' AND BS-JENIS NOT = 'P'
020600         DISPLAY 'JENIS HARUS N ATAU P, TIDAK DISIMPAN'
020700         GO TO 2000-EXIT
020800     END-IF.
020900     IF BS-JENIS = 'P'
021000         DISPLAY 'PERSEN POTONGAN (1-100)  : ' WITH NO ADVANCING
021100     ELSE
021200         DISPLAY 'POTONGAN PER TERM (RP)   : ' WITH NO ADVANCING
021300     END-IF.
021400     ACCEPT BS-NILAI.
021500     IF BS-NILAI = ZERO
021600             OR (BS-JENIS = 'P' AND BS-NILAI > 100)
021700         DISPLAY 'NILAI POTONGAN TIDAK SAH, TIDAK DISIMPAN'
021800         GO TO 2000-EXIT
021900     END-IF.
022000     DISPLAY 'IPK MINIMUM X 100 (300 = 3.00) : '
022100         WITH NO ADVANCING.
022200     ACCEPT WS-IPK-RATUS.
022300     IF WS-IPK-RATUS > 400
022400         DISPLAY 'IPK MINIMUM DI ATAS 4.00, TIDAK DISIMPAN'
022500         GO TO 2000-EXIT
022600     END-IF.
022700     COMPUTE BS-IPK-MIN = WS-IPK-RATUS / 100.
022800     DISPLAY 'KUOTA PENERIMA AKTIF     : ' WITH NO ADVANCING.
022900     ACCEPT BS-KUOTA.
023000     DISPLAY 'STATUS (A=AKTIF, N=TUTUP) : ' WITH NO ADVANCING.
023100     ACCEPT BS-STATUS.
023200     IF BS-STATUS NOT = 'N'
023300         MOVE 'A' TO BS-STATUS
023400     END-IF.
023500     IF WS-BS-ADA
023600         REWRITE BEASISWA-RECORD
023700             INVALID KEY
023800                 DISPLAY 'GAGAL UBAH SKEMA, STATUS ' BS-FS
023900                 GO TO 2000-EXIT
024000         END-REWRITE
024100     ELSE
024200         WRITE BEASISWA-RECORD
024300             INVALID KEY
024400                 DISPLAY 'GAGAL TULIS SKEMA, STATUS ' BS-FS
024500                 GO TO 2000-EXIT
024600         END-WRITE
024700     END-IF.
024800     DISPLAY 'SKEMA ' BS-SKEMA ' TERSIMPAN'.
024900 2000-EXIT.
025000     EXIT.
025100
025200*-----------------------------------------------------------------
025300 3000-DAFTAR-SKEMA.
025400     MOVE LOW-VALUES TO BS-SKEMA.
025500     MOVE 'N' TO WS-EOF-SW.
025600     START BEASISWA-MST KEY NOT < BS-SKEMA
025700         INVALID KEY MOVE 'Y' TO WS-EOF-SW
025800     END-START.
025900     PERFORM 3100-SATU-SKEMA THRU 3100-EXIT
026000         UNTIL WS-EOF.
026100 3000-EXIT.
026200     EXIT.
026300
026400 3100-SATU-SKEMA.
026500     READ BEASISWA-MST NEXT RECORD
026600         AT END MOVE 'Y' TO WS-EOF-SW
026700     END-READ.
026800     IF WS-EOF
026900         GO TO 3100-EXIT
027000     END-IF.
027100     DISPLAY BS-SKEMA ' ' BS-NAMA ' ' BS-JENIS ' ' BS-NILAI
027200         ' IPK ' BS-IPK-MIN ' KUOTA ' BS-KUOTA ' ' BS-STATUS.
027300 3100-EXIT.
027400     EXIT.
027500
027600*-----------------------------------------------------------------
027700* Register per skema: penerima yang berlaku di term pilihan
027800* (mulai paling lambat term itu, masih aktif atau dicabut
027900* sesudahnya) dengan potongan tagihan term itu, ditambah yang
028000* dicabut tepat di term itu (tanpa potongan).
028100*-----------------------------------------------------------------
028200 4000-REGISTER.
028300     DISPLAY 'TERM REGISTER (YYYYS)    : ' WITH NO ADVANCING.
028400     ACCEPT WS-TERM-PILIH.
028500     OPEN INPUT PENERIMA-BSW.
028600     IF BP-FS NOT = '00'
028700         DISPLAY 'BELUM ADA PENERIMA BEASISWA (bsterima.dat)'
028800         CLOSE PENERIMA-BSW
028900         GO TO 4000-EXIT
029000     END-IF.
029100     OPEN INPUT DEPT-MST.
029200     IF DP-FS = '00'
029300         MOVE 'Y' TO WS-DP-BUKA-SW
029400     END-IF.
029500     OPEN INPUT TAGIHAN-FILE.
029600     IF TG-FS = '00'
029700         MOVE 'Y' TO WS-TG-BUKA-SW
029800     END-IF.
029900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
030000     ACCEPT WS-JAM-RUN FROM TIME.
030100     MOVE SPACES TO WS-RPT-NAMA.
030200     STRING 'BSWREG-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
030300         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
030400     OPEN OUTPUT REPORT-OUT.
030500     MOVE SPACES TO REPORT-LINE.
030600     STRING 'REGISTER PENERIMA BEASISWA TERM ' WS-TERM-PILIH
030700         DELIMITED BY SIZE INTO REPORT-LINE.
030800     WRITE REPORT-LINE.
030900     MOVE ZERO TO WS-JML-BARIS.
031000     MOVE ZERO TO WS-JML-SKEMA.
031100     MOVE ZERO TO WS-TOT-POTONGAN.
031200     SORT SORT-WORK
031300         ON ASCENDING KEY SR-SKEMA SR-NPM
031400         INPUT PROCEDURE IS 4100-LEPAS-PENERIMA THRU 4100-EXIT
031500         OUTPUT PROCEDURE IS 4300-CETAK THRU 4300-EXIT.
031600     MOVE SPACES TO REPORT-LINE.
031700     WRITE REPORT-LINE.
031800     MOVE SPACES TO REPORT-LINE.
031900     STRING 'TOTAL PENERIMA ' WS-JML-BARIS ' POTONGAN '
032000         WS-TOT-POTONGAN DELIMITED BY SIZE INTO REPORT-LINE.
032100     WRITE REPORT-LINE.
032200     CLOSE REPORT-OUT.
032300     CLOSE PENERIMA-BSW.
032400     IF WS-DP-BUKA
032500         CLOSE DEPT-MST
032600         MOVE 'N' TO WS-DP-BUKA-SW
032700     END-IF.
032800     IF WS-TG-BUKA
032900         CLOSE TAGIHAN-FILE
033000         MOVE 'N' TO WS-TG-BUKA-SW
033100     END-IF.
033200     MOVE WS-JML-BARIS TO WS-CAT-JML.
033300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
033400         WS-CAT-JML.
033500     DISPLAY 'REGISTER : ' WS-JML-BARIS ' PENERIMA DI '
033600         WS-RPT-NAMA.
033700 4000-EXIT.
033800     EXIT.
033900
034000 4100-LEPAS-PENERIMA.
034100     MOVE 'N' TO WS-EOF-SW.
034200     PERFORM 4200-SATU-PENERIMA THRU 4200-EXIT
034300         UNTIL WS-EOF.
034400 4100-EXIT.
034500     EXIT.
034600
034700 4200-SATU-PENERIMA.
034800     READ PENERIMA-BSW NEXT RECORD
034900         AT END MOVE 'Y' TO WS-EOF-SW
035000     END-READ.
035100     IF WS-EOF
035200         GO TO 4200-EXIT
035300     END-IF.
035400     IF BP-TERM-AWAL > WS-TERM-PILIH
035500         GO TO 4200-EXIT
035600     END-IF.
035700     IF BP-STATUS = 'C' AND BP-TERM-CABUT < WS-TERM-PILIH
035800         GO TO 4200-EXIT
035900     END-IF.
036000     MOVE BP-SKEMA TO SR-SKEMA.
036100     MOVE BP-NPM TO SR-NPM.
036200     MOVE BP-TERM-AWAL TO SR-TERM-AWAL.
036300     MOVE BP-IPK-AWAL TO SR-IPK-AWAL.
036400     MOVE 'A' TO SR-STATUS.
036500     MOVE ZERO TO SR-IPS-CABUT.
036600     IF BP-STATUS = 'C' AND BP-TERM-CABUT = WS-TERM-PILIH
036700         MOVE 'C' TO SR-STATUS
036800         MOVE BP-IPS-CABUT TO SR-IPS-CABUT
036900     END-IF.
037000     RELEASE SORT-RECORD.
037100 4200-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------------
037500 4300-CETAK.
037600     MOVE 'N' TO WS-RETURN-EOF-SW.
037700     PERFORM 4400-CETAK-SATU THRU 4400-EXIT
037800         UNTIL WS-RETURN-EOF.
037900     IF WS-JML-SKEMA > ZERO
038000         PERFORM 4600-TUTUP-SKEMA THRU 4600-EXIT
038100     END-IF.
038200 4300-EXIT.
038300     EXIT.
038400
038500 4400-CETAK-SATU.
038600     RETURN SORT-WORK
038700         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
038800     END-RETURN.
038900     IF WS-RETURN-EOF
039000         GO TO 4400-EXIT
039100     END-IF.
039200     IF SR-SKEMA NOT = WS-SKEMA-JALAN OR WS-JML-SKEMA = ZERO
039300         IF WS-JML-SKEMA > ZERO
039400             PERFORM 4600-TUTUP-SKEMA THRU 4600-EXIT
039500         END-IF
039600         PERFORM 4500-BUKA-SKEMA THRU 4500-EXIT
039700     END-IF.
039800     MOVE SR-NPM TO WS-D-NPM.
039900     MOVE SPACES TO WS-D-NAMA.
040000     IF WS-DP-BUKA
040100         MOVE SR-NPM TO DP-NPM
040200         READ DEPT-MST
040300             INVALID KEY CONTINUE
040400             NOT INVALID KEY MOVE DP-NAMA TO WS-D-NAMA
040500         END-READ
040600     END-IF.
040700     MOVE SR-TERM-AWAL TO WS-D-TERM-AWAL.
040800     MOVE SR-IPK-AWAL TO WS-D-IPK.
040900     MOVE ZERO TO WS-D-POTONGAN.
041000     IF SR-STATUS = 'C'
041100         MOVE SPACES TO WS-D-STATUS
041200         MOVE SR-IPS-CABUT TO WS-IPK-EDIT
041300         STRING 'DICABUT, IPS ' WS-IPK-EDIT
041400             DELIMITED BY SIZE INTO WS-D-STATUS
041500     ELSE
041600         MOVE 'AKTIF' TO WS-D-STATUS
041700         IF WS-TG-BUKA
041800             MOVE SR-NPM TO TG-NPM
041900             MOVE WS-TERM-PILIH TO TG-TERM
042000             READ TAGIHAN-FILE
042100                 INVALID KEY
042200                     MOVE 'AKTIF, BELUM DITAGIH' TO WS-D-STATUS
042300                 NOT INVALID KEY
042400                     MOVE TG-POTONGAN TO WS-D-POTONGAN
042500                     ADD TG-POTONGAN TO WS-SUB-POTONGAN
042600             END-READ
042700         END-IF
042800     END-IF.
042900     MOVE WS-DETAIL TO REPORT-LINE.
043000     WRITE REPORT-LINE.
043100     ADD 1 TO WS-SUB-PENERIMA.
043200     ADD 1 TO WS-JML-BARIS.
043300 4400-EXIT.
043400     EXIT.
043500
043600 4500-BUKA-SKEMA.
043700     MOVE SR-SKEMA TO WS-SKEMA-JALAN.
043800     ADD 1 TO WS-JML-SKEMA.
043900     MOVE ZERO TO WS-SUB-PENERIMA.
044000     MOVE ZERO TO WS-SUB-POTONGAN.
044100     MOVE SR-SKEMA TO WS-JS-SKEMA.
044200     MOVE SPACES TO WS-JS-NAMA.
044300     MOVE SPACES TO WS-JS-KET.
044400     MOVE SR-SKEMA TO BS-SKEMA.
044500     READ BEASISWA-MST
044600         INVALID KEY MOVE '(SKEMA TIDAK ADA)' TO WS-JS-NAMA
044700         NOT INVALID KEY
044800             MOVE BS-NAMA TO WS-JS-NAMA
044900             MOVE BS-IPK-MIN TO WS-IPK-EDIT
045000             IF BS-JENIS = 'P'
045100                 STRING BS-NILAI(7:3) ' PERSEN, IPK MIN '
045200                     WS-IPK-EDIT DELIMITED BY SIZE
045300                     INTO WS-JS-KET
045400             ELSE
045500                 STRING 'RP ' BS-NILAI ', IPK MIN '
045600                     WS-IPK-EDIT DELIMITED BY SIZE
045700                     INTO WS-JS-KET
045800             END-IF
045900     END-READ.
046000     MOVE SPACES TO REPORT-LINE.
046100     WRITE REPORT-LINE.
046200     MOVE WS-JUDUL-SKEMA TO REPORT-LINE.
046300     WRITE REPORT-LINE.
046400     MOVE WS-HEADER TO REPORT-LINE.
046500     WRITE REPORT-LINE.
046600 4500-EXIT.
046700     EXIT.
046800
046900 4600-TUTUP-SKEMA.
047000     MOVE WS-SUB-PENERIMA TO WS-ST-JML.
047100     MOVE WS-SUB-POTONGAN TO WS-ST-POTONGAN.
047200     MOVE WS-SUBTOTAL TO REPORT-LINE.
047300     WRITE REPORT-LINE.
047400     ADD WS-SUB-POTONGAN TO WS-TOT-POTONGAN.
047500 4600-EXIT.
047600     EXIT.
047700
047800*-----------------------------------------------------------------
047900 9999-EXIT.
048000     STOP RUN.
