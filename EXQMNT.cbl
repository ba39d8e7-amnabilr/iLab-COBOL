000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Layar penanganan antrian pengecualian excq.dat
000500*           (ditulis EXC-ADD oleh program-program batch). Petugas
000600*           yang sign-on lewat BRG-MENU (hak EXCQ di oprfnc.dat
000700*           bila matriks dipakai) melihat daftar pengecualian
000800*           terbuka -- semua, per sumber, atau yang ditugaskan
000900*           kepadanya -- lalu membuka satu nomor untuk
001000*           menugaskannya ke operator lain di opr.dat, menambah
001100*           catatan, menutupnya dengan catatan penyelesaian, atau
001200*           membuka kembali yang sudah ditutup. Setiap tindakan
001300*           dicatat di excqlog.dat dan riwayatnya ditampilkan saat
001400*           nomor dibuka.
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. EXC-MNT.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY EXQSEL.
002700     COPY EXLSEL.
002800     COPY OPRSEL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100     COPY EXQFD.
003200     COPY EXLFD.
003300     COPY OPRFD.
003400
003500 WORKING-STORAGE SECTION.
003600 77 EQ-FS                  PIC XX.
003700 77 EL-FS                  PIC XX.
003800 77 OP-FS                  PIC XX.
003900 77 WS-OPR-ID              PIC X(8).
004000 77 WS-OPR-LEVEL           PIC 9(1).
004100 77 WS-FUNGSI-CEK          PIC X(8) VALUE 'EXCQ'.
004200 77 WS-BOLEH-SW            PIC X.
004300 77 WS-EOF-SW              PIC X VALUE 'N'.
004400     88 WS-EOF             VALUE 'Y'.
004500 77 WS-SELESAI-SW          PIC X VALUE 'N'.
004600     88 WS-SELESAI         VALUE 'Y'.
004700 77 WS-KETEMU-SW           PIC X VALUE 'N'.
004800     88 WS-KETEMU          VALUE 'Y'.
004900 77 WS-PILIH               PIC X.
005000 77 WS-AKSI                PIC X.
005100 77 WS-SUMBER-PILIH        PIC X(13).
005200 77 WS-MILIK-SW            PIC X.
005300     88 WS-MILIK-SAJA      VALUE 'Y' 'y'.
005400 77 WS-NO-PILIH            PIC 9(7).
005500 77 WS-PETUGAS-BARU        PIC X(8).
005600 77 WS-TEKS                PIC X(40).
005700 77 WS-AKSI-LOG            PIC X(5).
005800 77 WS-JAM-KINI            PIC 9(8).
005900 77 WS-JML-TAMPIL          PIC 9(5).
006000 01 WS-BARIS-DAFTAR.
006100     02 WS-BD-NO           PIC Z(6)9.
006200     02 FILLER             PIC X(01) VALUE SPACE.
006300     02 WS-BD-SUMBER       PIC X(13).
006400     02 FILLER             PIC X(01) VALUE SPACE.
006500     02 WS-BD-KUNCI        PIC X(20).
006600     02 FILLER             PIC X(01) VALUE SPACE.
006700     02 WS-BD-TANGGAL      PIC 9(08).
006800     02 FILLER             PIC X(01) VALUE SPACE.
006900     02 WS-BD-KALI         PIC ZZZZ9.
007000     02 FILLER             PIC X(01) VALUE SPACE.
007100     02 WS-BD-PETUGAS      PIC X(08).
007200
007300 PROCEDURE DIVISION.
007400*-----------------------------------------------------------------
007500 0000-MAINLINE.
007600     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
007700     IF WS-OPR-ID = SPACES
007800         DISPLAY 'ANTRIAN PENGECUALIAN HANYA LEWAT PETUGAS YANG'
007900             ' SIGN-ON DI BRG-MENU'
008000         GO TO 9999-EXIT
008100     END-IF.
008200*    Matriks hak oprfnc.dat didahulukan bila dipakai; situs tanpa
008300*    matriks ('F') cukup dengan sign-on petugas.
008400     CALL 'OPR-PRM' USING WS-OPR-ID, WS-FUNGSI-CEK,
008500         WS-BOLEH-SW.
008600     IF WS-BOLEH-SW = 'N'
008700         DISPLAY 'HAK EXCQ TIDAK DIBERIKAN KE ' WS-OPR-ID
008800             ', MINTA LEWAT OPR-FNC'
008900         GO TO 9999-EXIT
009000     END-IF.
009100     OPEN I-O EXC-QUEUE.
009200     IF EQ-FS NOT = '00'
009300         DISPLAY 'ANTRIAN PENGECUALIAN excq.dat BELUM ADA,'
009400             ' STATUS ' EQ-FS
009500         GO TO 9999-EXIT
009600     END-IF.
009700     PERFORM 1000-MENU THRU 1000-EXIT
009800         UNTIL WS-SELESAI.
009900     CLOSE EXC-QUEUE.
010000     GO TO 9999-EXIT.
010100
010200*-----------------------------------------------------------------
010300 1000-MENU.
010400     DISPLAY ' '.
010500     DISPLAY 'ANTRIAN PENGECUALIAN  (PETUGAS ' WS-OPR-ID ')'.
010600     DISPLAY ' 1. DAFTAR PENGECUALIAN TERBUKA'.
010700     DISPLAY ' 2. BUKA SATU NOMOR'.
010800     DISPLAY ' 9. KELUAR'.
010900     DISPLAY 'PILIHAN : ' WITH NO ADVANCING.
011000     ACCEPT WS-PILIH.
011100     EVALUATE WS-PILIH
011200         WHEN '1'
011300             PERFORM 2000-DAFTAR THRU 2000-EXIT
011400         WHEN '2'
011500             PERFORM 3000-BUKA-NOMOR THRU 3000-EXIT
011600         WHEN '9'
011700             MOVE 'Y' TO WS-SELESAI-SW
011800         WHEN OTHER
011900             DISPLAY 'PILIHAN TIDAK ADA'
012000     END-EVALUATE.
012100 1000-EXIT.
012200     EXIT.
012300
012400*-----------------------------------------------------------------
012500* Daftar pengecualian terbuka urut nomor, bisa disaring per
012600* sumber (PROGRAM-ID penulis) dan/atau hanya tugas sendiri.
012700*-----------------------------------------------------------------
012800 2000-DAFTAR.
012900     DISPLAY 'SUMBER (KOSONG=SEMUA)    : ' WITH NO ADVANCING.
013000     ACCEPT WS-SUMBER-PILIH.
013100     DISPLAY 'HANYA TUGAS SAYA (Y/N)   : ' WITH NO ADVANCING.
013200     ACCEPT WS-MILIK-SW.
013300     DISPLAY '  NOMOR SUMBER        KUNCI                TANGGAL'
013400         '   KALI PETUGAS'.
013500     MOVE ZERO TO WS-JML-TAMPIL.
013600     MOVE 'N' TO WS-EOF-SW.
013700     MOVE ZERO TO EQ-NO.
013800     START EXC-QUEUE KEY NOT < EQ-NO
013900         INVALID KEY MOVE 'Y' TO WS-EOF-SW
014000     END-START.
014100     PERFORM 2100-SATU-BARIS THRU 2100-EXIT
014200         UNTIL WS-EOF.
014300     DISPLAY '  ' WS-JML-TAMPIL ' PENGECUALIAN TERBUKA'.
014400 2000-EXIT.
014500     EXIT.
014600
014700 2100-SATU-BARIS.
014800     READ EXC-QUEUE NEXT RECORD
014900         AT END MOVE 'Y' TO WS-EOF-SW
015000     END-READ.
015100     IF WS-EOF
015200         GO TO 2100-EXIT
015300     END-IF.
015400     IF EQ-STATUS NOT = 'O'
015500         GO TO 2100-EXIT
015600     END-IF.
015700     IF WS-SUMBER-PILIH NOT = SPACES
015800             AND EQ-SUMBER NOT = WS-SUMBER-PILIH
015900         GO TO 2100-EXIT
016000     END-IF.
016100     IF WS-MILIK-SAJA AND EQ-PETUGAS NOT = WS-OPR-ID
016200         GO TO 2100-EXIT
016300     END-IF.
016400     ADD 1 TO WS-JML-TAMPIL.
016500     MOVE EQ-NO TO WS-BD-NO.
016600     MOVE EQ-SUMBER TO WS-BD-SUMBER.
016700     MOVE EQ-KUNCI TO WS-BD-KUNCI.
016800     MOVE EQ-TANGGAL TO WS-BD-TANGGAL.
016900     MOVE EQ-KALI TO WS-BD-KALI.
017000     MOVE EQ-PETUGAS TO WS-BD-PETUGAS.
017100     DISPLAY WS-BARIS-DAFTAR.
017200     DISPLAY '          ' EQ-ALASAN.
017300 2100-EXIT.
017400     EXIT.
017500
017600*-----------------------------------------------------------------
017700* Satu nomor: rincian dan riwayat, lalu tindakan tugaskan,
017800* catatan, selesai atau buka kembali.
017900*-----------------------------------------------------------------
018000 3000-BUKA-NOMOR.
018100     DISPLAY 'NOMOR PENGECUALIAN       : ' WITH NO ADVANCING.
018200     ACCEPT WS-NO-PILIH.
018300     MOVE WS-NO-PILIH TO EQ-NO.
018400     READ EXC-QUEUE
018500         INVALID KEY
018600             DISPLAY 'NOMOR TIDAK ADA DI ANTRIAN'
018700             GO TO 3000-EXIT
018800     END-READ.
018900     PERFORM 3100-TAMPIL THRU 3100-EXIT.
019000     IF EQ-STATUS = 'O'
019100         DISPLAY 'T=TUGASKAN C=CATATAN S=SELESAI'
019200             ' (KOSONG=KEMBALI) : ' WITH NO ADVANCING
019300     ELSE
019400         DISPLAY 'B=BUKA KEMBALI C=CATATAN (KOSONG=KEMBALI) : '
019500             WITH NO ADVANCING
019600     END-IF.
019700     ACCEPT WS-AKSI.
019800     EVALUATE TRUE
019900         WHEN (WS-AKSI = 'T' OR WS-AKSI = 't') AND EQ-STATUS = 'O'
020000             PERFORM 4000-TUGASKAN THRU 4000-EXIT
020100         WHEN WS-AKSI = 'C' OR WS-AKSI = 'c'
020200             PERFORM 5000-CATATAN THRU 5000-EXIT
020300         WHEN (WS-AKSI = 'S' OR WS-AKSI = 's') AND EQ-STATUS = 'O'
020400             PERFORM 6000-SELESAI THRU 6000-EXIT
020500         WHEN (WS-AKSI = 'B' OR WS-AKSI = 'b') AND EQ-STATUS = 'R'
020600             PERFORM 7000-BUKA-KEMBALI THRU 7000-EXIT
020700         WHEN WS-AKSI = SPACE
020800             CONTINUE
020900         WHEN OTHER
021000             DISPLAY 'TINDAKAN TIDAK BERLAKU'
021100     END-EVALUATE.
021200 3000-EXIT.
021300     EXIT.
021400
021500 3100-TAMPIL.
021600     DISPLAY 'NOMOR    : ' EQ-NO '   STATUS ' EQ-STATUS
021700         '   KALI ' EQ-KALI.
021800     DISPLAY 'SUMBER   : ' EQ-SUMBER '  KUNCI ' EQ-KUNCI.
021900     DISPLAY 'ALASAN   : ' EQ-ALASAN.
022000     DISPLAY 'TANGGAL  : ' EQ-TANGGAL ' ' EQ-JAM
022100         '   TERAKHIR ' EQ-TGL-AKHIR.
022200     DISPLAY 'PETUGAS  : ' EQ-PETUGAS.
022300     IF EQ-STATUS = 'R'
022400         DISPLAY 'SELESAI  : ' EQ-TGL-SELESAI ' OLEH '
022500             EQ-OPR-SELESAI
022600     END-IF.
022700     OPEN INPUT EXC-LOG.
022800     IF EL-FS NOT = '00'
022900         GO TO 3100-EXIT
023000     END-IF.
023100     DISPLAY 'RIWAYAT  :'.
023200     MOVE 'N' TO WS-EOF-SW.
023300     PERFORM 3200-SATU-RIWAYAT THRU 3200-EXIT
023400         UNTIL WS-EOF.
023500     CLOSE EXC-LOG.
023600 3100-EXIT.
023700     EXIT.
023800
023900 3200-SATU-RIWAYAT.
024000     READ EXC-LOG
024100         AT END MOVE 'Y' TO WS-EOF-SW
024200     END-READ.
024300     IF WS-EOF
024400         GO TO 3200-EXIT
024500     END-IF.
024600     IF EL-NO NOT = EQ-NO
024700         GO TO 3200-EXIT
024800     END-IF.
024900     DISPLAY '  ' EL-TANGGAL ' ' EL-JAM ' ' EL-OPERATOR ' '
025000         EL-AKSI ' ' EL-TEKS.
025100 3200-EXIT.
025200     EXIT.
025300
025400*-----------------------------------------------------------------
025500* Penugasan hanya ke operator aktif di opr.dat.
025600*-----------------------------------------------------------------
025700 4000-TUGASKAN.
025800     DISPLAY 'TUGASKAN KE ID OPERATOR  : ' WITH NO ADVANCING.
025900     ACCEPT WS-PETUGAS-BARU.
026000     MOVE 'N' TO WS-KETEMU-SW.
026100     OPEN INPUT OPERATOR-MST.
026200     IF OP-FS = '00'
026300         MOVE WS-PETUGAS-BARU TO OP-ID
026400         READ OPERATOR-MST
026500             INVALID KEY CONTINUE
026600             NOT INVALID KEY
026700                 IF OP-STATUS NOT = 'N'
026800                     MOVE 'Y' TO WS-KETEMU-SW
026900                 END-IF
027000         END-READ
027100     END-IF.
027200     CLOSE OPERATOR-MST.
027300     IF NOT WS-KETEMU
027400         DISPLAY 'ID OPERATOR TIDAK ADA ATAU NONAKTIF'
027500         GO TO 4000-EXIT
027600     END-IF.
027700     MOVE WS-PETUGAS-BARU TO EQ-PETUGAS.
027800     PERFORM 8000-SIMPAN THRU 8000-EXIT.
027900     MOVE 'TUGAS' TO WS-AKSI-LOG.
028000     MOVE WS-PETUGAS-BARU TO WS-TEKS.
028100     PERFORM 8100-CATAT-LOG THRU 8100-EXIT.
028200     DISPLAY 'DITUGASKAN KE ' WS-PETUGAS-BARU.
028300 4000-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700 5000-CATATAN.
028800     DISPLAY 'CATATAN                  : ' WITH NO ADVANCING.
028900     ACCEPT WS-TEKS.
029000     IF WS-TEKS = SPACES
029100         DISPLAY 'CATATAN KOSONG, TIDAK DISIMPAN'
029200         GO TO 5000-EXIT
029300     END-IF.
029400     MOVE WS-TEKS TO EQ-CATATAN.
029500     PERFORM 8000-SIMPAN THRU 8000-EXIT.
029600     MOVE 'CATAT' TO WS-AKSI-LOG.
029700     PERFORM 8100-CATAT-LOG THRU 8100-EXIT.
029800 5000-EXIT.
029900     EXIT.
030000
030100*-----------------------------------------------------------------
030200* Penutupan wajib disertai catatan penyelesaian.
030300*-----------------------------------------------------------------
030400 6000-SELESAI.
030500     DISPLAY 'CATATAN PENYELESAIAN     : ' WITH NO ADVANCING.
030600     ACCEPT WS-TEKS.
030700     IF WS-TEKS = SPACES
030800         DISPLAY 'PENYELESAIAN WAJIB DIBERI CATATAN, DIBATALKAN'
030900         GO TO 6000-EXIT
031000     END-IF.
031100     MOVE WS-TEKS TO EQ-CATATAN.
031200     MOVE 'R' TO EQ-STATUS.
031300     ACCEPT EQ-TGL-SELESAI FROM DATE YYYYMMDD.
031400     MOVE WS-OPR-ID TO EQ-OPR-SELESAI.
031500     PERFORM 8000-SIMPAN THRU 8000-EXIT.
031600     MOVE 'TUTUP' TO WS-AKSI-LOG.
031700     PERFORM 8100-CATAT-LOG THRU 8100-EXIT.
031800     DISPLAY 'PENGECUALIAN ' EQ-NO ' DITUTUP'.
031900 6000-EXIT.
032000     EXIT.
032100
032200*-----------------------------------------------------------------
032300 7000-BUKA-KEMBALI.
032400     DISPLAY 'ALASAN DIBUKA KEMBALI    : ' WITH NO ADVANCING.
032500     ACCEPT WS-TEKS.
032600     MOVE 'O' TO EQ-STATUS.
032700     MOVE ZERO TO EQ-TGL-SELESAI.
032800     MOVE SPACES TO EQ-OPR-SELESAI.
032900     MOVE WS-TEKS TO EQ-CATATAN.
033000     PERFORM 8000-SIMPAN THRU 8000-EXIT.
033100     MOVE 'BUKA' TO WS-AKSI-LOG.
033200     PERFORM 8100-CATAT-LOG THRU 8100-EXIT.
033300     DISPLAY 'PENGECUALIAN ' EQ-NO ' DIBUKA KEMBALI'.
033400 7000-EXIT.
033500     EXIT.
033600
033700*-----------------------------------------------------------------
033800 8000-SIMPAN.
033900     REWRITE EXC-QUEUE-RECORD
034000         INVALID KEY
034100             DISPLAY 'GAGAL SIMPAN PENGECUALIAN, STATUS ' EQ-FS
034200     END-REWRITE.
034300 8000-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700 8100-CATAT-LOG.
034800     OPEN EXTEND EXC-LOG.
034900     IF EL-FS = '05' OR EL-FS = '35'
035000         OPEN OUTPUT EXC-LOG
035100     END-IF.
035200     MOVE SPACES TO EXC-LOG-LINE.
035300     MOVE EQ-NO TO EL-NO.
035400     ACCEPT EL-TANGGAL FROM DATE YYYYMMDD.
035500     ACCEPT WS-JAM-KINI FROM TIME.
035600     MOVE WS-JAM-KINI(1:6) TO EL-JAM.
035700     MOVE WS-OPR-ID TO EL-OPERATOR.
035800     MOVE WS-AKSI-LOG TO EL-AKSI.
035900     MOVE WS-TEKS TO EL-TEKS.
036000     WRITE EXC-LOG-LINE.
036100     CLOSE EXC-LOG.
036200 8100-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600 9999-EXIT.
036700     STOP RUN.
