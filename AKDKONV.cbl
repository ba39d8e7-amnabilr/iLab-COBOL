000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Konversi satu-kali empat file akademik dari line
000500*           sequential ke indexed (pola MST-KONV): krs.dat,
000600*           GRADEBOOK.DAT, GBHIST.DAT dan absensi.dat kini
000700*           berkunci NPM + MK + term dengan kunci alternatif MK +
000800*           term (ganda) untuk daftar kelas dan absensi. Tiap file
000900*           dicoba dibuka dulu sebagai indexed -- terbuka berarti
001000*           sudah dikonversi, status 35 berarti belum ada;
001100*           keduanya dilewati. Selain itu file dibaca lewat layout
001200*           line sequential lama, disalin ke file kerja, lalu
001300*           dimuat ulang sebagai indexed. Baris absensi disusun
001400*           ulang (layout lama MK, TERM, TGL, NPM; kunci baru NPM,
001500*           MK, TERM, TGL). Baris berkunci ganda (mis. kartu yang
001600*           terscan dua kali) dicetak dan tidak dimuat. Jalankan
001700*           SEKALI saja saat tidak ada program lain yang membuka
001800*           file akademik.
001810*           Tahap kelima: tagihan.dat (indexed, 32 -> 41 byte)
001820*           mendapat TG-POTONGAN (kredit beasiswa BILL-GEN) yang
001830*           diisi nol; dideteksi dari panjang record seperti
001840*           MST-KONV.
001850*           Tahap keenam: krs.dat indexed 21 -> 22 byte, tambah
001860*           KR-STATUS (persetujuan dosen wali); baris lama
001870*           dianggap sudah disetujui (S), begitu juga baris yang
001880*           dipindah dari line sequential di tahap pertama.
001882*           Tahap ketujuh: daftar tunggu antri.dat indexed 63 ->
001884*           93 byte, tambah AN-ALASAN (sebab antrean dilewati
001886*           KLS-MNT); baris lama diisi spasi.
001900* Tectonics: cobc -I copybooks
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 PROGRAM-ID. AKD-KONV.
002400 ENVIRONMENT DIVISION.
002500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 CONFIGURATION SECTION.
002700*-----------------------
002800 INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000     COPY KRSSEL.
003100     COPY GBKSEL.
003200     COPY GBHSEL.
003300     COPY ABSSEL.
003400     SELECT KRS-LAMA ASSIGN TO 'krs.dat'
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS LKR-FS.
003700     SELECT GBK-LAMA ASSIGN TO 'GRADEBOOK.DAT'
003800     ORGANIZATION IS LINE SEQUENTIAL
003900     FILE STATUS IS LGB-FS.
004000     SELECT GBH-LAMA ASSIGN TO 'GBHIST.DAT'
004100     ORGANIZATION IS LINE SEQUENTIAL
004200     FILE STATUS IS LGH-FS.
004300     SELECT ABS-LAMA ASSIGN TO 'absensi.dat'
004400     ORGANIZATION IS LINE SEQUENTIAL
004500     FILE STATUS IS LAB-FS.
004509     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
004518     ORGANIZATION IS INDEXED
004527     ACCESS MODE IS DYNAMIC
004536     RECORD KEY IS TG-KUNCI
004545     FILE STATUS IS TG-FS.
004554     SELECT TGH-LAMA ASSIGN TO 'tagihan.dat'
004563     ORGANIZATION IS INDEXED
004572     ACCESS MODE IS DYNAMIC
004581     RECORD KEY IS LTG-KUNCI
004590     FILE STATUS IS LTG-FS.
004591     SELECT KRS21-LAMA ASSIGN TO 'krs.dat'
004592     ORGANIZATION IS INDEXED
004593     ACCESS MODE IS DYNAMIC
004594     RECORD KEY IS LK2-KUNCI
004595     ALTERNATE RECORD KEY IS LK2-MK-TERM WITH DUPLICATES
004596     FILE STATUS IS LK2-FS.
004600     SELECT KONV-TMP ASSIGN TO 'AKDKONV.TMP'
004700     ORGANIZATION IS LINE SEQUENTIAL
004800     FILE STATUS IS KV-FS.
004810     COPY ANTSEL.
004820     SELECT ANT63-LAMA ASSIGN TO 'antri.dat'
004830     ORGANIZATION IS INDEXED
004840     ACCESS MODE IS DYNAMIC
004850     RECORD KEY IS LA6-KUNCI
004860     FILE STATUS IS LA6-FS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100     COPY KRSFD.
005200     COPY GBKFD.
005300     COPY GBHFD.
005400     COPY ABSFD.
005500 FD KRS-LAMA.
005600 01 KRS-LAMA-RECORD        PIC X(21).
005700 FD GBK-LAMA.
005800 01 GBK-LAMA-RECORD        PIC X(63).
005900 FD GBH-LAMA.
006000 01 GBH-LAMA-RECORD        PIC X(63).
006100 FD ABS-LAMA.
006200 01 ABS-LAMA-RECORD.
006300     02 LAB-MK             PIC X(06).
006400     02 FILLER             PIC X(01).
006500     02 LAB-TERM           PIC 9(05).
006600     02 FILLER             PIC X(01).
006700     02 LAB-TGL            PIC 9(08).
006800     02 FILLER             PIC X(01).
006900     02 LAB-NPM            PIC X(08).
006907 FD TAGIHAN-FILE.
006914 01 TAGIHAN-RECORD.
006921     02 TG-KUNCI.
006928         03 TG-NPM         PIC X(08).
006935         03 TG-TERM        PIC 9(05).
006942     02 TG-JUMLAH          PIC 9(09).
006949     02 TG-DIBAYAR         PIC 9(09).
006956     02 TG-STATUS          PIC X(01).
006963     02 TG-POTONGAN        PIC 9(09).
006970 FD TGH-LAMA.
006977 01 TGH-LAMA-RECORD.
006984     02 LTG-KUNCI          PIC X(13).
006991     02 LTG-SISA           PIC X(19).
006992 FD KRS21-LAMA.
006993 01 KRS21-LAMA-RECORD.
006994     02 LK2-KUNCI.
006995         03 FILLER         PIC X(09).
006996         03 LK2-MK-TERM    PIC X(12).
007000 FD KONV-TMP.
007100 01 KONV-RECORD            PIC X(120).
007110     COPY ANTFD.
007120 FD ANT63-LAMA.
007130 01 ANT63-LAMA-RECORD.
007140     02 LA6-KUNCI          PIC X(16).
007150     02 LA6-SISA           PIC X(47).
007200
007300 WORKING-STORAGE SECTION.
007400 77 KR-FS                  PIC XX.
007500 77 GB-FS                  PIC XX.
007600 77 GH-FS                  PIC XX.
007700 77 AB-FS                  PIC XX.
007800 77 LKR-FS                 PIC XX.
007900 77 LGB-FS                 PIC XX.
008000 77 LGH-FS                 PIC XX.
008100 77 LAB-FS                 PIC XX.
008200 77 KV-FS                  PIC XX.
008210 77 TG-FS                  PIC XX.
008220 77 LTG-FS                 PIC XX.
008230 77 LK2-FS                 PIC XX.
008240 77 AN-FS                  PIC XX.
008250 77 LA6-FS                 PIC XX.
008300 77 WS-JAWAB               PIC X.
008400 77 WS-EOF-SW              PIC X VALUE 'N'.
008500     88 WS-EOF             VALUE 'Y'.
008600 77 WS-JML-KRS             PIC 9(7) VALUE ZERO.
008700 77 WS-JML-GBK             PIC 9(7) VALUE ZERO.
008800 77 WS-JML-GBH             PIC 9(7) VALUE ZERO.
008900 77 WS-JML-ABS             PIC 9(7) VALUE ZERO.
009000 77 WS-JML-GANDA           PIC 9(7) VALUE ZERO.
009010 77 WS-JML-TGH             PIC 9(7) VALUE ZERO.
009020 77 WS-JML-KRS21           PIC 9(7) VALUE ZERO.
009030 77 WS-JML-ANT             PIC 9(7) VALUE ZERO.
009100
009200 PROCEDURE DIVISION.
009300*-----------------------------------------------------------------
009400 0000-MAINLINE.
009500     DISPLAY 'KONVERSI FILE AKADEMIK KE INDEXED (KRS, NILAI,'
009600         ' RIWAYAT, ABSENSI)'.
009700     DISPLAY 'JALANKAN HANYA SEKALI; SEMUA PROGRAM LAIN HARUS'
009800         ' DITUTUP. LANJUT (Y/T)? ' WITH NO ADVANCING.
009900     ACCEPT WS-JAWAB.
010000     IF WS-JAWAB NOT = 'Y' AND WS-JAWAB NOT = 'y'
010100         DISPLAY 'KONVERSI DIBATALKAN'
010200         GO TO 9999-EXIT
010300     END-IF.
010400     PERFORM 1000-KONVERSI-KRS THRU 1000-EXIT.
010500     PERFORM 2000-KONVERSI-GBK THRU 2000-EXIT.
010600     PERFORM 3000-KONVERSI-GBH THRU 3000-EXIT.
010700     PERFORM 4000-KONVERSI-ABS THRU 4000-EXIT.
010710     PERFORM 5000-KONVERSI-TAGIHAN THRU 5000-EXIT.
010720     PERFORM 6000-KONVERSI-KRS-STATUS THRU 6000-EXIT.
010730     PERFORM 7000-KONVERSI-ANTRI THRU 7000-EXIT.
010800     DISPLAY 'RECORD krs.dat DIKONVERSI       : ' WS-JML-KRS.
010900     DISPLAY 'RECORD GRADEBOOK.DAT DIKONVERSI : ' WS-JML-GBK.
011000     DISPLAY 'RECORD GBHIST.DAT DIKONVERSI    : ' WS-JML-GBH.
011100     DISPLAY 'RECORD absensi.dat DIKONVERSI   : ' WS-JML-ABS.
011110     DISPLAY 'RECORD tagihan.dat DIKONVERSI   : ' WS-JML-TGH.
011120     DISPLAY 'RECORD krs.dat DIBERI STATUS    : ' WS-JML-KRS21.
011130     DISPLAY 'RECORD antri.dat DIKONVERSI     : ' WS-JML-ANT.
011200     DISPLAY 'RECORD KUNCI GANDA DIBUANG      : ' WS-JML-GANDA.
011300     DISPLAY 'KONVERSI SELESAI'.
011400     GO TO 9999-EXIT.
011500
011600*-----------------------------------------------------------------
011700* krs.dat: layout 21 byte tidak berubah, hanya organisasinya.
011800*-----------------------------------------------------------------
011900 1000-KONVERSI-KRS.
012000     OPEN INPUT KRS-FILE.
012100     IF KR-FS = '00'
012200         CLOSE KRS-FILE
012300         DISPLAY 'krs.dat SUDAH INDEXED, DILEWATI'
012400         GO TO 1000-EXIT
012500     END-IF.
012600     IF KR-FS = '35'
012700         DISPLAY 'krs.dat BELUM ADA, DILEWATI'
012800         GO TO 1000-EXIT
012900     END-IF.
012910     OPEN INPUT KRS21-LAMA.
012920     IF LK2-FS = '00'
012930         CLOSE KRS21-LAMA
012940         DISPLAY 'krs.dat SUDAH INDEXED LAYOUT 21 BYTE, DILEWATI'
012950         GO TO 1000-EXIT
012960     END-IF.
013000     OPEN INPUT KRS-LAMA.
013100     IF LKR-FS NOT = '00'
013200         DISPLAY 'krs.dat TIDAK TERBUKA LAYOUT LAMA, STATUS '
013300             LKR-FS ', DILEWATI'
013400         GO TO 1000-EXIT
013500     END-IF.
013600     OPEN OUTPUT KONV-TMP.
013700     MOVE 'N' TO WS-EOF-SW.
013800     PERFORM 1100-SALIN-KRS THRU 1100-EXIT
013900         UNTIL WS-EOF.
014000     CLOSE KRS-LAMA.
014100     CLOSE KONV-TMP.
014200     OPEN OUTPUT KRS-FILE.
014300     IF KR-FS NOT = '00'
014400         DISPLAY 'GAGAL MEMBUAT krs.dat BARU, STATUS ' KR-FS
014500         GO TO 9999-EXIT
014600     END-IF.
014700     OPEN INPUT KONV-TMP.
014800     MOVE 'N' TO WS-EOF-SW.
014900     PERFORM 1200-MUAT-KRS THRU 1200-EXIT
015000         UNTIL WS-EOF.
015100     CLOSE KONV-TMP.
015200     CLOSE KRS-FILE.
015300 1000-EXIT.
015400     EXIT.
015500
015600 1100-SALIN-KRS.
015700     READ KRS-LAMA
015800         AT END MOVE 'Y' TO WS-EOF-SW
015900     END-READ.
016000     IF WS-EOF
016100         GO TO 1100-EXIT
016200     END-IF.
016300     MOVE SPACES TO KONV-RECORD.
016400     MOVE KRS-LAMA-RECORD TO KONV-RECORD(1:21).
016500     WRITE KONV-RECORD.
016600 1100-EXIT.
016700     EXIT.
016800
016900 1200-MUAT-KRS.
017000     READ KONV-TMP
017100         AT END MOVE 'Y' TO WS-EOF-SW
017200     END-READ.
017300     IF NOT WS-EOF
017400         MOVE KONV-RECORD(1:21) TO KRS-RECORD
017410         MOVE 'S' TO KR-STATUS
017500         WRITE KRS-RECORD
017600             INVALID KEY
017700                 DISPLAY 'KUNCI GANDA KRS : ' KR-NPM ' ' KR-MK
017800                     ' ' KR-TERM
017900                 ADD 1 TO WS-JML-GANDA
018000             NOT INVALID KEY
018100                 ADD 1 TO WS-JML-KRS
018200         END-WRITE
018300     END-IF.
018400 1200-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800* GRADEBOOK.DAT: layout 63 byte tidak berubah.
018900*-----------------------------------------------------------------
019000 2000-KONVERSI-GBK.
019100     OPEN INPUT GRADEBOOK.
019200     IF GB-FS = '00'
019300         CLOSE GRADEBOOK
019400         DISPLAY 'GRADEBOOK.DAT SUDAH INDEXED, DILEWATI'
019500         GO TO 2000-EXIT
019600     END-IF.
019700     IF GB-FS = '35'
019800         DISPLAY 'GRADEBOOK.DAT BELUM ADA, DILEWATI'
019900         GO TO 2000-EXIT
020000     END-IF.
020100     OPEN INPUT GBK-LAMA.
020200     IF LGB-FS NOT = '00'
020300         DISPLAY 'GRADEBOOK.DAT TIDAK TERBUKA LAYOUT LAMA,'
020400       ' STATUS '
020500             LGB-FS ', DILEWATI'
020600         GO TO 2000-EXIT
020700     END-IF.
020800     OPEN OUTPUT KONV-TMP.
020900     MOVE 'N' TO WS-EOF-SW.
021000     PERFORM 2100-SALIN-GBK THRU 2100-EXIT
021100         UNTIL WS-EOF.
021200     CLOSE GBK-LAMA.
021300     CLOSE KONV-TMP.
021400     OPEN OUTPUT GRADEBOOK.
021500     IF GB-FS NOT = '00'
021600         DISPLAY 'GAGAL MEMBUAT GRADEBOOK.DAT BARU, STATUS ' GB-FS
021700         GO TO 9999-EXIT
021800     END-IF.
021900     OPEN INPUT KONV-TMP.
022000     MOVE 'N' TO WS-EOF-SW.
022100     PERFORM 2200-MUAT-GBK THRU 2200-EXIT
022200         UNTIL WS-EOF.
022300     CLOSE KONV-TMP.
022400     CLOSE GRADEBOOK.
022500 2000-EXIT.
022600     EXIT.
022700
022800 2100-SALIN-GBK.
022900     READ GBK-LAMA
023000         AT END MOVE 'Y' TO WS-EOF-SW
023100     END-READ.
023200     IF WS-EOF
023300         GO TO 2100-EXIT
023400     END-IF.
023500     MOVE SPACES TO KONV-RECORD.
023600     MOVE GBK-LAMA-RECORD TO KONV-RECORD(1:63).
023700     WRITE KONV-RECORD.
023800 2100-EXIT.
023900     EXIT.
024000
024100 2200-MUAT-GBK.
024200     READ KONV-TMP
024300         AT END MOVE 'Y' TO WS-EOF-SW
024400     END-READ.
024500     IF NOT WS-EOF
024600         MOVE KONV-RECORD(1:63) TO GB-RECORD
024700         WRITE GB-RECORD
024800             INVALID KEY
024900                 DISPLAY 'KUNCI GANDA GRADEBOOK : ' GB-NPM ' '
025000                     GB-MK ' ' GB-TERM
025100                 ADD 1 TO WS-JML-GANDA
025200             NOT INVALID KEY
025300                 ADD 1 TO WS-JML-GBK
025400         END-WRITE
025500     END-IF.
025600 2200-EXIT.
025700     EXIT.
025800
025900*-----------------------------------------------------------------
026000* GBHIST.DAT: layout 63 byte tidak berubah.
026100*-----------------------------------------------------------------
026200 3000-KONVERSI-GBH.
026300     OPEN INPUT GRADE-HIST.
026400     IF GH-FS = '00'
026500         CLOSE GRADE-HIST
026600         DISPLAY 'GBHIST.DAT SUDAH INDEXED, DILEWATI'
026700         GO TO 3000-EXIT
026800     END-IF.
026900     IF GH-FS = '35'
027000         DISPLAY 'GBHIST.DAT BELUM ADA, DILEWATI'
027100         GO TO 3000-EXIT
027200     END-IF.
027300     OPEN INPUT GBH-LAMA.
027400     IF LGH-FS NOT = '00'
027500         DISPLAY 'GBHIST.DAT TIDAK TERBUKA LAYOUT LAMA, STATUS '
027600             LGH-FS ', DILEWATI'
027700         GO TO 3000-EXIT
027800     END-IF.
027900     OPEN OUTPUT KONV-TMP.
028000     MOVE 'N' TO WS-EOF-SW.
028100     PERFORM 3100-SALIN-GBH THRU 3100-EXIT
028200         UNTIL WS-EOF.
028300     CLOSE GBH-LAMA.
028400     CLOSE KONV-TMP.
028500     OPEN OUTPUT GRADE-HIST.
028600     IF GH-FS NOT = '00'
028700         DISPLAY 'GAGAL MEMBUAT GBHIST.DAT BARU, STATUS ' GH-FS
028800         GO TO 9999-EXIT
028900     END-IF.
029000     OPEN INPUT KONV-TMP.
029100     MOVE 'N' TO WS-EOF-SW.
029200     PERFORM 3200-MUAT-GBH THRU 3200-EXIT
029300         UNTIL WS-EOF.
029400     CLOSE KONV-TMP.
029500     CLOSE GRADE-HIST.
029600 3000-EXIT.
029700     EXIT.
029800
029900 3100-SALIN-GBH.
030000     READ GBH-LAMA
030100         AT END MOVE 'Y' TO WS-EOF-SW
030200     END-READ.
030300     IF WS-EOF
030400         GO TO 3100-EXIT
030500     END-IF.
030600     MOVE SPACES TO KONV-RECORD.
030700     MOVE GBH-LAMA-RECORD TO KONV-RECORD(1:63).
030800     WRITE KONV-RECORD.
030900 3100-EXIT.
031000     EXIT.
031100
031200 3200-MUAT-GBH.
031300     READ KONV-TMP
031400         AT END MOVE 'Y' TO WS-EOF-SW
031500     END-READ.
031600     IF NOT WS-EOF
031700         MOVE KONV-RECORD(1:63) TO GH-RECORD
031800         WRITE GH-RECORD
031900             INVALID KEY
032000                 DISPLAY 'KUNCI GANDA GBHIST : ' GH-NPM ' '
032100                     GH-MK ' ' GH-TERM
032200                 ADD 1 TO WS-JML-GANDA
032300             NOT INVALID KEY
032400                 ADD 1 TO WS-JML-GBH
032500         END-WRITE
032600     END-IF.
032700 3200-EXIT.
032800     EXIT.
032900
033000*-----------------------------------------------------------------
033100* absensi.dat 31 byte, kolom disusun ulang: MK, TERM, TGL, NPM
033200* lama menjadi NPM, MK, TERM, TGL supaya kunci urut NPM dulu.
033300* File kerja sudah memegang urutan baru.
033400*-----------------------------------------------------------------
033500 4000-KONVERSI-ABS.
033600     OPEN INPUT ABSEN-FILE.
033700     IF AB-FS = '00'
033800         CLOSE ABSEN-FILE
033900         DISPLAY 'absensi.dat SUDAH INDEXED, DILEWATI'
034000         GO TO 4000-EXIT
034100     END-IF.
034200     IF AB-FS = '35'
034300         DISPLAY 'absensi.dat BELUM ADA, DILEWATI'
034400         GO TO 4000-EXIT
034500     END-IF.
034600     OPEN INPUT ABS-LAMA.
034700     IF LAB-FS NOT = '00'
034800         DISPLAY 'absensi.dat TIDAK TERBUKA LAYOUT LAMA, STATUS '
034900             LAB-FS ', DILEWATI'
035000         GO TO 4000-EXIT
035100     END-IF.
035200     OPEN OUTPUT KONV-TMP.
035300     MOVE 'N' TO WS-EOF-SW.
035400     PERFORM 4100-SALIN-ABS THRU 4100-EXIT
035500         UNTIL WS-EOF.
035600     CLOSE ABS-LAMA.
035700     CLOSE KONV-TMP.
035800     OPEN OUTPUT ABSEN-FILE.
035900     IF AB-FS NOT = '00'
036000         DISPLAY 'GAGAL MEMBUAT absensi.dat BARU, STATUS ' AB-FS
036100         GO TO 9999-EXIT
036200     END-IF.
036300     OPEN INPUT KONV-TMP.
036400     MOVE 'N' TO WS-EOF-SW.
036500     PERFORM 4200-MUAT-ABS THRU 4200-EXIT
036600         UNTIL WS-EOF.
036700     CLOSE KONV-TMP.
036800     CLOSE ABSEN-FILE.
036900 4000-EXIT.
037000     EXIT.
037100
037200 4100-SALIN-ABS.
037300     READ ABS-LAMA
037400         AT END MOVE 'Y' TO WS-EOF-SW
037500     END-READ.
037600     IF WS-EOF
037700         GO TO 4100-EXIT
037800     END-IF.
037900     MOVE SPACES TO ABSEN-RECORD.
038000     MOVE LAB-NPM TO AB-NPM.
038100     MOVE LAB-MK TO AB-MK.
038200     MOVE LAB-TERM TO AB-TERM.
038300     MOVE LAB-TGL TO AB-TGL.
038400     MOVE SPACES TO KONV-RECORD.
038500     MOVE ABSEN-RECORD TO KONV-RECORD(1:31).
038600     WRITE KONV-RECORD.
038700 4100-EXIT.
038800     EXIT.
038900
039000 4200-MUAT-ABS.
039100     READ KONV-TMP
039200         AT END MOVE 'Y' TO WS-EOF-SW
039300     END-READ.
039400     IF NOT WS-EOF
039500         MOVE KONV-RECORD(1:31) TO ABSEN-RECORD
039600         WRITE ABSEN-RECORD
039700             INVALID KEY
039800                 DISPLAY 'KUNCI GANDA ABSENSI : ' AB-NPM ' '
039900                     AB-MK ' ' AB-TERM ' ' AB-TGL
040000                 ADD 1 TO WS-JML-GANDA
040100             NOT INVALID KEY
040200                 ADD 1 TO WS-JML-ABS
040300         END-WRITE
040400     END-IF.
040500 4200-EXIT.
040600     EXIT.
040700
040701*-----------------------------------------------------------------
040702* tagihan.dat 32 -> 41 byte: TG-POTONGAN nol (belum ada kredit
040703* beasiswa sebelum BSW-RUN dipakai).
040704*-----------------------------------------------------------------
040705 5000-KONVERSI-TAGIHAN.
040706     OPEN INPUT TAGIHAN-FILE.
040707     IF TG-FS = '00'
040708         CLOSE TAGIHAN-FILE
040709         DISPLAY 'tagihan.dat SUDAH BERLAYOUT BARU, DILEWATI'
040710         GO TO 5000-EXIT
040711     END-IF.
040712     IF TG-FS = '35'
040713         DISPLAY 'tagihan.dat BELUM ADA, DILEWATI'
040714         GO TO 5000-EXIT
040715     END-IF.
040716     OPEN INPUT TGH-LAMA.
040717     IF LTG-FS NOT = '00'
040718         DISPLAY 'tagihan.dat TIDAK TERBUKA LAYOUT 32 BYTE,'
040719             ' STATUS ' LTG-FS ', DILEWATI'
040720         GO TO 5000-EXIT
040721     END-IF.
040722     OPEN OUTPUT KONV-TMP.
040723     MOVE 'N' TO WS-EOF-SW.
040724     PERFORM 5100-SALIN-TAGIHAN THRU 5100-EXIT
040725         UNTIL WS-EOF.
040726     CLOSE TGH-LAMA.
040727     CLOSE KONV-TMP.
040728     OPEN OUTPUT TAGIHAN-FILE.
040729     IF TG-FS NOT = '00'
040730         DISPLAY 'GAGAL MEMBUAT tagihan.dat BARU, STATUS ' TG-FS
040731         GO TO 9999-EXIT
040732     END-IF.
040733     OPEN INPUT KONV-TMP.
040734     MOVE 'N' TO WS-EOF-SW.
040735     PERFORM 5200-MUAT-TAGIHAN THRU 5200-EXIT
040736         UNTIL WS-EOF.
040737     CLOSE KONV-TMP.
040738     CLOSE TAGIHAN-FILE.
040739 5000-EXIT.
040740     EXIT.
040741
040742 5100-SALIN-TAGIHAN.
040743     READ TGH-LAMA NEXT RECORD
040744         AT END MOVE 'Y' TO WS-EOF-SW
040745     END-READ.
040746     IF WS-EOF
040747         GO TO 5100-EXIT
040748     END-IF.
040749     MOVE SPACES TO KONV-RECORD.
040750     MOVE TGH-LAMA-RECORD TO KONV-RECORD(1:32).
040751     WRITE KONV-RECORD.
040752 5100-EXIT.
040753     EXIT.
040754
040755 5200-MUAT-TAGIHAN.
040756     READ KONV-TMP
040757         AT END MOVE 'Y' TO WS-EOF-SW
040758     END-READ.
040759     IF NOT WS-EOF
040760         MOVE KONV-RECORD(1:32) TO TAGIHAN-RECORD(1:32)
040761         MOVE ZERO TO TG-POTONGAN
040762         WRITE TAGIHAN-RECORD
040763             INVALID KEY
040764                 DISPLAY 'KUNCI GANDA TAGIHAN : ' TG-KUNCI
040765                 ADD 1 TO WS-JML-GANDA
040766             NOT INVALID KEY
040767                 ADD 1 TO WS-JML-TGH
040768         END-WRITE
040769     END-IF.
040770 5200-EXIT.
040780     EXIT.
040790
040800*-----------------------------------------------------------------
040810* krs.dat indexed 21 -> 22 byte: KR-STATUS S (pendaftaran lama
040820* sudah final sebelum persetujuan wali dipakai).
040830*-----------------------------------------------------------------
040840 6000-KONVERSI-KRS-STATUS.
040850     OPEN INPUT KRS-FILE.
040860     IF KR-FS = '00'
040870         CLOSE KRS-FILE
040880         DISPLAY 'krs.dat SUDAH BERSTATUS PERSETUJUAN, DILEWATI'
040890         GO TO 6000-EXIT
040900     END-IF.
040910     IF KR-FS = '35'
040920         GO TO 6000-EXIT
040930     END-IF.
040940     OPEN INPUT KRS21-LAMA.
040950     IF LK2-FS NOT = '00'
040960         DISPLAY 'krs.dat TIDAK TERBUKA LAYOUT 21 BYTE,'
040970             ' STATUS ' LK2-FS ', DILEWATI'
040980         GO TO 6000-EXIT
040990     END-IF.
041000     OPEN OUTPUT KONV-TMP.
041010     MOVE 'N' TO WS-EOF-SW.
041020     PERFORM 6100-SALIN-KRS21 THRU 6100-EXIT
041030         UNTIL WS-EOF.
041040     CLOSE KRS21-LAMA.
041050     CLOSE KONV-TMP.
041060     OPEN OUTPUT KRS-FILE.
041070     IF KR-FS NOT = '00'
041080         DISPLAY 'GAGAL MEMBUAT krs.dat BARU, STATUS ' KR-FS
041090         GO TO 9999-EXIT
041100     END-IF.
041110     OPEN INPUT KONV-TMP.
041120     MOVE 'N' TO WS-EOF-SW.
041130     PERFORM 6200-MUAT-KRS21 THRU 6200-EXIT
041140         UNTIL WS-EOF.
041150     CLOSE KONV-TMP.
041160     CLOSE KRS-FILE.
041170 6000-EXIT.
041180     EXIT.
041190
041200 6100-SALIN-KRS21.
041210     READ KRS21-LAMA NEXT RECORD
041220         AT END MOVE 'Y' TO WS-EOF-SW
041230     END-READ.
041240     IF WS-EOF
041250         GO TO 6100-EXIT
041260     END-IF.
041270     MOVE SPACES TO KONV-RECORD.
041280     MOVE KRS21-LAMA-RECORD TO KONV-RECORD(1:21).
041290     WRITE KONV-RECORD.
041300 6100-EXIT.
041310     EXIT.
041320
041330 6200-MUAT-KRS21.
041340     READ KONV-TMP
041350         AT END MOVE 'Y' TO WS-EOF-SW
041360     END-READ.
041370     IF NOT WS-EOF
041380         MOVE KONV-RECORD(1:21) TO KRS-RECORD
041390         MOVE 'S' TO KR-STATUS
041400         WRITE KRS-RECORD
041410             INVALID KEY
041420                 DISPLAY 'KUNCI GANDA KRS : ' KR-NPM ' ' KR-MK
041430                     ' ' KR-TERM
041440                 ADD 1 TO WS-JML-GANDA
041450             NOT INVALID KEY
041460                 ADD 1 TO WS-JML-KRS21
041470         END-WRITE
041480     END-IF.
041490 6200-EXIT.
041500     EXIT.
041510
041511*-----------------------------------------------------------------
041512* antri.dat indexed 63 -> 93 byte: AN-ALASAN spasi (antrean lama
041513* belum pernah dilewati karena syarat).
041514*-----------------------------------------------------------------
041515 7000-KONVERSI-ANTRI.
041525     OPEN INPUT ANTRI-FILE.
041535     IF AN-FS = '00'
041545         CLOSE ANTRI-FILE
041555         DISPLAY 'antri.dat SUDAH BERLAYOUT BARU, DILEWATI'
041565         GO TO 7000-EXIT
041575     END-IF.
041585     IF AN-FS = '35'
041595         GO TO 7000-EXIT
041605     END-IF.
041615     OPEN INPUT ANT63-LAMA.
041625     IF LA6-FS NOT = '00'
041635         DISPLAY 'antri.dat TIDAK TERBUKA LAYOUT 63 BYTE,'
041645             ' STATUS ' LA6-FS ', DILEWATI'
041655         GO TO 7000-EXIT
041665     END-IF.
041675     OPEN OUTPUT KONV-TMP.
041685     MOVE 'N' TO WS-EOF-SW.
041695     PERFORM 7100-SALIN-ANTRI THRU 7100-EXIT
041705         UNTIL WS-EOF.
041715     CLOSE ANT63-LAMA.
041725     CLOSE KONV-TMP.
041735     OPEN OUTPUT ANTRI-FILE.
041745     IF AN-FS NOT = '00'
041755         DISPLAY 'GAGAL MEMBUAT antri.dat BARU, STATUS ' AN-FS
041765         GO TO 9999-EXIT
041775     END-IF.
041785     OPEN INPUT KONV-TMP.
041795     MOVE 'N' TO WS-EOF-SW.
041805     PERFORM 7200-MUAT-ANTRI THRU 7200-EXIT
041815         UNTIL WS-EOF.
041825     CLOSE KONV-TMP.
041835     CLOSE ANTRI-FILE.
041845 7000-EXIT.
041855     EXIT.
041865
041875 7100-SALIN-ANTRI.
041885     READ ANT63-LAMA NEXT RECORD
041895         AT END MOVE 'Y' TO WS-EOF-SW
041905     END-READ.
041915     IF WS-EOF
041925         GO TO 7100-EXIT
041935     END-IF.
041945     MOVE SPACES TO KONV-RECORD.
041955     MOVE ANT63-LAMA-RECORD TO KONV-RECORD(1:63).
041965     WRITE KONV-RECORD.
041975 7100-EXIT.
041985     EXIT.
041995
042005 7200-MUAT-ANTRI.
042015     READ KONV-TMP
042025         AT END MOVE 'Y' TO WS-EOF-SW
042035     END-READ.
042045     IF NOT WS-EOF
042055         MOVE SPACES TO ANTRI-RECORD
042065         MOVE KONV-RECORD(1:63) TO ANTRI-RECORD(1:63)
042075         WRITE ANTRI-RECORD
042085             INVALID KEY
042095                 DISPLAY 'KUNCI GANDA ANTRI : ' AN-KUNCI
042105                 ADD 1 TO WS-JML-GANDA
042115             NOT INVALID KEY
042125                 ADD 1 TO WS-JML-ANT
042135         END-WRITE
042145     END-IF.
042155 7200-EXIT.
042165     EXIT.
042175
042185*-----------------------------------------------------------------
042195 9999-EXIT.
042205     STOP RUN.
