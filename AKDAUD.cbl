000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Audit integritas silang berkas akademik, padanan
000500*           BRG-AUDIT untuk sisi kampus: baris krs.dat yang
000600*           NPM-nya tidak ada di dept.dat atau MK-nya tidak ada di
000700*           matkul.dat; baris GRADEBOOK.DAT dan GBHIST.DAT tanpa
000800*           KRS yang cocok; baris absensi.dat untuk mahasiswa yang
000900*           tidak terdaftar di MK itu; tagihan.dat untuk NPM tanpa
001000*           KRS sama sekali di term tagihannya; dan huruf mutu
001100*           yang tidak sesuai pita NILAI-nya (A 80, B 70, C 60, D
001200*           50, selebihnya E). Hasil ke AKDAUDIT-*.RPT berikut
001300*           cacah per jenis kesalahan; bisa dijalankan sendiri
001400*           atau sebagai langkah akhir BATCH-HARIAN. krs.dat
001500*           indexed (NPM + MK + term), jadi pencocokan tiap baris
001600*           cukup satu READ berkunci, tanpa berkas kerja.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. AKD-AUDIT.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY DEPTSEL.
003000     COPY MKSEL.
003100     COPY KRSSEL.
003900     COPY GBKSEL.
004200     COPY GBHSEL.
004500     COPY ABSSEL.
004800     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
004900     ORGANIZATION IS INDEXED
005000     ACCESS MODE IS DYNAMIC
005100     RECORD KEY IS TG-KUNCI
005200     FILE STATUS IS TG-FS.
005300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
005400     ORGANIZATION IS LINE SEQUENTIAL
005500     FILE STATUS IS RS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800     COPY DEPTFD.
005900     COPY MKFD.
006000     COPY KRSFD.
007300     COPY GBKFD.
008600     COPY GBHFD.
009900     COPY ABSFD.
010800 FD TAGIHAN-FILE.
010900 01 TAGIHAN-RECORD.
011000     02 TG-KUNCI.
011100         03 TG-NPM         PIC X(08).
011200         03 TG-TERM        PIC 9(05).
011300     02 TG-JUMLAH          PIC 9(09).
011400     02 TG-DIBAYAR         PIC 9(09).
011500     02 TG-STATUS          PIC X(01).
011550     02 TG-POTONGAN        PIC 9(09).
011600 FD REPORT-OUT.
011700 01 REPORT-LINE            PIC X(80).
011800
011900 WORKING-STORAGE SECTION.
012000 77 DP-FS                  PIC XX.
012100 77 MK-FS                  PIC XX.
012200 77 KR-FS                  PIC XX.
012400 77 GB-FS                  PIC XX.
012500 77 GH-FS                  PIC XX.
012600 77 AB-FS                  PIC XX.
012700 77 TG-FS                  PIC XX.
012800 77 RS                     PIC XX.
012900 77 WS-RPT-NAMA            PIC X(30).
013000 77 WS-TGL-RUN             PIC 9(8).
013100 77 WS-JAM-RUN             PIC 9(8).
013200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'AKD-AUDIT'.
013300 77 WS-CAT-JML             PIC 9(7).
013400 77 WS-EOF-SW              PIC X VALUE 'N'.
013500     88 WS-EOF             VALUE 'Y'.
013600 77 WS-DEPT-BUKA-SW        PIC X VALUE 'N'.
013700     88 WS-DEPT-BUKA       VALUE 'Y'.
013800 77 WS-MK-BUKA-SW          PIC X VALUE 'N'.
013900     88 WS-MK-BUKA         VALUE 'Y'.
014000 77 WS-KRS-ADA-SW          PIC X VALUE 'N'.
014100     88 WS-KRS-ADA         VALUE 'Y'.
014110 77 WS-KRS-HABIS-SW        PIC X VALUE 'N'.
014120     88 WS-KRS-HABIS       VALUE 'Y'.
014200 77 WS-JML-SALAH           PIC 9(7) VALUE ZERO.
014300 77 WS-IDX                 PIC 9(2).
014400 01 WS-NILAI-CEK           PIC 999.
014500 01 WS-HURUF-CEK           PIC X.
014600 01 WS-HURUF-PITA          PIC X.
014700*-----------------------------------------------------------------
014800* Cacah per jenis kesalahan, urutan sama dengan WS-NAMA-JENIS.
014900*-----------------------------------------------------------------
015000 01 WS-TABEL-JENIS-NILAI.
015100     02 FILLER             PIC X(40)
015200         VALUE 'KRS: NPM TIDAK ADA DI dept.dat'.
015300     02 FILLER             PIC X(40)
015400         VALUE 'KRS: MK TIDAK ADA DI matkul.dat'.
015500     02 FILLER             PIC X(40)
015600         VALUE 'GRADEBOOK.DAT TANPA KRS'.
015700     02 FILLER             PIC X(40)
015800         VALUE 'GBHIST.DAT TANPA KRS'.
015900     02 FILLER             PIC X(40)
016000         VALUE 'absensi.dat MAHASISWA TAK TERDAFTAR'.
016100     02 FILLER             PIC X(40)
016200         VALUE 'tagihan.dat TANPA KRS DI TERM ITU'.
016300     02 FILLER             PIC X(40)
016400         VALUE 'HURUF MUTU TIDAK SESUAI NILAI'.
016500 01 WS-TABEL-JENIS REDEFINES WS-TABEL-JENIS-NILAI.
016600     02 WS-NAMA-JENIS      PIC X(40) OCCURS 7.
016700 01 WS-TABEL-CACAH.
016800     02 WS-CACAH-JENIS     PIC 9(7) OCCURS 7.
016900 01 WS-DETAIL.
017000     02 WS-D-BERKAS        PIC X(13).
017100     02 FILLER             PIC X(01) VALUE SPACES.
017200     02 WS-D-NPM           PIC X(08).
017300     02 FILLER             PIC X(01) VALUE SPACES.
017400     02 WS-D-MK            PIC X(06).
017500     02 FILLER             PIC X(01) VALUE SPACES.
017600     02 WS-D-TERM          PIC 9(05).
017700     02 FILLER             PIC X(02) VALUE SPACES.
017800     02 WS-D-ALASAN        PIC X(40).
017900 01 WS-BARIS-CACAH.
018000     02 WS-BC-NAMA         PIC X(40).
018100     02 FILLER             PIC X(02) VALUE ': '.
018200     02 WS-BC-ANGKA        PIC Z(6)9.
018300
018400 PROCEDURE DIVISION.
018500*-----------------------------------------------------------------
018600 0000-MAINLINE.
018700     MOVE 0 TO RETURN-CODE.
018800     INITIALIZE WS-TABEL-CACAH.
018900     OPEN INPUT KRS-FILE.
019000     IF KR-FS NOT = '00'
019100         DISPLAY 'krs.dat TIDAK DAPAT DIBUKA, STATUS ' KR-FS
019200         MOVE 1 TO RETURN-CODE
019300         GO TO 9999-EXIT
019400     END-IF.
020200     OPEN INPUT DEPT-MST.
020300     IF DP-FS = '00'
020400         MOVE 'Y' TO WS-DEPT-BUKA-SW
020500     END-IF.
020600     OPEN INPUT MATKUL-MST.
020700     IF MK-FS = '00'
020800         MOVE 'Y' TO WS-MK-BUKA-SW
020900     END-IF.
021000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
021100     ACCEPT WS-JAM-RUN FROM TIME.
021200     MOVE SPACES TO WS-RPT-NAMA.
021300     STRING 'AKDAUDIT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
021400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
021500     OPEN OUTPUT REPORT-OUT.
021600     MOVE SPACES TO REPORT-LINE.
021700     STRING 'AUDIT INTEGRITAS BERKAS AKADEMIK ' WS-TGL-RUN
021800         DELIMITED BY SIZE INTO REPORT-LINE.
021900     WRITE REPORT-LINE.
022000     MOVE SPACES TO REPORT-LINE.
022100     WRITE REPORT-LINE.
022200     IF NOT WS-DEPT-BUKA
022300         MOVE '(dept.dat TAK TERBUKA, CEK NPM KRS DILEWATI)'
022400             TO REPORT-LINE
022500         WRITE REPORT-LINE
022600     END-IF.
022700     IF NOT WS-MK-BUKA
022800         MOVE '(matkul.dat TAK TERBUKA, CEK MK KRS DILEWATI)'
022900             TO REPORT-LINE
023000         WRITE REPORT-LINE
023100     END-IF.
023200     PERFORM 1000-MUAT-KRS THRU 1000-EXIT.
023500     CLOSE DEPT-MST.
023600     CLOSE MATKUL-MST.
023800     PERFORM 2000-CEK-GRADEBOOK THRU 2000-EXIT.
023900     PERFORM 3000-CEK-RIWAYAT THRU 3000-EXIT.
024000     PERFORM 4000-CEK-ABSENSI THRU 4000-EXIT.
024100     PERFORM 5000-CEK-TAGIHAN THRU 5000-EXIT.
024200     CLOSE KRS-FILE.
024300     PERFORM 6000-RINGKASAN THRU 6000-EXIT.
024400     CLOSE REPORT-OUT.
024500     MOVE WS-JML-SALAH TO WS-CAT-JML.
024600     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
024700         WS-CAT-JML.
024800     DISPLAY 'AUDIT AKADEMIK SELESAI, ' WS-JML-SALAH
024900         ' TEMUAN DI ' WS-RPT-NAMA.
025000     GO TO 9999-EXIT.
025100
025200*-----------------------------------------------------------------
025300* Sisir krs.dat urut kunci sambil memeriksa NPM terhadap
025400* dept.dat dan MK terhadap matkul.dat.
025500*-----------------------------------------------------------------
025600 1000-MUAT-KRS.
025700     MOVE 'N' TO WS-EOF-SW.
025800     PERFORM 1100-SATU-KRS THRU 1100-EXIT
025900         UNTIL WS-EOF.
026000 1000-EXIT.
026100     EXIT.
026200
026300 1100-SATU-KRS.
026400     READ KRS-FILE NEXT RECORD
026500         AT END MOVE 'Y' TO WS-EOF-SW
026600     END-READ.
026700     IF WS-EOF
026800         GO TO 1100-EXIT
026900     END-IF.
027600     MOVE 'krs.dat' TO WS-D-BERKAS.
027700     MOVE KR-NPM TO WS-D-NPM.
027800     MOVE KR-MK TO WS-D-MK.
027900     MOVE KR-TERM TO WS-D-TERM.
028000     IF WS-DEPT-BUKA
028100         MOVE KR-NPM TO DP-NPM
028200         READ DEPT-MST
028300             INVALID KEY
028400                 MOVE 1 TO WS-IDX
028500                 PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
028600         END-READ
028700     END-IF.
028800     IF WS-MK-BUKA
028900         MOVE KR-MK TO MK-KODE
029000         READ MATKUL-MST
029100             INVALID KEY
029200                 MOVE 2 TO WS-IDX
029300                 PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
029400         END-READ
029500     END-IF.
029600 1100-EXIT.
029700     EXIT.
029800
029900*-----------------------------------------------------------------
030000 2000-CEK-GRADEBOOK.
030100     OPEN INPUT GRADEBOOK.
030200     IF GB-FS NOT = '00'
030300         CLOSE GRADEBOOK
030400         GO TO 2000-EXIT
030500     END-IF.
030600     MOVE 'N' TO WS-EOF-SW.
030700     PERFORM 2100-SATU-GRADEBOOK THRU 2100-EXIT
030800         UNTIL WS-EOF.
030900     CLOSE GRADEBOOK.
031000 2000-EXIT.
031100     EXIT.
031200
031300 2100-SATU-GRADEBOOK.
031400     READ GRADEBOOK NEXT RECORD
031500         AT END MOVE 'Y' TO WS-EOF-SW
031600     END-READ.
031700     IF WS-EOF
031800         GO TO 2100-EXIT
031900     END-IF.
032000     MOVE 'GRADEBOOK.DAT' TO WS-D-BERKAS.
032100     MOVE GB-NPM TO WS-D-NPM.
032200     MOVE GB-MK TO WS-D-MK.
032300     MOVE GB-TERM TO WS-D-TERM.
032400     MOVE SPACES TO KRS-RECORD.
032500     MOVE GB-NPM TO KR-NPM.
032600     MOVE GB-MK TO KR-MK.
032610     MOVE GB-TERM TO KR-TERM.
032700     PERFORM 7000-CARI-KRS THRU 7000-EXIT.
032800     IF NOT WS-KRS-ADA
032900         MOVE 3 TO WS-IDX
033000         PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
033100     END-IF.
033200     MOVE GB-NILAI TO WS-NILAI-CEK.
033300     MOVE GB-HURUF TO WS-HURUF-CEK.
033400     PERFORM 7500-CEK-HURUF THRU 7500-EXIT.
033500 2100-EXIT.
033600     EXIT.
033700
033800*-----------------------------------------------------------------
033900 3000-CEK-RIWAYAT.
034000     OPEN INPUT GRADE-HIST.
034100     IF GH-FS NOT = '00'
034200         CLOSE GRADE-HIST
034300         GO TO 3000-EXIT
034400     END-IF.
034500     MOVE 'N' TO WS-EOF-SW.
034600     PERFORM 3100-SATU-RIWAYAT THRU 3100-EXIT
034700         UNTIL WS-EOF.
034800     CLOSE GRADE-HIST.
034900 3000-EXIT.
035000     EXIT.
035100
035200 3100-SATU-RIWAYAT.
035300     READ GRADE-HIST NEXT RECORD
035400         AT END MOVE 'Y' TO WS-EOF-SW
035500     END-READ.
035600     IF WS-EOF
035700         GO TO 3100-EXIT
035800     END-IF.
035900     MOVE 'GBHIST.DAT' TO WS-D-BERKAS.
036000     MOVE GH-NPM TO WS-D-NPM.
036100     MOVE GH-MK TO WS-D-MK.
036200     MOVE GH-TERM TO WS-D-TERM.
036300     MOVE SPACES TO KRS-RECORD.
036400     MOVE GH-NPM TO KR-NPM.
036500     MOVE GH-MK TO KR-MK.
036510     MOVE GH-TERM TO KR-TERM.
036600     PERFORM 7000-CARI-KRS THRU 7000-EXIT.
036700     IF NOT WS-KRS-ADA
036800         MOVE 4 TO WS-IDX
036900         PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
037000     END-IF.
037100     MOVE GH-NILAI TO WS-NILAI-CEK.
037200     MOVE GH-HURUF TO WS-HURUF-CEK.
037300     PERFORM 7500-CEK-HURUF THRU 7500-EXIT.
037400 3100-EXIT.
037500     EXIT.
037600
037700*-----------------------------------------------------------------
037800 4000-CEK-ABSENSI.
037900     OPEN INPUT ABSEN-FILE.
038000     IF AB-FS NOT = '00'
038100         CLOSE ABSEN-FILE
038200         GO TO 4000-EXIT
038300     END-IF.
038400     MOVE 'N' TO WS-EOF-SW.
038500     PERFORM 4100-SATU-ABSEN THRU 4100-EXIT
038600         UNTIL WS-EOF.
038700     CLOSE ABSEN-FILE.
038800 4000-EXIT.
038900     EXIT.
039000
039100 4100-SATU-ABSEN.
039200     READ ABSEN-FILE NEXT RECORD
039300         AT END MOVE 'Y' TO WS-EOF-SW
039400     END-READ.
039500     IF WS-EOF
039600         GO TO 4100-EXIT
039700     END-IF.
039800     MOVE SPACES TO KRS-RECORD.
039900     MOVE AB-NPM TO KR-NPM.
040000     MOVE AB-MK TO KR-MK.
040010     MOVE AB-TERM TO KR-TERM.
040100     PERFORM 7000-CARI-KRS THRU 7000-EXIT.
040200     IF NOT WS-KRS-ADA
040300         MOVE 'absensi.dat' TO WS-D-BERKAS
040400         MOVE AB-NPM TO WS-D-NPM
040500         MOVE AB-MK TO WS-D-MK
040600         MOVE AB-TERM TO WS-D-TERM
040700         MOVE 5 TO WS-IDX
040800         PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
040900     END-IF.
041000 4100-EXIT.
041100     EXIT.
041200
041300*-----------------------------------------------------------------
041400* Tagihan cukup punya satu baris KRS di term yang sama: START ke
041500* kunci NPM terkecil lalu sisir baris KRS NPM itu saja.
041600*-----------------------------------------------------------------
041700 5000-CEK-TAGIHAN.
041800     OPEN INPUT TAGIHAN-FILE.
041900     IF TG-FS NOT = '00'
042000         CLOSE TAGIHAN-FILE
042100         GO TO 5000-EXIT
042200     END-IF.
042300     MOVE 'N' TO WS-EOF-SW.
042400     PERFORM 5100-SATU-TAGIHAN THRU 5100-EXIT
042500         UNTIL WS-EOF.
042600     CLOSE TAGIHAN-FILE.
042700 5000-EXIT.
042800     EXIT.
042900
043000 5100-SATU-TAGIHAN.
043100     READ TAGIHAN-FILE NEXT RECORD
043200         AT END MOVE 'Y' TO WS-EOF-SW
043300     END-READ.
043400     IF WS-EOF
043500         GO TO 5100-EXIT
043600     END-IF.
043700     MOVE 'N' TO WS-KRS-ADA-SW.
043800     MOVE SPACES TO KRS-RECORD.
043900     MOVE TG-NPM TO KR-NPM.
044000     MOVE LOW-VALUES TO KR-MK.
044010     MOVE ZERO TO KR-TERM.
044100     START KRS-FILE KEY IS NOT LESS THAN KR-KUNCI
044200         INVALID KEY GO TO 5150-CATAT
044300     END-START.
044400     MOVE 'N' TO WS-KRS-HABIS-SW.
044500     PERFORM 5120-SATU-KRS-NPM THRU 5120-EXIT
044600         UNTIL WS-KRS-HABIS OR WS-KRS-ADA.
045000 5150-CATAT.
045100     IF NOT WS-KRS-ADA
045200         MOVE 'tagihan.dat' TO WS-D-BERKAS
045300         MOVE TG-NPM TO WS-D-NPM
045400         MOVE SPACES TO WS-D-MK
045500         MOVE TG-TERM TO WS-D-TERM
045600         MOVE 6 TO WS-IDX
045700         PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
045800     END-IF.
045900 5100-EXIT.
046000     EXIT.
046010
046020 5120-SATU-KRS-NPM.
046030     READ KRS-FILE NEXT RECORD
046040         AT END MOVE 'Y' TO WS-KRS-HABIS-SW
046050     END-READ.
046060     IF WS-KRS-HABIS
046070         GO TO 5120-EXIT
046080     END-IF.
046090     IF KR-NPM NOT = TG-NPM
046091         MOVE 'Y' TO WS-KRS-HABIS-SW
046092         GO TO 5120-EXIT
046093     END-IF.
046094     IF KR-TERM = TG-TERM
046095         MOVE 'Y' TO WS-KRS-ADA-SW
046096     END-IF.
046097 5120-EXIT.
046098     EXIT.
046100
046200*-----------------------------------------------------------------
046300 6000-RINGKASAN.
046400     MOVE SPACES TO REPORT-LINE.
046500     WRITE REPORT-LINE.
046600     MOVE '--- CACAH PER JENIS KESALAHAN ---' TO REPORT-LINE.
046700     WRITE REPORT-LINE.
046800     PERFORM 6100-SATU-JENIS THRU 6100-EXIT
046900         VARYING WS-IDX FROM 1 BY 1
047000         UNTIL WS-IDX > 7.
047100     MOVE 'TOTAL TEMUAN' TO WS-BC-NAMA.
047200     MOVE WS-JML-SALAH TO WS-BC-ANGKA.
047300     MOVE WS-BARIS-CACAH TO REPORT-LINE.
047400     WRITE REPORT-LINE.
047500 6000-EXIT.
047600     EXIT.
047700
047800 6100-SATU-JENIS.
047900     MOVE WS-NAMA-JENIS(WS-IDX) TO WS-BC-NAMA.
048000     MOVE WS-CACAH-JENIS(WS-IDX) TO WS-BC-ANGKA.
048100     MOVE WS-BARIS-CACAH TO REPORT-LINE.
048200     WRITE REPORT-LINE.
048300 6100-EXIT.
048400     EXIT.
048500
048600*-----------------------------------------------------------------
048700 7000-CARI-KRS.
048800     MOVE 'N' TO WS-KRS-ADA-SW.
048900     READ KRS-FILE
049000         INVALID KEY CONTINUE
049100         NOT INVALID KEY MOVE 'Y' TO WS-KRS-ADA-SW
049200     END-READ.
049300 7000-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------------
049700* Pita NILAI ke huruf mutu, sama dengan entri nilai.
049800*-----------------------------------------------------------------
049900 7500-CEK-HURUF.
050000     EVALUATE TRUE
050100         WHEN WS-NILAI-CEK >= 80
050200             MOVE 'A' TO WS-HURUF-PITA
050300         WHEN WS-NILAI-CEK >= 70
050400             MOVE 'B' TO WS-HURUF-PITA
050500         WHEN WS-NILAI-CEK >= 60
050600             MOVE 'C' TO WS-HURUF-PITA
050700         WHEN WS-NILAI-CEK >= 50
050800             MOVE 'D' TO WS-HURUF-PITA
050900         WHEN OTHER
051000             MOVE 'E' TO WS-HURUF-PITA
051100     END-EVALUATE.
051200     IF WS-HURUF-CEK NOT = WS-HURUF-PITA
051300         MOVE 7 TO WS-IDX
051400         PERFORM 8000-TULIS-TEMUAN THRU 8000-EXIT
051500     END-IF.
051600 7500-EXIT.
051700     EXIT.
051800
051900*-----------------------------------------------------------------
052000* Satu baris temuan jenis WS-IDX; WS-D-BERKAS/NPM/MK/TERM sudah
052100* diisi pemanggil.
052200*-----------------------------------------------------------------
052300 8000-TULIS-TEMUAN.
052400     MOVE WS-NAMA-JENIS(WS-IDX) TO WS-D-ALASAN.
052500     MOVE WS-DETAIL TO REPORT-LINE.
052600     WRITE REPORT-LINE.
052700     ADD 1 TO WS-CACAH-JENIS(WS-IDX).
052800     ADD 1 TO WS-JML-SALAH.
052900 8000-EXIT.
053000     EXIT.
053100
053200*-----------------------------------------------------------------
053300 9999-EXIT.
053400     GOBACK.
