001000*           total mutasi kemarin dari stokjrnl.dat -- satu
001100*           lembar di meja supervisor menggantikan setengah
001200*           lusin laporan yang dibuka tiap pagi.
001210*           Nilai persediaan dan keluar kemarin juga dirinci per
001220*           kampus pemilik gudang (GD-KAMPUS).
001230*           Baris terakhir: jumlah pengecualian yang masih
001240*           terbuka di antrian bersama excq.dat, total dan per
001250*           program sumber.
001260*           Baris PO dihitung telat bila sudah lebih dari 10
001270*           hari kerja (TGL-KERJA, harilibur.dat) sejak tanggal
001280*           pesannya.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
002700     COPY BIASEL.
002800     COPY HPDSEL.
002900     COPY POSEL.
002910     COPY EXQSEL.
003000     SELECT NITE-CTL ASSIGN TO 'brgnite.ctl'
003100     ORGANIZATION IS LINE SEQUENTIAL
003200     FILE STATUS IS NC-FS.
004400     COPY BIAFD.
004500     COPY HPDFD.
004600     COPY POFD.
004610     COPY EXQFD.
004700 FD NITE-CTL.
004800 01 NC-RECORD.
004900     02 NC-TANGGAL         PIC 9(8).
006700 77 PO-FS                  PIC XX.
006800 77 NC-FS                  PIC XX.
006900 77 JL-FS                  PIC XX.
006910 77 EQ-FS                  PIC XX.
007000 77 RS                     PIC XX.
007100 77 WS-EOF-SW              PIC X VALUE 'N'.
007200     88 WS-EOF             VALUE 'Y'.
007700 77 WS-IDX                 PIC 9(2).
007800 77 WS-ISI-RING            PIC 9(2) VALUE ZERO.
007900 77 WS-POSISI-RING         PIC 9(2) VALUE ZERO.
007907 77 WS-IDX-KMP             PIC 9(2).
007914 77 WS-POSISI-KMP          PIC 9(2).
007915 77 WS-JML-EXC             PIC 9(5) VALUE ZERO.
007916 77 WS-ISI-EXC             PIC 9(2) VALUE ZERO.
007917 77 WS-IDX-EXC             PIC 9(2).
007918* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
007919 77 WS-TK-FUNGSI           PIC X(1).
007920 77 WS-TK-TGL-2            PIC 9(8).
007921 77 WS-TK-HARI             PIC S9(7).
007922 77 WS-TK-KERJA            PIC S9(7).
007923 77 WS-TK-KET              PIC X(30).
007924 01 WS-EXC-TABEL.
007925     02 WS-ET-ENTRI OCCURS 20 TIMES.
007926         03 WS-ET-SUMBER   PIC X(13).
007927         03 WS-ET-JML      PIC 9(5).
007928 01 WS-GUDANG-KAMPUS.
007929     02 WS-GK-KAMPUS       PIC 9(01) OCCURS 99 TIMES.
007935 01 WS-KAMPUS-TABEL.
007942     02 WS-KT-NAMA         PIC X(20) OCCURS 9 TIMES.
007949* Slot 1 = kampus 0 (belum ditetapkan), slot 2-10 = kampus 1-9.
007956 01 WS-SUB-KAMPUS.
007963     02 WS-SK-ENTRI OCCURS 10 TIMES.
007970         03 WS-SK-ADA      PIC X.
007977         03 WS-SK-NILAI    PIC 9(13)V9(3).
007984         03 WS-SK-KELUAR   PIC 9(7).
008000 01 WS-TOTAL-NILAI         PIC 9(13)V9(3) VALUE ZERO.
008100 01 WS-HARGA-PAKAI         PIC 9(7)V9(3).
008200 01 WS-TGL-TUA             PIC 9(8) VALUE 99999999.
008500 01 WS-TGL-KEMARIN         PIC 9(8).
008600 01 WS-TOTAL-MASUK         PIC 9(7) VALUE ZERO.
008700 01 WS-TOTAL-KELUAR        PIC 9(7) VALUE ZERO.
010760         MOVE WS-SP-NILAI TO WS-AMBANG-RENDAH
010770     END-IF.
010800     ACCEPT WS-JAM-RUN FROM TIME.
011200     PERFORM 0100-HITUNG-KEMARIN THRU 0100-EXIT.
011210     CALL 'GDG-KMP' USING WS-GUDANG-KAMPUS.
011220     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
011230     PERFORM 0200-KOSONGKAN-KAMPUS THRU 0200-EXIT
011240         VARYING WS-IDX-KMP FROM 1 BY 1
011250         UNTIL WS-IDX-KMP > 10.
011300     MOVE SPACES TO WS-RPT-NAMA.
011400     STRING 'DASHBOARD-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
011500         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
012600     PERFORM 4000-STATUS-BATCH THRU 4000-EXIT.
012700     PERFORM 5000-EKOR-AUDIT THRU 5000-EXIT.
012800     PERFORM 6000-MUTASI-KEMARIN THRU 6000-EXIT.
012810     PERFORM 8000-PENGECUALIAN THRU 8000-EXIT.
012900     CLOSE REPORT-OUT.
013000     MOVE 1 TO WS-CAT-JML.
013100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
015300     MOVE WS-TGL-PECAH TO WS-TGL-KEMARIN.
015400 0100-EXIT.
015500     EXIT.
015504
015508 0200-KOSONGKAN-KAMPUS.
015512     MOVE 'N' TO WS-SK-ADA(WS-IDX-KMP).
015516     MOVE ZERO TO WS-SK-NILAI(WS-IDX-KMP).
015520     MOVE ZERO TO WS-SK-KELUAR(WS-IDX-KMP).
015524 0200-EXIT.
015528     EXIT.
015532
015536*-----------------------------------------------------------------
015540* Slot kampus untuk nomor gudang di WS-POSISI-KMP (masuk berisi
015544* nomor gudang, keluar berisi slot); gudang tanpa kampus masuk
015548* slot kampus 0.
015552*-----------------------------------------------------------------
015556 0300-SLOT-KAMPUS.
015560     IF WS-POSISI-KMP >= 1
015564         COMPUTE WS-POSISI-KMP =
015568             WS-GK-KAMPUS(WS-POSISI-KMP) + 1
015572     ELSE
015576         MOVE 1 TO WS-POSISI-KMP
015580     END-IF.
015584     MOVE 'Y' TO WS-SK-ADA(WS-POSISI-KMP).
015588 0300-EXIT.
015592     EXIT.
015600
015700*-----------------------------------------------------------------
015800* Nilai total persediaan dan cacah barang stok rendah (saldo
018500     MOVE WS-TOTAL-NILAI TO WS-BA-ANGKA.
018600     MOVE WS-BARIS-ANGKA TO REPORT-LINE.
018700     WRITE REPORT-LINE.
018710     PERFORM 1200-NILAI-KAMPUS THRU 1200-EXIT
018720         VARYING WS-IDX-KMP FROM 1 BY 1
018730         UNTIL WS-IDX-KMP > 10.
018800     MOVE 'BARANG STOK RENDAH         : ' TO WS-BC-LABEL.
018900     MOVE WS-JML-RENDAH TO WS-BC-ANGKA.
019000     MOVE WS-BARIS-CACAH TO REPORT-LINE.
022800     END-IF.
022900     COMPUTE WS-TOTAL-NILAI =
023000         WS-TOTAL-NILAI + (STK-SALDO * WS-HARGA-PAKAI).
023010     MOVE STK-GUDANG TO WS-POSISI-KMP.
023020     PERFORM 0300-SLOT-KAMPUS THRU 0300-EXIT.
023030     COMPUTE WS-SK-NILAI(WS-POSISI-KMP) =
023040         WS-SK-NILAI(WS-POSISI-KMP)
023050         + (STK-SALDO * WS-HARGA-PAKAI).
023100 1100-EXIT.
023200     EXIT.
023207
023214 1200-NILAI-KAMPUS.
023221     IF WS-SK-ADA(WS-IDX-KMP) NOT = 'Y'
023228         GO TO 1200-EXIT
023235     END-IF.
023242     PERFORM 7000-LABEL-KAMPUS THRU 7000-EXIT.
023249     MOVE WS-BC-LABEL TO WS-BA-LABEL.
023256     MOVE WS-SK-NILAI(WS-IDX-KMP) TO WS-BA-ANGKA.
023263     MOVE WS-BARIS-ANGKA TO REPORT-LINE.
023270     WRITE REPORT-LINE.
023277 1200-EXIT.
023284     EXIT.
023300
023400*-----------------------------------------------------------------
023500 2000-ANTRIAN-HARGA.
028200         UNTIL WS-EOF.
028300     CLOSE PO-FILE.
028400 3000-TULIS.
028500     MOVE 'BARIS PO TELAT >10 HR KERJA: ' TO WS-BC-LABEL.
028600     MOVE WS-JML-TELAT TO WS-BC-ANGKA.
028700     MOVE WS-BARIS-CACAH TO REPORT-LINE.
028800     WRITE REPORT-LINE.
029600     IF WS-EOF
029700         GO TO 3100-EXIT
029800     END-IF.
029810     IF PO-STATUS = 'D' OR PO-STATUS = 'M'
029820         GO TO 3100-EXIT
029830     END-IF.
029900     IF PO-JML-TERIMA >= PO-JUMLAH
030000         GO TO 3100-EXIT
030100     END-IF.
030110     MOVE 'S' TO WS-TK-FUNGSI.
030120     MOVE WS-TGL-RUN TO WS-TK-TGL-2.
030130     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, PO-TGL, WS-TK-TGL-2,
030140         WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
030150     IF WS-TK-KERJA > 10
030600         ADD 1 TO WS-JML-TELAT
030700     END-IF.
030800 3100-EXIT.
042600     MOVE WS-TOTAL-KELUAR TO WS-BC-ANGKA.
042700     MOVE WS-BARIS-CACAH TO REPORT-LINE.
042800     WRITE REPORT-LINE.
042810     PERFORM 6200-KELUAR-KAMPUS THRU 6200-EXIT
042820         VARYING WS-IDX-KMP FROM 1 BY 1
042830         UNTIL WS-IDX-KMP > 10.
042900 6000-EXIT.
043000     EXIT.
043100
044100     END-IF.
044200     IF JR-ARAH = 'K'
044300         ADD JR-JUMLAH TO WS-TOTAL-KELUAR
044310         MOVE JR-GUDANG TO WS-POSISI-KMP
044320         PERFORM 0300-SLOT-KAMPUS THRU 0300-EXIT
044330         ADD JR-JUMLAH TO WS-SK-KELUAR(WS-POSISI-KMP)
044400     ELSE
044500         ADD JR-JUMLAH TO WS-TOTAL-MASUK
044600     END-IF.
044700 6100-EXIT.
044800     EXIT.
044803
044806 6200-KELUAR-KAMPUS.
044809     IF WS-SK-KELUAR(WS-IDX-KMP) = ZERO
044812         GO TO 6200-EXIT
044815     END-IF.
044818     PERFORM 7000-LABEL-KAMPUS THRU 7000-EXIT.
044821     MOVE WS-SK-KELUAR(WS-IDX-KMP) TO WS-BC-ANGKA.
044824     MOVE WS-BARIS-CACAH TO REPORT-LINE.
044827     WRITE REPORT-LINE.
044830 6200-EXIT.
044833     EXIT.
044836
044839*-----------------------------------------------------------------
044842* Label baris rincian kampus di WS-BC-LABEL.
044845*-----------------------------------------------------------------
044848 7000-LABEL-KAMPUS.
044851     MOVE SPACES TO WS-BC-LABEL.
044854     IF WS-IDX-KMP = 1
044857         MOVE '  KAMPUS BELUM DITETAPKAN: ' TO WS-BC-LABEL
044860     ELSE
044863         STRING '  KAMPUS ' WS-KT-NAMA(WS-IDX-KMP - 1)(1:16)
044866             ': ' DELIMITED BY SIZE INTO WS-BC-LABEL
044869     END-IF.
044872 7000-EXIT.
044875     EXIT.
044876*-----------------------------------------------------------------
044877* Pengecualian terbuka di excq.dat, dibaca urut kunci alternatif
044878* sumber + kunci sehingga tiap program sumber berkelompok.
044879*-----------------------------------------------------------------
044880 8000-PENGECUALIAN.
044881     OPEN INPUT EXC-QUEUE.
044882     IF EQ-FS NOT = '00'
044883         CLOSE EXC-QUEUE
044884         GO TO 8000-TULIS.
044885     MOVE LOW-VALUES TO EQ-SUMBER-KUNCI.
044886     MOVE 'N' TO WS-EOF-SW.
044887     START EXC-QUEUE KEY NOT < EQ-SUMBER-KUNCI
044888         INVALID KEY MOVE 'Y' TO WS-EOF-SW
044889     END-START.
044890     PERFORM 8100-SATU-EXC THRU 8100-EXIT
044891         UNTIL WS-EOF.
044892     CLOSE EXC-QUEUE.
044893 8000-TULIS.
044894     MOVE SPACES TO REPORT-LINE.
044895     WRITE REPORT-LINE.
044896     MOVE 'PENGECUALIAN TERBUKA       : ' TO WS-BC-LABEL.
044897     MOVE WS-JML-EXC TO WS-BC-ANGKA.
044898     MOVE WS-BARIS-CACAH TO REPORT-LINE.
044899     WRITE REPORT-LINE.
044900     PERFORM 8200-TULIS-SUMBER THRU 8200-EXIT
044901         VARYING WS-IDX-EXC FROM 1 BY 1
044902         UNTIL WS-IDX-EXC > WS-ISI-EXC.
044903 8000-EXIT.
044904     EXIT.
044905
044906 8100-SATU-EXC.
044907     READ EXC-QUEUE NEXT RECORD
044908         AT END MOVE 'Y' TO WS-EOF-SW
044909     END-READ.
044910     IF WS-EOF OR EQ-STATUS NOT = 'O'
044911         GO TO 8100-EXIT
044912     END-IF.
044913     ADD 1 TO WS-JML-EXC.
044914     IF WS-ISI-EXC > ZERO
044915         IF WS-ET-SUMBER(WS-ISI-EXC) = EQ-SUMBER
044916             ADD 1 TO WS-ET-JML(WS-ISI-EXC)
044917             GO TO 8100-EXIT
044918         END-IF
044919     END-IF.
044920*    Lebih dari 20 program sumber: sisanya tetap masuk total.
044921     IF WS-ISI-EXC < 20
044922         ADD 1 TO WS-ISI-EXC
044923         MOVE EQ-SUMBER TO WS-ET-SUMBER(WS-ISI-EXC)
044924         MOVE 1 TO WS-ET-JML(WS-ISI-EXC)
044925     END-IF.
044926 8100-EXIT.
044927     EXIT.
044928
044929 8200-TULIS-SUMBER.
044930     MOVE SPACES TO WS-BC-LABEL.
044931     MOVE WS-ET-SUMBER(WS-IDX-EXC) TO WS-BC-LABEL(3:13).
044932     MOVE ':' TO WS-BC-LABEL(28:1).
044933     MOVE WS-ET-JML(WS-IDX-EXC) TO WS-BC-ANGKA.
044934     MOVE WS-BARIS-CACAH TO REPORT-LINE.
044935     WRITE REPORT-LINE.
044936 8200-EXIT.
044937     EXIT.
044938
045000*-----------------------------------------------------------------
045100 9999-EXIT.
045200     GOBACK.
