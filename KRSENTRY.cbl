000800*           bisa ditimpa parameter SKSMAKS sysparm.dat), dan
000900*           pendaftaran ganda ditolak. Baris krs.dat inilah yang
001000*           dipegang entri nilai: nilai tanpa KRS ditolak.
001010*           krs.dat dan GBHIST.DAT dibaca lewat kunci NPM,
001020*           bukan disisir dari awal.
001030*           MK yang pertemuannya di jadwal.dat beririsan jam
001040*           dengan MK lain mahasiswa itu pada term yang sama
001050*           ditolak (MK tanpa jadwal tidak diperiksa).
001060*           Baris ditulis sebagai draft (KR-STATUS D) sampai
001070*           disetujui dosen wali lewat KRS-APRV.
001080*           Mahasiswa yang cutinya disetujui untuk term AKTIF
001090*           (cuti.dat) ditolak.
001092*           MK yang kapasitasnya di kuota.dat (KLS-MNT) sudah
001094*           penuh tidak didaftar: mahasiswa dicatat di daftar
001096*           tunggu antri.dat menurut urutan permintaan.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY KRSSEL.
002500     SELECT TERM-CTL ASSIGN TO 'term.dat'
002600     ORGANIZATION IS LINE SEQUENTIAL
002700     FILE STATUS IS TC-FS.
003300     SELECT PRASYARAT-FILE ASSIGN TO 'prasyarat.dat'
003400     ORGANIZATION IS LINE SEQUENTIAL
003500     FILE STATUS IS PQ-FS.
003600     COPY GBHSEL.
003900     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
004000     ORGANIZATION IS INDEXED
004100     ACCESS MODE IS DYNAMIC
004200     RECORD KEY IS TG-KUNCI
004300     FILE STATUS IS TG-FS.
004310     COPY PJMSEL.
004320     COPY JDWSEL.
004330     COPY CTISEL.
004340     COPY KUOSEL.
004350     COPY ANTSEL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600     COPY KRSFD.
005300 FD TERM-CTL.
005400 01 TC-LINE.
005500     02 TC-LABEL           PIC X(06).
006700     02 PRQ-MK             PIC X(06).
006800     02 FILLER             PIC X(01).
006900     02 PRQ-PRASYARAT      PIC X(06).
007000     COPY GBHFD.
008300 FD TAGIHAN-FILE.
008400 01 TAGIHAN-RECORD.
008500     02 TG-KUNCI.
008800     02 TG-JUMLAH          PIC 9(09).
008900     02 TG-DIBAYAR         PIC 9(09).
009000     02 TG-STATUS          PIC X(01).
009005     02 TG-POTONGAN        PIC 9(09).
009010     COPY PJMFD.
009020     COPY JDWFD.
009030     COPY CTIFD.
009040     COPY KUOFD.
009050     COPY ANTFD.
009100
009200 WORKING-STORAGE SECTION.
009300 77 KR-FS                  PIC XX.
013600 77 WS-SP-NAMA             PIC X(12).
013700 77 WS-SP-NILAI            PIC 9(9).
013800 77 WS-SP-KETEMU-SW        PIC X.
013810 77 PJ-FS                  PIC XX.
013812 77 CT-FS                  PIC XX.
013814 77 WS-CUTI-SW             PIC X.
013816     88 WS-CUTI            VALUE 'Y'.
013820 77 WS-PJ-EOF-SW           PIC X.
013830     88 WS-PJ-EOF          VALUE 'Y'.
013840 77 WS-TELAT-SW            PIC X.
013850     88 WS-TELAT           VALUE 'Y'.
013852 77 JD-FS                  PIC XX.
013854 77 WS-JD-EOF-SW           PIC X.
013856     88 WS-JD-EOF          VALUE 'Y'.
013858 77 WS-BENTROK-SW          PIC X.
013860     88 WS-BENTROK         VALUE 'Y'.
013862 77 WS-MK-BENTROK          PIC X(6).
013864 77 WS-KM-JML              PIC 9(2).
013866 77 WS-KM-IDX              PIC 9(2).
013868 77 WS-JS-JML              PIC 9(1).
013870 77 WS-JS-IDX              PIC 9(2).
013872 01 WS-KRS-MK.
013874     02 WS-KM-MK           PIC X(06) OCCURS 40 TIMES.
013876 01 WS-SESI-BARU.
013878     02 WS-JS-ENTRI OCCURS 9 TIMES.
013880         03 WS-JS-HARI     PIC 9(01).
013882         03 WS-JS-MULAI    PIC 9(04).
013884         03 WS-JS-SELESAI  PIC 9(04).
013885 77 KU-FS                  PIC XX.
013886 77 AN-FS                  PIC XX.
013887 77 WS-PENUH-SW            PIC X.
013888     88 WS-PENUH           VALUE 'Y'.
013889 77 WS-SUDAH-ANTRI-SW      PIC X.
013890     88 WS-SUDAH-ANTRI     VALUE 'Y'.
013891 77 WS-AN-EOF-SW           PIC X.
013892     88 WS-AN-EOF          VALUE 'Y'.
013893 77 WS-KAPASITAS           PIC 9(3).
013894 77 WS-TERISI              PIC 9(3).
013895 77 WS-AN-NO               PIC 9(5).
013896 77 WS-AN-URUT             PIC 9(3).
013897 77 WS-JAM-KINI            PIC 9(8).
013900
014000 PROCEDURE DIVISION.
014100*-----------------------------------------------------------------
021200             ' KULIAH ATAS ' WS-NPM
021300         GO TO 2000-LAGI
021400     END-IF.
021410*    Tahanan pinjaman alat: alat lab/media yang lewat tempo di
021420*    PJM-DESK menahan pendaftaran sampai dikembalikan.
021430     PERFORM 5200-CEK-PINJAMAN THRU 5200-EXIT.
021440     IF WS-TELAT
021450         DISPLAY 'PENDAFTARAN DITAHAN: MASIH ADA PINJAMAN ALAT'
021460             ' LEWAT TEMPO ATAS ' WS-NPM
021470         GO TO 2000-LAGI
021480     END-IF.
021482*    Mahasiswa dengan cuti disetujui (cuti.dat, CUTI-MNT) pada
021484*    term aktif tidak mengisi KRS.
021486     PERFORM 5400-CEK-CUTI THRU 5400-EXIT.
021488     IF WS-CUTI
021490         DISPLAY 'PENDAFTARAN DITOLAK: ' WS-NPM
021492             ' SEDANG CUTI AKADEMIK TERM ' WS-TERM
021494         GO TO 2000-LAGI
021496     END-IF.
021500     DISPLAY 'KODE MATA KULIAH         : ' WITH NO ADVANCING.
021600     ACCEPT WS-MK.
021700     MOVE 'N' TO WS-MK-VALID-SW.
023500             ', MK INI ' WS-MK-SKS '), DITOLAK'
023600         GO TO 2000-LAGI
023700     END-IF.
023710     PERFORM 6000-CEK-BENTROK THRU 6000-EXIT.
023720     IF WS-BENTROK
023730         DISPLAY 'JADWAL ' WS-MK ' BENTROK DENGAN ' WS-MK-BENTROK
023740             ' YANG SUDAH DIAMBIL, DITOLAK'
023750         GO TO 2000-LAGI
023760     END-IF.
023765*    Kelas penuh (kapasitas kuota.dat KLS-MNT): mahasiswa masuk
023770*    daftar tunggu antri.dat menurut urutan datang, tidak
023772*    terdaftar.
023775     PERFORM 7000-CEK-KUOTA THRU 7000-EXIT.
023780     IF WS-PENUH
023785         PERFORM 7200-MASUK-ANTRIAN THRU 7200-EXIT
023790         GO TO 2000-LAGI
023795     END-IF.
023800     OPEN I-O KRS-FILE.
023900     IF KR-FS = '35'
024000         OPEN OUTPUT KRS-FILE
024010         CLOSE KRS-FILE
024020         OPEN I-O KRS-FILE
024100     END-IF.
024200     MOVE SPACES TO KRS-RECORD.
024300     MOVE WS-NPM TO KR-NPM.
024400     MOVE WS-MK TO KR-MK.
024500     MOVE WS-TERM TO KR-TERM.
024510     MOVE 'D' TO KR-STATUS.
024600     WRITE KRS-RECORD
024610         INVALID KEY
024620             DISPLAY 'SUDAH TERDAFTAR DI MK ITU TERM INI, DITOLAK'
024630             CLOSE KRS-FILE
024640             GO TO 2000-LAGI
024650     END-WRITE.
024700     CLOSE KRS-FILE.
024800     DISPLAY WS-NPM ' TERDAFTAR DI ' WS-MK ' - ' WS-MK-NAMA.
024810     DISPLAY 'STATUS DRAFT, MENUNGGU PERSETUJUAN DOSEN WALI'.
024900 2000-LAGI.
025000     DISPLAY 'PENDAFTARAN BERIKUTNYA (Y/N) ? ' WITH NO ADVANCING.
025100     ACCEPT WS-LAGI-SW.
025400
025500*-----------------------------------------------------------------
025600* Jumlah SKS mahasiswa ini pada term berjalan dan cek daftar
025700* ganda, dari baris krs.dat milik NPM ini saja (START kunci).
025800*-----------------------------------------------------------------
025900 3000-HITUNG-SKS.
026000     MOVE ZERO TO WS-SKS-TERPAKAI.
026010     MOVE ZERO TO WS-KM-JML.
026100     MOVE 'N' TO WS-SUDAH-DAFTAR-SW.
026200     OPEN INPUT KRS-FILE.
026300     IF KR-FS NOT = '00'
026400         CLOSE KRS-FILE
026500         GO TO 3000-EXIT
026600     END-IF.
026610     MOVE SPACES TO KRS-RECORD.
026620     MOVE WS-NPM TO KR-NPM.
026630     MOVE LOW-VALUES TO KR-MK.
026640     MOVE ZERO TO KR-TERM.
026650     START KRS-FILE KEY NOT < KR-KUNCI
026660         INVALID KEY
026670             CLOSE KRS-FILE
026680             GO TO 3000-EXIT
026690     END-START.
026700     MOVE 'N' TO WS-EOF-SW.
026800     PERFORM 3100-SATU-KRS THRU 3100-EXIT
026900         UNTIL WS-EOF.
027200     EXIT.
027300
027400 3100-SATU-KRS.
027500     READ KRS-FILE NEXT RECORD
027600         AT END MOVE 'Y' TO WS-EOF-SW
027700     END-READ.
027800     IF WS-EOF
027900         GO TO 3100-EXIT
028000     END-IF.
028010     IF KR-NPM NOT = WS-NPM
028020         MOVE 'Y' TO WS-EOF-SW
028030         GO TO 3100-EXIT
028040     END-IF.
028100     IF KR-TERM NOT = WS-TERM
028200         GO TO 3100-EXIT
028300     END-IF.
028400     IF KR-MK = WS-MK
028500         MOVE 'Y' TO WS-SUDAH-DAFTAR-SW
028600     END-IF.
028610     IF WS-KM-JML < 40
028620         ADD 1 TO WS-KM-JML
028630         MOVE KR-MK TO WS-KM-MK(WS-KM-JML)
028640     END-IF.
028700     MOVE ZERO TO WS-SKS-BARIS.
028800     PERFORM 3200-SKS-BARIS THRU 3200-EXIT.
028900     ADD WS-SKS-BARIS TO WS-SKS-TERPAKAI.
036100         CLOSE GRADE-HIST
036200         GO TO 4200-EXIT
036300     END-IF.
036310     MOVE SPACES TO GH-RECORD.
036320     MOVE WS-NPM TO GH-NPM.
036330     MOVE WS-PRQ-CARI TO GH-MK.
036340     MOVE ZERO TO GH-TERM.
036350     START GRADE-HIST KEY NOT < GH-KUNCI
036360         INVALID KEY
036370             CLOSE GRADE-HIST
036380             GO TO 4200-EXIT
036390     END-START.
036400     MOVE 'N' TO WS-GH-EOF-SW.
036500     PERFORM 4250-SATU-RIWAYAT THRU 4250-EXIT
036600         UNTIL WS-GH-EOF OR WS-LULUS.
036900     EXIT.
037000
037100 4250-SATU-RIWAYAT.
037200     READ GRADE-HIST NEXT RECORD
037300         AT END MOVE 'Y' TO WS-GH-EOF-SW
037400     END-READ.
037500     IF WS-GH-EOF
037600         GO TO 4250-EXIT
037700     END-IF.
037710     IF GH-NPM NOT = WS-NPM OR GH-MK NOT = WS-PRQ-CARI
037720         MOVE 'Y' TO WS-GH-EOF-SW
037730         GO TO 4250-EXIT
037740     END-IF.
037800     IF GH-HURUF NOT = 'E'
038000         MOVE 'Y' TO WS-LULUS-SW
038100     END-IF.
038200 4250-EXIT.
042000     END-IF.
042100 5100-EXIT.
042200     EXIT.
042202
042204*-----------------------------------------------------------------
042206 5200-CEK-PINJAMAN.
042208     MOVE 'N' TO WS-TELAT-SW.
042210     OPEN INPUT PINJAM-FILE.
042212     IF PJ-FS NOT = '00'
042214         CLOSE PINJAM-FILE
042216         GO TO 5200-EXIT
042218     END-IF.
042220     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
042222     MOVE WS-NPM TO PJ-NPM.
042224     MOVE ZERO TO PJ-NO.
042226     START PINJAM-FILE KEY NOT < PJ-KUNCI
042228         INVALID KEY
042230             CLOSE PINJAM-FILE
042232             GO TO 5200-EXIT
042234     END-START.
042236     MOVE 'N' TO WS-PJ-EOF-SW.
042238     PERFORM 5300-SATU-PINJAMAN THRU 5300-EXIT
042240         UNTIL WS-PJ-EOF OR WS-TELAT.
042242     CLOSE PINJAM-FILE.
042244 5200-EXIT.
042246     EXIT.
042248
042250 5300-SATU-PINJAMAN.
042252     READ PINJAM-FILE NEXT RECORD
042254         AT END MOVE 'Y' TO WS-PJ-EOF-SW
042256     END-READ.
042258     IF WS-PJ-EOF
042260         GO TO 5300-EXIT
042262     END-IF.
042264     IF PJ-NPM NOT = WS-NPM
042266         MOVE 'Y' TO WS-PJ-EOF-SW
042268         GO TO 5300-EXIT
042270     END-IF.
042272     IF PJ-STATUS = 'P' AND PJ-TGL-TEMPO < WS-TGL-KINI
042274         MOVE 'Y' TO WS-TELAT-SW
042276     END-IF.
042278 5300-EXIT.
042280     EXIT.
042300
042304*-----------------------------------------------------------------
042308 5400-CEK-CUTI.
042312     MOVE 'N' TO WS-CUTI-SW.
042316     OPEN INPUT CUTI-FILE.
042320     IF CT-FS NOT = '00'
042324         CLOSE CUTI-FILE
042328         GO TO 5400-EXIT
042332     END-IF.
042336     MOVE WS-NPM TO CT-NPM.
042340     MOVE WS-TERM TO CT-TERM.
042344     READ CUTI-FILE
042348         INVALID KEY CONTINUE
042352         NOT INVALID KEY
042356             IF CT-STATUS = 'S'
042360                 MOVE 'Y' TO WS-CUTI-SW
042364             END-IF
042368     END-READ.
042372     CLOSE CUTI-FILE.
042376 5400-EXIT.
042380     EXIT.
042384
042400*-----------------------------------------------------------------
042500 0500-CEK-JENDELA-KRS.
042600     MOVE 'Y' TO WS-JENDELA-SW.
044600 0500-EXIT.
044700     EXIT.
044800
044801
044802*-----------------------------------------------------------------
044803* Bentrok jadwal: pertemuan MK baru di jadwal.dat dibandingkan
044804* dengan pertemuan tiap MK yang sudah diambil term ini (daftar
044805* dari 3000-HITUNG-SKS). Hari sama dan jam beririsan = bentrok.
044806*-----------------------------------------------------------------
044807 6000-CEK-BENTROK.
044808     MOVE 'N' TO WS-BENTROK-SW.
044809     MOVE ZERO TO WS-JS-JML.
044810     OPEN INPUT JADWAL-FILE.
044811     IF JD-FS NOT = '00'
044812         CLOSE JADWAL-FILE
044813         GO TO 6000-EXIT
044814     END-IF.
044815     MOVE WS-TERM TO JD-TERM.
044816     MOVE WS-MK TO JD-MK.
044817     MOVE ZERO TO JD-SESI.
044818     MOVE 'N' TO WS-JD-EOF-SW.
044819     START JADWAL-FILE KEY NOT < JD-KUNCI
044820         INVALID KEY MOVE 'Y' TO WS-JD-EOF-SW
044821     END-START.
044822     PERFORM 6100-SESI-BARU THRU 6100-EXIT
044823         UNTIL WS-JD-EOF.
044824     IF WS-JS-JML NOT = ZERO
044825         PERFORM 6200-SATU-MK THRU 6200-EXIT
044826             VARYING WS-KM-IDX FROM 1 BY 1
044827             UNTIL WS-KM-IDX > WS-KM-JML OR WS-BENTROK
044828     END-IF.
044829     CLOSE JADWAL-FILE.
044830 6000-EXIT.
044831     EXIT.
044832
044833 6100-SESI-BARU.
044834     READ JADWAL-FILE NEXT RECORD
044835         AT END MOVE 'Y' TO WS-JD-EOF-SW
044836     END-READ.
044837     IF WS-JD-EOF
044838         GO TO 6100-EXIT
044839     END-IF.
044840     IF JD-TERM NOT = WS-TERM OR JD-MK NOT = WS-MK
044841             OR WS-JS-JML = 9
044842         MOVE 'Y' TO WS-JD-EOF-SW
044843         GO TO 6100-EXIT
044844     END-IF.
044845     ADD 1 TO WS-JS-JML.
044846     MOVE JD-HARI TO WS-JS-HARI(WS-JS-JML).
044847     MOVE JD-JAM-MULAI TO WS-JS-MULAI(WS-JS-JML).
044848     MOVE JD-JAM-SELESAI TO WS-JS-SELESAI(WS-JS-JML).
044849 6100-EXIT.
044850     EXIT.
044851
044852 6200-SATU-MK.
044853     MOVE WS-TERM TO JD-TERM.
044854     MOVE WS-KM-MK(WS-KM-IDX) TO JD-MK.
044855     MOVE ZERO TO JD-SESI.
044856     MOVE 'N' TO WS-JD-EOF-SW.
044857     START JADWAL-FILE KEY NOT < JD-KUNCI
044858         INVALID KEY MOVE 'Y' TO WS-JD-EOF-SW
044859     END-START.
044860     PERFORM 6300-SESI-LAMA THRU 6300-EXIT
044861         UNTIL WS-JD-EOF OR WS-BENTROK.
044862 6200-EXIT.
044863     EXIT.
044864
044865 6300-SESI-LAMA.
044866     READ JADWAL-FILE NEXT RECORD
044867         AT END MOVE 'Y' TO WS-JD-EOF-SW
044868     END-READ.
044869     IF WS-JD-EOF
044870         GO TO 6300-EXIT
044871     END-IF.
044872     IF JD-TERM NOT = WS-TERM OR JD-MK NOT = WS-KM-MK(WS-KM-IDX)
044873         MOVE 'Y' TO WS-JD-EOF-SW
044874         GO TO 6300-EXIT
044875     END-IF.
044876     PERFORM 6400-BANDING THRU 6400-EXIT
044877         VARYING WS-JS-IDX FROM 1 BY 1
044878         UNTIL WS-JS-IDX > WS-JS-JML OR WS-BENTROK.
044879 6300-EXIT.
044880     EXIT.
044881
044882 6400-BANDING.
044883     IF JD-HARI NOT = WS-JS-HARI(WS-JS-IDX)
044884             OR JD-JAM-MULAI NOT < WS-JS-SELESAI(WS-JS-IDX)
044885             OR WS-JS-MULAI(WS-JS-IDX) NOT < JD-JAM-SELESAI
044886         GO TO 6400-EXIT
044887     END-IF.
044888     MOVE 'Y' TO WS-BENTROK-SW.
044889     MOVE JD-MK TO WS-MK-BENTROK.
044890     DISPLAY 'HARI ' JD-HARI ' ' WS-JS-MULAI(WS-JS-IDX) '-'
044891         WS-JS-SELESAI(WS-JS-IDX) ' BERIRISAN DENGAN ' JD-MK ' '
044892         JD-JAM-MULAI '-' JD-JAM-SELESAI.
044893 6400-EXIT.
044894     EXIT.
044900*-----------------------------------------------------------------
044910* Kuota kelas: kursi terisi = baris krs.dat MK + term ini (kunci
044920* alternatif), dibandingkan KU-KAPASITAS. MK tanpa kuota bebas.
044930*-----------------------------------------------------------------
044940 7000-CEK-KUOTA.
044950     MOVE 'N' TO WS-PENUH-SW.
044960     MOVE ZERO TO WS-TERISI.
044970     OPEN INPUT KUOTA-FILE.
044980     IF KU-FS NOT = '00'
044990         CLOSE KUOTA-FILE
045000         GO TO 7000-EXIT
045010     END-IF.
045020     MOVE WS-TERM TO KU-TERM.
045030     MOVE WS-MK TO KU-MK.
045040     READ KUOTA-FILE
045050         INVALID KEY
045060             CLOSE KUOTA-FILE
045070             GO TO 7000-EXIT
045080     END-READ.
045090     CLOSE KUOTA-FILE.
045100     MOVE KU-KAPASITAS TO WS-KAPASITAS.
045110     OPEN INPUT KRS-FILE.
045120     IF KR-FS = '00'
045130         MOVE SPACES TO KRS-RECORD
045140         MOVE WS-MK TO KR-MK
045150         MOVE WS-TERM TO KR-TERM
045160         MOVE 'N' TO WS-EOF-SW
045170         START KRS-FILE KEY = KR-MK-TERM
045180             INVALID KEY MOVE 'Y' TO WS-EOF-SW
045190         END-START
045200         PERFORM 7100-SATU-PESERTA THRU 7100-EXIT
045210             UNTIL WS-EOF
045220     END-IF.
045230     CLOSE KRS-FILE.
045240     IF WS-TERISI NOT < WS-KAPASITAS
045250         MOVE 'Y' TO WS-PENUH-SW
045260     END-IF.
045270 7000-EXIT.
045280     EXIT.
045290
045300 7100-SATU-PESERTA.
045310     READ KRS-FILE NEXT RECORD
045320         AT END MOVE 'Y' TO WS-EOF-SW
045330     END-READ.
045340     IF WS-EOF
045350         GO TO 7100-EXIT
045360     END-IF.
045370     IF KR-MK NOT = WS-MK OR KR-TERM NOT = WS-TERM
045380         MOVE 'Y' TO WS-EOF-SW
045390         GO TO 7100-EXIT
045400     END-IF.
045410     ADD 1 TO WS-TERISI.
045420 7100-EXIT.
045430     EXIT.
045440
045450*-----------------------------------------------------------------
045460* Daftar tunggu: nomor berikut sesudah nomor terakhir kelas itu;
045470* NPM yang masih menunggu di kelas yang sama tidak dicatat dua
045480* kali.
045490*-----------------------------------------------------------------
045500 7200-MASUK-ANTRIAN.
045510     OPEN I-O ANTRI-FILE.
045520     IF AN-FS = '35'
045530         OPEN OUTPUT ANTRI-FILE
045540         CLOSE ANTRI-FILE
045550         OPEN I-O ANTRI-FILE
045560     END-IF.
045570     MOVE ZERO TO WS-AN-NO.
045580     MOVE ZERO TO WS-AN-URUT.
045590     MOVE 'N' TO WS-SUDAH-ANTRI-SW.
045600     MOVE WS-TERM TO AN-TERM.
045610     MOVE WS-MK TO AN-MK.
045620     MOVE ZERO TO AN-NO.
045630     MOVE 'N' TO WS-AN-EOF-SW.
045640     START ANTRI-FILE KEY NOT < AN-KUNCI
045650         INVALID KEY MOVE 'Y' TO WS-AN-EOF-SW
045660     END-START.
045670     PERFORM 7300-SATU-ANTRIAN THRU 7300-EXIT
045680         UNTIL WS-AN-EOF.
045690     IF WS-SUDAH-ANTRI
045700         DISPLAY 'KELAS ' WS-MK ' PENUH, ' WS-NPM
045710             ' SUDAH DI DAFTAR TUNGGU'
045720         CLOSE ANTRI-FILE
045730         GO TO 7200-EXIT
045740     END-IF.
045750     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
045760     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
045770     ACCEPT WS-JAM-KINI FROM TIME.
045780     MOVE SPACES TO ANTRI-RECORD.
045790     MOVE WS-TERM TO AN-TERM.
045800     MOVE WS-MK TO AN-MK.
045810     ADD 1 TO WS-AN-NO.
045820     MOVE WS-AN-NO TO AN-NO.
045830     MOVE WS-NPM TO AN-NPM.
045840     MOVE 'M' TO AN-STATUS.
045850     MOVE WS-TGL-KINI TO AN-TGL-AJU.
045860     MOVE WS-JAM-KINI(1:6) TO AN-JAM-AJU.
045870     MOVE ZERO TO AN-TGL-PINDAH.
045880     MOVE WS-OPR-ID TO AN-OPERATOR.
045890     WRITE ANTRI-RECORD
045900         INVALID KEY
045910             DISPLAY 'GAGAL CATAT DAFTAR TUNGGU ' WS-NPM
045920             CLOSE ANTRI-FILE
045930             GO TO 7200-EXIT
045940     END-WRITE.
045950     CLOSE ANTRI-FILE.
045960     ADD 1 TO WS-AN-URUT.
045970     DISPLAY 'KELAS ' WS-MK ' PENUH (' WS-TERISI '/'
045980         WS-KAPASITAS '), ' WS-NPM ' MASUK DAFTAR TUNGGU URUTAN '
045990         WS-AN-URUT.
046000 7200-EXIT.
046010     EXIT.
046020
046030 7300-SATU-ANTRIAN.
046040     READ ANTRI-FILE NEXT RECORD
046050         AT END MOVE 'Y' TO WS-AN-EOF-SW
046060     END-READ.
046070     IF WS-AN-EOF
046080         GO TO 7300-EXIT
046090     END-IF.
046100     IF AN-TERM NOT = WS-TERM OR AN-MK NOT = WS-MK
046110         MOVE 'Y' TO WS-AN-EOF-SW
046120         GO TO 7300-EXIT
046130     END-IF.
046140     MOVE AN-NO TO WS-AN-NO.
046150     IF AN-STATUS = 'M'
046160         ADD 1 TO WS-AN-URUT
046170         IF AN-NPM = WS-NPM
046180             MOVE 'Y' TO WS-SUDAH-ANTRI-SW
046190         END-IF
046200     END-IF.
046210 7300-EXIT.
046220     EXIT.
046500*-----------------------------------------------------------------
046600 9999-EXIT.
046700     STOP RUN.
