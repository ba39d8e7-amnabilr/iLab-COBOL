001000*           bulanan per departemen dari jurnal itu -- jadi
001100*           pertanyaan "kantor mana memakai apa" dijawab dari
001200*           file, bukan dari ingatan kepala gudang.
001210*           Departemen harus terdaftar di anggaran.dat; nilai
001220*           permintaan (harga rata-rata biaya.dat) dikomitkan ke
001230*           anggaran lewat komitmen.dat, dan permintaan yang
001240*           melewati pagu atau ambang ditahan (status T) untuk
001250*           persetujuan ANG-APRV. Issue melepas komitmen dan
001260*           membukukan realisasi pada harga rata-rata.
001270*           Issue barang modal (kapital.dat) mencatat satu aset
001280*           per unit ke register aset.dat dengan nomor tag dari
001290*           asetctl.dat, untuk penyusutan ASET-SUSUT.
001292*           Issue barang berseri (brgseri.dat) meminta satu
001294*           nomor seri per unit yang keluar; unit dicatat ke
001296*           departemen peminta di serial.dat lewat SERI-UPD.
001305*           Retur departemen: barang tak terpakai yang
001314*           dikembalikan menunjuk baris permintaan asalnya,
001323*           tidak boleh melebihi jumlah diissue dikurangi yang
001332*           sudah kembali (REQ-JML-RETUR), menambah saldo
001341*           dengan mutasi jenis 'U' (departemen di JR-REF) dan
001350*           mengurangi realisasi anggaran; atas pilihan kepala
001359*           gudang barangnya ditahan dulu di qchold.dat untuk
001368*           QC-DISP. Laporan beban menetting retur terhadap
001377*           issue.
001378*           Barang pengganti (pengganti.dat, PGT-ADD): picking
001379*           list memakai stok tersedia (saldo dikurangi reservasi
001380*           aktif) dan menawarkan pengganti yang ada stoknya kalau
001381*           sisa baris tidak tertutup. Issue pengganti (G)
001382*           mengeluarkan barang pengganti sebanyak jumlah yang
001383*           diganti x faktor, dibukukan ke baris asal
001384*           (REQ-JML-ISSUE) dan dicatat di reqganti.dat; laporan
001385*           beban mencantumkannya.
001388*           Posting ditolak selama tanda jendela batch malam
001391*           batchwin.ctl terpasang (BTC-WIN).
001394* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002800     COPY REQSEL.
002810     COPY BINSEL.
002820     COPY RESSEL.
002830     COPY BIASEL.
002840     COPY ANGSEL.
002850     COPY KOMSEL.
002855     COPY KAPSEL.
002860     COPY ASTSEL.
002862     COPY QCSEL.
002863     COPY PGTSEL.
002864     COPY GNTSEL.
002865     SELECT ASET-CTL ASSIGN TO 'asetctl.dat'
002870     ORGANIZATION IS LINE SEQUENTIAL
002875     FILE STATUS IS AC-FS.
002900     SELECT REQ-CTL ASSIGN TO 'reqctl.dat'
003000     ORGANIZATION IS LINE SEQUENTIAL
003100     FILE STATUS IS RC-FS.
004100     COPY REQFD.
004110     COPY BINFD.
004120     COPY RESFD.
004130     COPY BIAFD.
004140     COPY ANGFD.
004150     COPY KOMFD.
004155     COPY KAPFD.
004160     COPY ASTFD.
004162     COPY QCFD.
004163     COPY PGTFD.
004164     COPY GNTFD.
004165 FD ASET-CTL.
004170 01 ASET-CTL-RECORD.
004175     02 AC-TAG-TERAKHIR    PIC 9(06).
004200 FD REQ-CTL.
004300 01 REQ-CTL-RECORD.
004400     02 RC-NO-TERAKHIR     PIC 9(05).
005900 77 RC-FS                  PIC XX.
005910 77 PUT-FS                 PIC XX.
005912 77 RES-FS                 PIC XX.
005913 77 BIA-FS                 PIC XX.
005914 77 ANG-FS                 PIC XX.
005915 77 KOM-FS                 PIC XX.
005916 77 WS-BIAYA-BUKA-SW       PIC X VALUE 'N'.
005917     88 WS-BIAYA-BUKA      VALUE 'Y'.
005918 77 WS-ANG-ADA-SW          PIC X VALUE 'N'.
005919     88 WS-ANG-ADA         VALUE 'Y'.
005920 77 WS-KOM-ADA-SW          PIC X VALUE 'N'.
005921     88 WS-KOM-ADA         VALUE 'Y'.
005922 77 WS-TAHAN-SW            PIC X VALUE 'N'.
005923     88 WS-TAHAN           VALUE 'Y'.
005924 77 WS-TAHUN-ANG           PIC 9(4).
005925 77 WS-NO-RESV             PIC 9(5).
005926 77 WS-TGL-PERIODE         PIC 9(8).
005927 77 WS-PRD-BOLEH-SW        PIC X.
005928 77 WS-BIN-EOF-SW          PIC X VALUE 'N'.
005930     88 WS-BIN-EOF         VALUE 'Y'.
005940 77 KAP-FS                 PIC XX.
005950 77 AS-FS                  PIC XX.
005960 77 AC-FS                  PIC XX.
005970 77 WS-UNIT                PIC 9(5).
005971 77 QC-FS                  PIC XX.
005972 77 WS-QC-ADA-SW           PIC X VALUE 'N'.
005973     88 WS-QC-ADA          VALUE 'Y'.
005974 77 WS-KE-QC-SW            PIC X VALUE 'N'.
005975     88 WS-KE-QC           VALUE 'Y'.
005976 77 WS-JENIS-JR            PIC X.
005977 77 WS-ARAH-JR             PIC X.
005978 77 WS-JML-RETUR           PIC 9(5) VALUE ZERO.
005980 77 WS-LOKASI-ASET         PIC X(20).
005984 77 PG-FS                  PIC XX.
005988 77 GN-FS                  PIC XX.
005992 77 WS-PG-EOF-SW           PIC X VALUE 'N'.
005996     88 WS-PG-EOF          VALUE 'Y'.
006000 77 WS-RES-EOF-SW          PIC X VALUE 'N'.
006004     88 WS-RES-EOF         VALUE 'Y'.
006008 77 WS-GN-EOF-SW           PIC X VALUE 'N'.
006012     88 WS-GN-EOF          VALUE 'Y'.
006016 77 WS-GANTI-OK-SW         PIC X VALUE 'Y'.
006020     88 WS-GANTI-OK        VALUE 'Y'.
006024 77 WS-TAWAR-SW            PIC X VALUE 'C'.
006028     88 WS-TAWAR-CETAK     VALUE 'C'.
006032 77 WS-KODE-TSD            PIC X(5).
006036 77 WS-GDG-TSD             PIC 9(2).
006040 77 WS-TERSEDIA            PIC 9(5).
006044 77 WS-JML-RESV            PIC 9(7).
006048 77 WS-KURANG              PIC 9(5).
006052 77 WS-JML-DASAR           PIC 9(5).
006056 77 WS-JML-PAKAI           PIC 9(5).
006060 77 WS-JML-GANTI-ASAL      PIC 9(5).
006064 77 WS-KODE-GANTI          PIC X(5).
006068 77 WS-FAKTOR              PIC 9(3)V9(3).
006072 77 WS-URUT-GANTI          PIC 9(2).
006076 77 WS-NILAI-FAKTOR        PIC 9(8)V9(3).
006080 77 WS-JML-PG              PIC 9(2).
006084 77 WS-JML-GN              PIC 9(5).
006088 77 WS-KONFIRMASI          PIC X.
006092 77 RS                     PIC XX.
006093* Parameter BTC-WIN (jendela batch malam).
006094 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
006095 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-REQ'.
006096 77 WS-BW-HASIL            PIC X(1).
006097 77 WS-BW-PEMEGANG         PIC X(13).
006100 77 WS-EOF-SW              PIC X VALUE 'N'.
006200     88 WS-EOF             VALUE 'Y'.
006300 77 WS-BRG-ADA-SW          PIC X VALUE 'N'.
007900     88 WS-PILIH-ISSUE     VALUE 'I'.
008000     88 WS-PILIH-BEBAN     VALUE 'B'.
008100     88 WS-PILIH-SELESAI   VALUE 'S'.
008110     88 WS-PILIH-RETUR     VALUE 'R'.
008120     88 WS-PILIH-GANTI     VALUE 'G'.
008200 01 WS-NO-REQ              PIC 9(5).
008300 01 WS-URUT                PIC 9(2).
008400 01 WS-DEPT-REQ            PIC X(10).
008700 01 WS-SISA                PIC 9(5).
008800 01 WS-BULAN-PILIH         PIC 9(6).
008900 01 WS-NILAI               PIC 9(12)V9(3).
008910 01 WS-HARGA-PAKAI         PIC 9(7)V9(3).
008920 01 WS-NILAI-REQ           PIC 9(12)V9(3).
008930 01 WS-NILAI-LEPAS         PIC 9(12)V9(3).
008940 01 WS-NILAI-PAKAI         PIC 9(13)V9(3).
008942 77 WS-BERSERI-SW          PIC X VALUE 'N'.
008944     88 WS-BERSERI         VALUE 'Y'.
008946 77 WS-SERI-OK-SW          PIC X VALUE 'Y'.
008948     88 WS-SERI-OK         VALUE 'Y'.
008950 77 WS-IDX-SERI            PIC 9(2).
008952 77 WS-IDX-BANDING         PIC 9(2).
008954 77 WS-MAKS-SERI           PIC 9(2) VALUE 50.
008956 01 WS-TABEL-SERI.
008958     02 WS-SERI-UNIT       PIC X(20) OCCURS 50 TIMES.
008960 01 WS-SN-AKSI             PIC X.
008962 01 WS-SN-MODE             PIC X.
008964 01 WS-SN-GUDANG           PIC 9(2).
008966 01 WS-SN-REF              PIC X(10).
008968 01 WS-SN-NO-PO            PIC 9(5) VALUE ZERO.
008970 01 WS-SN-HASIL            PIC X.
008972 01 WS-SN-PESAN            PIC X(40).
009000 01 WS-SUB-DEPT.
009100     02 WS-SD-ENTRI OCCURS 20 TIMES.
009200         03 WS-SD-DEPT     PIC X(10).
009300         03 WS-SD-JUMLAH   PIC 9(7).
009310         03 WS-SD-RETUR    PIC 9(7).
009400         03 WS-SD-NILAI    PIC S9(13)V9(3).
009500 01 WS-JUDUL-PICK.
009600     02 FILLER             PIC X(15) VALUE 'PICKING LIST - '.
009700     02 WS-JP-NO           PIC 9(05).
010200     02 FILLER             PIC X(24) VALUE 'NAMA BARANG'.
010300     02 FILLER             PIC X(08) VALUE 'GUDANG'.
010400     02 FILLER             PIC X(08) VALUE 'MINTA'.
010500     02 FILLER             PIC X(08) VALUE 'SEDIA'.
010510     02 FILLER             PIC X(08) VALUE 'BIN'.
010600 01 WS-DETAIL-PICK.
010700     02 WS-DP-KODE         PIC X(05).
011520     02 WS-DP-BIN          PIC X(06).
011600     02 FILLER             PIC X(02) VALUE SPACES.
011700     02 WS-DP-CATATAN      PIC X(16).
011707 01 WS-DETAIL-GANTI.
011714     02 FILLER             PIC X(09) VALUE '  GANTI #'.
011721     02 WS-DG-URUT         PIC 9(02).
011728     02 FILLER             PIC X(01) VALUE SPACES.
011735     02 WS-DG-KODE         PIC X(05).
011742     02 FILLER             PIC X(01) VALUE SPACES.
011749     02 WS-DG-NAMA         PIC X(20).
011756     02 FILLER             PIC X(08) VALUE ' FAKTOR '.
011763     02 WS-DG-FAKTOR       PIC ZZ9.999.
011770     02 FILLER             PIC X(07) VALUE ' PERLU '.
011777     02 WS-DG-PERLU        PIC ZZZZ9.
011784     02 FILLER             PIC X(07) VALUE ' SEDIA '.
011791     02 WS-DG-SEDIA        PIC ZZZZ9.
011800 01 WS-JUDUL-BEBAN.
011900     02 FILLER             PIC X(15) VALUE 'BEBAN PEMAKAIAN'.
012000     02 FILLER             PIC X(15) VALUE ' PER DEPARTEMEN'.
012100     02 FILLER             PIC X(08) VALUE ' BULAN: '.
012200     02 WS-JB-BULAN        PIC 9(06).
012210 01 WS-HEADER-BEBAN.
012220     02 FILLER             PIC X(12) VALUE 'DEPARTEMEN'.
012230     02 FILLER             PIC X(09) VALUE '    ISSUE'.
012240     02 FILLER             PIC X(09) VALUE '    RETUR'.
012250     02 FILLER             PIC X(09) VALUE '   BERSIH'.
012260     02 FILLER             PIC X(19) VALUE '       NILAI BERSIH'.
012300 01 WS-DETAIL-BEBAN.
012400     02 WS-DB-DEPT         PIC X(10).
012500     02 FILLER             PIC X(02) VALUE SPACES.
012600     02 WS-DB-JUMLAH       PIC Z(6)9.
012700     02 FILLER             PIC X(02) VALUE SPACES.
012710     02 WS-DB-RETUR        PIC Z(6)9.
012720     02 FILLER             PIC X(02) VALUE SPACES.
012730     02 WS-DB-BERSIH       PIC -(6)9.
012740     02 FILLER             PIC X(02) VALUE SPACES.
012800     02 WS-DB-NILAI        PIC -(12)9.999.
012804 01 WS-JUDUL-GN            PIC X(44)
012808         VALUE 'ISSUE PENGGANTI (SUDAH TERMASUK DI ATAS)'.
012812 01 WS-HEADER-GN.
012816     02 FILLER             PIC X(12) VALUE 'DEPARTEMEN'.
012820     02 FILLER             PIC X(10) VALUE 'PERMINTAAN'.
012824     02 FILLER             PIC X(12) VALUE 'ASAL'.
012828     02 FILLER             PIC X(14) VALUE '    PENGGANTI'.
012832     02 FILLER             PIC X(17) VALUE '          NILAI'.
012836 01 WS-DETAIL-GN.
012840     02 WS-DN-DEPT         PIC X(10).
012844     02 FILLER             PIC X(02) VALUE SPACES.
012848     02 WS-DN-REQ          PIC 9(05).
012852     02 FILLER             PIC X(01) VALUE '-'.
012856     02 WS-DN-URUT         PIC 9(02).
012860     02 FILLER             PIC X(02) VALUE SPACES.
012864     02 WS-DN-ASAL         PIC X(05).
012868     02 FILLER             PIC X(01) VALUE SPACES.
012872     02 WS-DN-JML-ASAL     PIC ZZZZ9.
012876     02 FILLER             PIC X(04) VALUE ' -> '.
012880     02 WS-DN-GANTI        PIC X(05).
012884     02 FILLER             PIC X(01) VALUE SPACES.
012888     02 WS-DN-JML-GANTI    PIC ZZZZ9.
012892     02 FILLER             PIC X(02) VALUE SPACES.
012896     02 WS-DN-NILAI        PIC Z(10)9.999.
012900
013000 PROCEDURE DIVISION.
013100*-----------------------------------------------------------------
013500         UNTIL WS-PILIH-SELESAI.
013600     CLOSE REQ-FILE.
013700     CLOSE STOK-LEDGER.
013710     CLOSE ANGGARAN-MST.
013720     CLOSE KOMIT-FILE.
013730     IF WS-BIAYA-BUKA
013740         CLOSE BIAYA-MST
013750     END-IF.
013800     GO TO 9999-EXIT.
013900
014000*-----------------------------------------------------------------
015100         CLOSE STOK-LEDGER
015200         OPEN I-O STOK-LEDGER
015300     END-IF.
015305     OPEN I-O ANGGARAN-MST.
015310     IF ANG-FS = '35'
015315         OPEN OUTPUT ANGGARAN-MST
015320         CLOSE ANGGARAN-MST
015325         OPEN I-O ANGGARAN-MST
015330     END-IF.
015335     OPEN I-O KOMIT-FILE.
015340     IF KOM-FS = '35'
015345         OPEN OUTPUT KOMIT-FILE
015350         CLOSE KOMIT-FILE
015355         OPEN I-O KOMIT-FILE
015360     END-IF.
015400     IF RQ-FS NOT = '00' OR STK-FS NOT = '00'
015410             OR ANG-FS NOT = '00' OR KOM-FS NOT = '00'
015500         DISPLAY 'GAGAL MEMBUKA FILE PERMINTAAN/STOK, STATUS '
015600             RQ-FS ' ' STK-FS ' ' ANG-FS ' ' KOM-FS
015700         MOVE 'S' TO WS-PILIHAN
015800     END-IF.
015810     OPEN INPUT BIAYA-MST.
015820     IF BIA-FS = '00'
015830         MOVE 'Y' TO WS-BIAYA-BUKA-SW
015840     ELSE
015850         CLOSE BIAYA-MST
015860     END-IF.
015900 1000-EXIT.
016000     EXIT.
016100
016200*-----------------------------------------------------------------
016300 2000-MENU.
016400     DISPLAY 'PERMINTAAN DEPARTEMEN (P=PERMINTAAN BARU,'
016500         ' C=PICKING LIST, I=ISSUE, G=ISSUE PENGGANTI,'
016510             ' R=RETUR, B=BEBAN, S=SELESAI) : '
016600         WITH NO ADVANCING.
016700     ACCEPT WS-PILIHAN.
016707*    Permintaan baru (reqbrg, reqctl, komitmen, anggaran),
016714*    issue, retur dan issue pengganti semuanya membukukan:
016721*    ditolak selama tutup malam berjalan. Hanya picking list
016724*    dan laporan beban yang tetap boleh.
016728     IF WS-PILIH-PERMINTAAN OR WS-PILIH-ISSUE
016731             OR WS-PILIH-RETUR OR WS-PILIH-GANTI
016735         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
016742             WS-BW-HASIL, WS-BW-PEMEGANG
016749         IF WS-BW-HASIL = 'Y'
016756             DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
016763                 ' PERMINTAAN, ISSUE DAN RETUR DITOLAK'
016770             GO TO 2000-EXIT
016777         END-IF
016784     END-IF.
016800     EVALUATE TRUE
016900         WHEN WS-PILIH-PERMINTAAN
017000             PERFORM 3000-PERMINTAAN-BARU THRU 3000-EXIT
017200             PERFORM 4000-PICKING-LIST THRU 4000-EXIT
017300         WHEN WS-PILIH-ISSUE
017400             PERFORM 5000-ISSUE THRU 5000-EXIT
017410         WHEN WS-PILIH-RETUR
017420             PERFORM 8000-RETUR THRU 8000-EXIT
017430         WHEN WS-PILIH-GANTI
017440             PERFORM 9000-ISSUE-PENGGANTI THRU 9000-EXIT
017500         WHEN WS-PILIH-BEBAN
017600             PERFORM 6000-LAPORAN-BEBAN THRU 6000-EXIT
017700         WHEN WS-PILIH-SELESAI
018500*-----------------------------------------------------------------
018600* Satu permintaan baru: nomor dari reqctl.dat (pola poctl.dat),
018700* lalu baris-baris kode barang + gudang + jumlah, divalidasi ke
018800* barang.dat dan gudang.dat. Departemen harus punya anggaran
018810* tahun berjalan; setelah baris terakhir nilai permintaan
018820* diputuskan terhadap pagu dan ambang (3300).
018900*-----------------------------------------------------------------
019000 3000-PERMINTAAN-BARU.
019100     DISPLAY 'KODE DEPARTEMEN    : ' WITH NO ADVANCING.
019400         DISPLAY 'DEPARTEMEN KOSONG, PERMINTAAN DIBATALKAN'
019500         GO TO 3000-EXIT
019600     END-IF.
019605     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
019610     MOVE WS-TGL-RUN(1:4) TO WS-TAHUN-ANG.
019615     PERFORM 7200-BACA-ANGGARAN THRU 7200-EXIT.
019620     IF NOT WS-ANG-ADA
019625         DISPLAY 'DEPARTEMEN TIDAK PUNYA ANGGARAN TAHUN '
019630             WS-TAHUN-ANG ' DI anggaran.dat, PERMINTAAN'
019635             ' DIBATALKAN'
019640         GO TO 3000-EXIT
019645     END-IF.
019650     MOVE ZERO TO WS-NILAI-REQ.
019700     PERFORM 3100-AMBIL-NO-REQ THRU 3100-EXIT.
019800     DISPLAY 'NOMOR PERMINTAAN DIBERIKAN : ' WS-NO-REQ.
019900     MOVE ZERO TO WS-URUT.
020200         UNTIL NOT WS-LAGI.
020300     DISPLAY 'PERMINTAAN ' WS-NO-REQ ' TERSIMPAN, '
020400         WS-URUT ' BARIS'.
020410     IF WS-URUT > ZERO
020420         PERFORM 3300-PUTUS-ANGGARAN THRU 3300-EXIT
020430     END-IF.
020500 3000-EXIT.
020600     EXIT.
020700
025300     MOVE WS-GDG-CEK TO REQ-GUDANG.
025400     MOVE WS-JML-MINTA TO REQ-JUMLAH.
025500     MOVE ZERO TO REQ-JML-ISSUE.
025510     MOVE ZERO TO REQ-JML-RETUR.
025600     MOVE 'B' TO REQ-STATUS.
025700     ACCEPT REQ-TGL FROM DATE YYYYMMDD.
025800     WRITE REQ-RECORD
025900         INVALID KEY
026000             DISPLAY 'GAGAL TULIS BARIS PERMINTAAN, STATUS ' RQ-FS
026100             SUBTRACT 1 FROM WS-URUT
026110             GO TO 3200-LAGI
026200     END-WRITE.
026205     MOVE REQ-KODE-BRG TO WS-KODE-CEK.
026210     PERFORM 7300-AMBIL-BIAYA THRU 7300-EXIT.
026215     MOVE REQ-NO TO KOM-REQ-NO.
026220     MOVE REQ-URUT TO KOM-REQ-URUT.
026225     MOVE WS-DEPT-REQ TO KOM-DEPT.
026230     MOVE WS-TAHUN-ANG TO KOM-TAHUN.
026235     MOVE WS-HARGA-PAKAI TO KOM-HARGA.
026240     COMPUTE KOM-SISA = WS-JML-MINTA * WS-HARGA-PAKAI.
026245     MOVE 'A' TO KOM-STATUS.
026250     WRITE KOMIT-RECORD
026255         INVALID KEY
026260             DISPLAY 'GAGAL TULIS KOMITMEN, STATUS ' KOM-FS
026265     END-WRITE.
026270     ADD KOM-SISA TO WS-NILAI-REQ.
026300 3200-LAGI.
026400     DISPLAY 'BARIS BERIKUTNYA (Y/N) ? ' WITH NO ADVANCING.
026500     ACCEPT WS-LAGI-SW.
026600 3200-EXIT.
026700     EXIT.
026701
026702*-----------------------------------------------------------------
026703* Keputusan anggaran satu permintaan utuh: kalau komitmen +
026704* realisasi + nilai permintaan ini melewati pagu tahunan, atau
026705* nilai permintaan melewati ambang departemen, semua barisnya
026706* ditahan (REQ-STATUS dan KOM-STATUS 'T') sampai diputus
026707* supervisor di ANG-APRV. Kalau lolos, nilainya langsung
026708* menambah ANG-KOMIT.
026709*-----------------------------------------------------------------
026710 3300-PUTUS-ANGGARAN.
026711     PERFORM 7200-BACA-ANGGARAN THRU 7200-EXIT.
026712     IF NOT WS-ANG-ADA
026713         DISPLAY 'ANGGARAN DEPARTEMEN HILANG, PERMINTAAN DITAHAN'
026714         MOVE 'Y' TO WS-TAHAN-SW
026715     ELSE
026716         MOVE 'N' TO WS-TAHAN-SW
026717         IF ANG-KOMIT + ANG-REALISASI + WS-NILAI-REQ > ANG-PAGU
026718             DISPLAY 'NILAI ' WS-NILAI-REQ ' MELEWATI SISA PAGU'
026719                 ' DEPARTEMEN'
026720             MOVE 'Y' TO WS-TAHAN-SW
026721         END-IF
026722         IF ANG-AMBANG > ZERO AND WS-NILAI-REQ > ANG-AMBANG
026723             DISPLAY 'NILAI ' WS-NILAI-REQ ' MELEWATI AMBANG '
026724                 ANG-AMBANG
026725             MOVE 'Y' TO WS-TAHAN-SW
026726         END-IF
026727     END-IF.
026728     IF NOT WS-TAHAN
026729         ADD WS-NILAI-REQ TO ANG-KOMIT
026730         REWRITE ANGGARAN-RECORD
026731             INVALID KEY
026732                 DISPLAY 'GAGAL SIMPAN KOMITMEN ANGGARAN, STATUS '
026733                     ANG-FS
026734         END-REWRITE
026735         DISPLAY 'NILAI ' WS-NILAI-REQ ' DIKOMITKAN KE ANGGARAN '
026736             WS-DEPT-REQ
026737         GO TO 3300-EXIT
026738     END-IF.
026739     PERFORM 3400-TAHAN-BARIS THRU 3400-EXIT
026740         VARYING WS-IDX FROM 1 BY 1
026741         UNTIL WS-IDX > WS-URUT.
026742     DISPLAY 'PERMINTAAN ' WS-NO-REQ ' DITAHAN MENUNGGU'
026743         ' PERSETUJUAN SUPERVISOR (ANG-APRV)'.
026744 3300-EXIT.
026745     EXIT.
026746
026747 3400-TAHAN-BARIS.
026748     MOVE WS-NO-REQ TO REQ-NO.
026749     MOVE WS-IDX TO REQ-URUT.
026750     READ REQ-FILE
026751         INVALID KEY GO TO 3400-EXIT
026752     END-READ.
026753     MOVE 'T' TO REQ-STATUS.
026754     REWRITE REQ-RECORD
026755         INVALID KEY
026756             DISPLAY 'GAGAL TAHAN BARIS, STATUS ' RQ-FS
026757     END-REWRITE.
026758     MOVE REQ-KUNCI TO KOM-KUNCI.
026759     READ KOMIT-FILE
026760         INVALID KEY GO TO 3400-EXIT
026761     END-READ.
026762     MOVE 'T' TO KOM-STATUS.
026763     REWRITE KOMIT-RECORD
026764         INVALID KEY
026765             DISPLAY 'GAGAL TAHAN KOMITMEN, STATUS ' KOM-FS
026766     END-REWRITE.
026767 3400-EXIT.
026768     EXIT.
026800
026900*-----------------------------------------------------------------
027000* Picking list satu permintaan: tiap baris terbuka dicetak dengan
027100* nama barang dan stok tersedia gudangnya sekarang, supaya petugas
027200* tahu sebelum jalan kalau stok kurang dari sisa yang diminta;
027210* baris terbuka yang kurang diikuti barang pengganti yang ada
027220* stoknya, dengan jumlah pengganti untuk kekurangannya.
027300*-----------------------------------------------------------------
027400 4000-PICKING-LIST.
027500     DISPLAY 'NOMOR PERMINTAAN : ' WITH NO ADVANCING.
033400     END-IF.
033500     MOVE REQ-GUDANG TO WS-DP-GUDANG.
033600     MOVE REQ-JUMLAH TO WS-DP-MINTA.
033700     MOVE REQ-KODE-BRG TO WS-KODE-TSD.
033800     MOVE REQ-GUDANG TO WS-GDG-TSD.
033900     PERFORM 9200-HITUNG-TERSEDIA THRU 9200-EXIT.
034400     MOVE WS-TERSEDIA TO WS-DP-SALDO.
034500     MOVE SPACES TO WS-DP-CATATAN.
034510     MOVE ZERO TO WS-KURANG.
034520     IF REQ-JUMLAH - REQ-JML-ISSUE > WS-TERSEDIA
034530         COMPUTE WS-KURANG = REQ-JUMLAH - REQ-JML-ISSUE
034540             - WS-TERSEDIA
034700         MOVE 'SALDO KURANG' TO WS-DP-CATATAN
034800     END-IF.
034900     IF REQ-STATUS = 'S'
035000         MOVE 'SUDAH ISSUE' TO WS-DP-CATATAN
035100     END-IF.
035101     IF REQ-STATUS = 'T'
035102         MOVE 'TUNGGU ANGGARAN' TO WS-DP-CATATAN
035103     END-IF.
035104     IF REQ-STATUS = 'X'
035105         MOVE 'DITOLAK ANGGARAN' TO WS-DP-CATATAN
035106     END-IF.
035116     IF REQ-JML-RETUR > ZERO
035126         MOVE SPACES TO WS-DP-CATATAN
035136         STRING 'DIRETUR ' REQ-JML-RETUR DELIMITED BY SIZE
035146             INTO WS-DP-CATATAN
035156     END-IF.
035166     PERFORM 4150-CARI-BIN THRU 4150-EXIT.
035200     MOVE WS-DETAIL-PICK TO REPORT-LINE.
035300     WRITE REPORT-LINE.
035400     ADD 1 TO WS-JML-BARIS.
035410     IF WS-KURANG > ZERO AND REQ-STATUS = 'B'
035420         MOVE WS-KURANG TO WS-JML-DASAR
035430         MOVE 'C' TO WS-TAWAR-SW
035440         PERFORM 9100-DAFTAR-PENGGANTI THRU 9100-EXIT
035450     END-IF.
035500 4100-EXIT.
035600     EXIT.
035610
037600         DISPLAY 'BARIS INI SUDAH DIISSUE PENUH'
037700         GO TO 5000-EXIT
037800     END-IF.
037801     IF REQ-STATUS = 'T'
037802         DISPLAY 'PERMINTAAN MASIH MENUNGGU PERSETUJUAN ANGGARAN'
037803         GO TO 5000-EXIT
037804     END-IF.
037805     IF REQ-STATUS = 'X'
037806         DISPLAY 'PERMINTAAN DITOLAK KARENA ANGGARAN'
037807         GO TO 5000-EXIT
037808     END-IF.
037809     MOVE REQ-KODE-BRG TO WS-KODE-CEK.
037810     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
037820     IF WS-BRG-ADA AND STATUS-BRG = 'B'
037830         DISPLAY 'BARANG DIBLOKIR (STATUS B), ISSUE DITOLAK'
038600     END-IF.
038610     DISPLAY 'NOMOR RESERVASI (0=TANPA) : ' WITH NO ADVANCING.
038620     ACCEPT WS-NO-RESV.
038630     PERFORM 5500-AMBIL-SERI THRU 5500-EXIT.
038640     IF NOT WS-SERI-OK
038650         DISPLAY 'NOMOR SERI TIDAK LENGKAP, ISSUE DITOLAK'
038660         GO TO 5000-EXIT
038670     END-IF.
038700     MOVE REQ-KODE-BRG TO STK-KODE-BRG.
038800     MOVE REQ-GUDANG TO STK-GUDANG.
038900     MOVE 'N' TO WS-STK-ADA-SW.
041000         INVALID KEY
041100             DISPLAY 'GAGAL SIMPAN BARIS, STATUS ' RQ-FS
041200     END-REWRITE.
041205     MOVE WS-JML-MINTA TO WS-JML-PAKAI.
041210     PERFORM 5300-BEBAN-ANGGARAN THRU 5300-EXIT.
041220     PERFORM 5400-CATAT-ASET THRU 5400-EXIT.
041230     PERFORM 5600-BUKU-SERI THRU 5600-EXIT.
041300     ADD 1 TO WS-JML-ISSUE.
041400     DISPLAY 'ISSUE DIBUKUKAN, SALDO BARU ' STK-SALDO.
041500 5000-EXIT.
043000     MOVE STK-SALDO TO JR-SALDO.
043100     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
043200     MOVE REQ-DEPT TO JR-REF.
043210     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
043300     WRITE STOK-JURNAL-LINE.
043350     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
043400     CLOSE STOK-JURNAL.
043500 5100-EXIT.
043600     EXIT.
043654     CLOSE RESV-FILE.
043655 5200-EXIT.
043656     EXIT.
043657
043658*-----------------------------------------------------------------
043660* Issue mengonsumsi anggaran: komitmen baris dilepas sebesar
043662* jumlah diissue x harga saat entri (sisanya ikut dilepas kalau
043664* baris sudah selesai), dan realisasi bertambah sebesar jumlah
043666* diissue x harga rata-rata biaya.dat saat ini. Baris lama tanpa
043668* komitmen.dat hanya menambah realisasi tahun berjalan.
043669* Jumlah realisasi dari WS-JML-PAKAI: pada issue pengganti
043670* komitmen dilepas sebesar jumlah asal yang diganti, realisasi
043671* sebesar jumlah pengganti x harga rata-rata pengganti.
043672*-----------------------------------------------------------------
043673 5300-BEBAN-ANGGARAN.
043674     MOVE ZERO TO WS-NILAI-LEPAS.
043676     MOVE WS-TGL-PERIODE(1:4) TO WS-TAHUN-ANG.
043678     MOVE 'N' TO WS-KOM-ADA-SW.
043680     MOVE REQ-KUNCI TO KOM-KUNCI.
043682     READ KOMIT-FILE
043684         INVALID KEY CONTINUE
043686         NOT INVALID KEY MOVE 'Y' TO WS-KOM-ADA-SW
043688     END-READ.
043690     IF WS-KOM-ADA
043692         MOVE KOM-TAHUN TO WS-TAHUN-ANG
043694         COMPUTE WS-NILAI-LEPAS = WS-JML-MINTA * KOM-HARGA
043696         IF WS-NILAI-LEPAS > KOM-SISA OR REQ-STATUS = 'S'
043698             MOVE KOM-SISA TO WS-NILAI-LEPAS
043700         END-IF
043702         SUBTRACT WS-NILAI-LEPAS FROM KOM-SISA
043704         IF REQ-STATUS = 'S'
043706             MOVE 'S' TO KOM-STATUS
043708         END-IF
043710         REWRITE KOMIT-RECORD
043712             INVALID KEY
043714                 DISPLAY 'GAGAL SIMPAN KOMITMEN, STATUS ' KOM-FS
043716         END-REWRITE
043718     END-IF.
043720     IF NOT WS-BRG-ADA
043722         MOVE ZERO TO HARGA-BRG
043724     END-IF.
043726     PERFORM 7300-AMBIL-BIAYA THRU 7300-EXIT.
043728     COMPUTE WS-NILAI-PAKAI = WS-JML-PAKAI * WS-HARGA-PAKAI.
043730     MOVE REQ-DEPT TO WS-DEPT-REQ.
043732     PERFORM 7200-BACA-ANGGARAN THRU 7200-EXIT.
043734     IF NOT WS-ANG-ADA
043736         DISPLAY 'DEPARTEMEN ' REQ-DEPT ' TIDAK PUNYA ANGGARAN '
043738             WS-TAHUN-ANG ', REALISASI TIDAK DIBUKUKAN'
043740         GO TO 5300-EXIT
043742     END-IF.
043744     IF WS-NILAI-LEPAS > ANG-KOMIT
043746         MOVE ANG-KOMIT TO WS-NILAI-LEPAS
043748     END-IF.
043750     SUBTRACT WS-NILAI-LEPAS FROM ANG-KOMIT.
043752     ADD WS-NILAI-PAKAI TO ANG-REALISASI.
043754     REWRITE ANGGARAN-RECORD
043756         INVALID KEY
043758             DISPLAY 'GAGAL SIMPAN REALISASI ANGGARAN, STATUS '
043760                 ANG-FS
043762     END-REWRITE.
043764 5300-EXIT.
043766     EXIT.
043767
043768*-----------------------------------------------------------------
043769* Issue barang modal: KODE-BRG yang terdaftar di kapital.dat
043770* dicatat ke register aset satu record per unit, masing-masing
043771* dengan nomor tag baru dari asetctl.dat. Harga perolehan adalah
043772* harga rata-rata yang sama dengan yang dibebankan ke anggaran.
043773*-----------------------------------------------------------------
043774 5400-CATAT-ASET.
043775     OPEN INPUT KAPITAL-MST.
043776     IF KAP-FS NOT = '00'
043777         CLOSE KAPITAL-MST
043778         GO TO 5400-EXIT
043779     END-IF.
043780     MOVE REQ-KODE-BRG TO KAP-KODE-BRG.
043781     READ KAPITAL-MST
043782         INVALID KEY
043783             CLOSE KAPITAL-MST
043784             GO TO 5400-EXIT
043785     END-READ.
043786     CLOSE KAPITAL-MST.
043787     DISPLAY 'BARANG MODAL, LOKASI PENEMPATAN : '
043788         WITH NO ADVANCING.
043789     ACCEPT WS-LOKASI-ASET.
043790     OPEN I-O ASET-MST.
043791     IF AS-FS = '35'
043792         OPEN OUTPUT ASET-MST
043793         CLOSE ASET-MST
043794         OPEN I-O ASET-MST
043795     END-IF.
043796     PERFORM 5450-SATU-UNIT THRU 5450-EXIT
043797         VARYING WS-UNIT FROM 1 BY 1
043798         UNTIL WS-UNIT > WS-JML-MINTA.
043799     CLOSE ASET-MST.
043800 5400-EXIT.
043801     EXIT.
043802
043803 5450-SATU-UNIT.
043804     OPEN INPUT ASET-CTL.
043805     IF AC-FS = '00'
043806         READ ASET-CTL
043807             AT END MOVE ZERO TO AC-TAG-TERAKHIR
043808         END-READ
043809         CLOSE ASET-CTL
043810     ELSE
043811         MOVE ZERO TO AC-TAG-TERAKHIR
043812     END-IF.
043813     ADD 1 TO AC-TAG-TERAKHIR.
043814     OPEN OUTPUT ASET-CTL.
043815     WRITE ASET-CTL-RECORD.
043816     CLOSE ASET-CTL.
043817     MOVE SPACES TO ASET-RECORD.
043818     MOVE AC-TAG-TERAKHIR TO AS-TAG.
043819     MOVE REQ-KODE-BRG TO AS-KODE-BRG.
043820     MOVE REQ-KODE-BRG TO WS-KODE-CEK.
043821     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
043822     IF WS-BRG-ADA
043823         MOVE NAMA-BRG TO AS-NAMA
043824     END-IF.
043825     MOVE REQ-DEPT TO AS-DEPT.
043826     MOVE WS-LOKASI-ASET TO AS-LOKASI.
043827     MOVE REQ-NO TO AS-REQ-NO.
043828     MOVE REQ-URUT TO AS-REQ-URUT.
043829     MOVE WS-TGL-PERIODE TO AS-TGL-PEROLEHAN.
043830     MOVE WS-HARGA-PAKAI TO AS-HARGA.
043831     MOVE KAP-UMUR-BLN TO AS-UMUR-BLN.
043832     MOVE ZERO TO AS-AKUM-SUSUT.
043833     MOVE WS-HARGA-PAKAI TO AS-NILAI-BUKU.
043834     MOVE ZERO TO AS-BLN-SUSUT.
043835     MOVE 'A' TO AS-STATUS.
043836     WRITE ASET-RECORD
043837         INVALID KEY
043838             DISPLAY 'GAGAL CATAT ASET, STATUS ' AS-FS
043839             GO TO 5450-EXIT
043840     END-WRITE.
043841     DISPLAY 'ASET TERCATAT, NOMOR TAG ' AS-TAG.
043842 5450-EXIT.
043843     EXIT.
043844
043845*-----------------------------------------------------------------
043846* Barang berseri: satu nomor seri per unit yang diissue,
043847* diperiksa SERI-UPD (unit harus ada di gudang issue) sebelum
043848* saldo diubah, lalu dicatat ke departemen peminta.
043849*-----------------------------------------------------------------
043850 5500-AMBIL-SERI.
043851     MOVE 'Y' TO WS-SERI-OK-SW.
043852     MOVE 'N' TO WS-BERSERI-SW.
043853     MOVE 'C' TO WS-SN-AKSI.
043854     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, REQ-KODE-BRG,
043855         WS-SERI-UNIT(1), WS-SN-GUDANG, WS-SN-REF, WS-SN-NO-PO,
043856         WS-SN-HASIL, WS-SN-PESAN.
043857     IF WS-SN-HASIL = 'N'
043858         GO TO 5500-EXIT
043859     END-IF.
043860     MOVE 'Y' TO WS-BERSERI-SW.
043861     IF WS-JML-MINTA > WS-MAKS-SERI
043862         DISPLAY 'BARANG BERSERI MAKSIMAL ' WS-MAKS-SERI
043863             ' UNIT PER ISSUE'
043864         MOVE 'N' TO WS-SERI-OK-SW
043865         GO TO 5500-EXIT
043866     END-IF.
043867     MOVE 'K' TO WS-SN-AKSI.
043868     MOVE 'P' TO WS-SN-MODE.
043869     MOVE REQ-GUDANG TO WS-SN-GUDANG.
043870     MOVE REQ-DEPT TO WS-SN-REF.
043871     PERFORM 5550-SATU-SERI THRU 5550-EXIT
043872         VARYING WS-IDX-SERI FROM 1 BY 1
043873         UNTIL WS-IDX-SERI > WS-JML-MINTA
043874             OR NOT WS-SERI-OK.
043875 5500-EXIT.
043876     EXIT.
043877
043878 5550-SATU-SERI.
043879     DISPLAY 'NOMOR SERI UNIT ' WS-IDX-SERI ' : '
043880         WITH NO ADVANCING.
043881     MOVE SPACES TO WS-SERI-UNIT(WS-IDX-SERI).
043882     ACCEPT WS-SERI-UNIT(WS-IDX-SERI).
043883     PERFORM 5560-BANDING-SERI THRU 5560-EXIT
043884         VARYING WS-IDX-BANDING FROM 1 BY 1
043885         UNTIL WS-IDX-BANDING >= WS-IDX-SERI
043886             OR NOT WS-SERI-OK.
043887     IF NOT WS-SERI-OK
043888         DISPLAY 'NOMOR SERI GANDA DALAM ISSUE INI'
043889         GO TO 5550-EXIT
043890     END-IF.
043891     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, REQ-KODE-BRG,
043892         WS-SERI-UNIT(WS-IDX-SERI), WS-SN-GUDANG, WS-SN-REF,
043893         WS-SN-NO-PO, WS-SN-HASIL, WS-SN-PESAN.
043894     IF WS-SN-HASIL = 'N'
043895         DISPLAY WS-SN-PESAN
043896         MOVE 'N' TO WS-SERI-OK-SW
043897     END-IF.
043898 5550-EXIT.
043899     EXIT.
043900
043901 5560-BANDING-SERI.
043902     IF WS-SERI-UNIT(WS-IDX-BANDING) = WS-SERI-UNIT(WS-IDX-SERI)
043903         MOVE 'N' TO WS-SERI-OK-SW
043904     END-IF.
043905 5560-EXIT.
043906     EXIT.
043907
043908 5600-BUKU-SERI.
043909     IF NOT WS-BERSERI
043910         GO TO 5600-EXIT
043911     END-IF.
043912     MOVE 'B' TO WS-SN-MODE.
043913     PERFORM 5650-CATAT-SATU-SERI THRU 5650-EXIT
043914         VARYING WS-IDX-SERI FROM 1 BY 1
043915         UNTIL WS-IDX-SERI > WS-JML-MINTA.
043916 5600-EXIT.
043917     EXIT.
043918
043919 5650-CATAT-SATU-SERI.
043920     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, REQ-KODE-BRG,
043921         WS-SERI-UNIT(WS-IDX-SERI), WS-SN-GUDANG, WS-SN-REF,
043922         WS-SN-NO-PO, WS-SN-HASIL, WS-SN-PESAN.
043923     IF WS-SN-HASIL = 'N'
043924         DISPLAY 'SERI ' WS-SERI-UNIT(WS-IDX-SERI)
043925             ' GAGAL DICATAT: ' WS-SN-PESAN
043926     END-IF.
043927 5650-EXIT.
043928     EXIT.
043929
043930*-----------------------------------------------------------------
043931* Beban bulanan per departemen: baris jurnal jenis 'K' bulan
044000* pilihan yang JR-REF nya terisi dikumpulkan per departemen,
044100* dinilai dengan HARGA-BRG barang itu sekarang; baris retur
044110* 'U' departemen yang sama mengurangi nilainya (bersih).
044120* Issue pengganti bulan itu didaftar di bawahnya dari
044130* reqganti.dat.
044200*-----------------------------------------------------------------
044300 6000-LAPORAN-BEBAN.
044400     DISPLAY 'BULAN LAPORAN (YYYYMM) : ' WITH NO ADVANCING.
047000     WRITE REPORT-LINE.
047100     MOVE SPACES TO REPORT-LINE.
047200     WRITE REPORT-LINE.
047210     MOVE WS-HEADER-BEBAN TO REPORT-LINE.
047220     WRITE REPORT-LINE.
047300     PERFORM 6300-TULIS-DEPT THRU 6300-EXIT
047400         VARYING WS-IDX FROM 1 BY 1
047500         UNTIL WS-IDX > WS-JML-DEPT.
047510     PERFORM 6400-CETAK-PENGGANTI THRU 6400-EXIT.
047600     CLOSE REPORT-OUT.
047700     MOVE WS-JML-DEPT TO WS-CAT-JML.
047800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
048900     IF WS-EOF
049000         GO TO 6100-EXIT
049100     END-IF.
049200     IF (JR-JENIS NOT = 'K' AND JR-JENIS NOT = 'U')
049210         OR JR-REF = SPACES
049300         GO TO 6100-EXIT
049400     END-IF.
049500     IF JR-TANGGAL(1:6) NOT = WS-BULAN-PILIH
051100         MOVE WS-JML-DEPT TO WS-POSISI-DEPT
051200         MOVE JR-REF TO WS-SD-DEPT(WS-POSISI-DEPT)
051300         MOVE ZERO TO WS-SD-JUMLAH(WS-POSISI-DEPT)
051310        MOVE ZERO TO WS-SD-RETUR(WS-POSISI-DEPT)
051400         MOVE ZERO TO WS-SD-NILAI(WS-POSISI-DEPT)
051500     END-IF.
051600     IF WS-POSISI-DEPT = ZERO
051610         GO TO 6100-EXIT
051620     END-IF.
051630     IF JR-JENIS = 'U'
051640         ADD JR-JUMLAH TO WS-SD-RETUR(WS-POSISI-DEPT)
051650         SUBTRACT WS-NILAI FROM WS-SD-NILAI(WS-POSISI-DEPT)
051660     ELSE
051700         ADD JR-JUMLAH TO WS-SD-JUMLAH(WS-POSISI-DEPT)
051800         ADD WS-NILAI TO WS-SD-NILAI(WS-POSISI-DEPT)
051900     END-IF.
053000 6300-TULIS-DEPT.
053100     MOVE WS-SD-DEPT(WS-IDX) TO WS-DB-DEPT.
053200     MOVE WS-SD-JUMLAH(WS-IDX) TO WS-DB-JUMLAH.
053210     MOVE WS-SD-RETUR(WS-IDX) TO WS-DB-RETUR.
053220     COMPUTE WS-DB-BERSIH = WS-SD-JUMLAH(WS-IDX)
053230         - WS-SD-RETUR(WS-IDX).
053300     MOVE WS-SD-NILAI(WS-IDX) TO WS-DB-NILAI.
053400     MOVE WS-DETAIL-BEBAN TO REPORT-LINE.
053500     WRITE REPORT-LINE.
053600 6300-EXIT.
053700     EXIT.
053701
053702*-----------------------------------------------------------------
053703* Issue pengganti bulan laporan: barang pengganti sudah masuk
053704* kolom issue departemennya lewat mutasi 'K'; daftar ini
053705* menunjukkan baris permintaan asal yang dipenuhinya.
053706*-----------------------------------------------------------------
053707 6400-CETAK-PENGGANTI.
053708     MOVE ZERO TO WS-JML-GN.
053709     OPEN INPUT REQ-GANTI.
053710     IF GN-FS NOT = '00'
053711         CLOSE REQ-GANTI
053712         GO TO 6400-EXIT
053713     END-IF.
053714     MOVE 'N' TO WS-GN-EOF-SW.
053715     PERFORM 6450-SATU-PENGGANTI THRU 6450-EXIT
053716         UNTIL WS-GN-EOF.
053717     CLOSE REQ-GANTI.
053718 6400-EXIT.
053719     EXIT.
053720
053721 6450-SATU-PENGGANTI.
053722     READ REQ-GANTI
053723         AT END MOVE 'Y' TO WS-GN-EOF-SW
053724     END-READ.
053725     IF WS-GN-EOF
053726         GO TO 6450-EXIT
053727     END-IF.
053728     IF GN-TANGGAL(1:6) NOT = WS-BULAN-PILIH
053729         GO TO 6450-EXIT
053730     END-IF.
053731     IF WS-JML-GN = ZERO
053732         MOVE SPACES TO REPORT-LINE
053733         WRITE REPORT-LINE
053734         MOVE WS-JUDUL-GN TO REPORT-LINE
053735         WRITE REPORT-LINE
053736         MOVE WS-HEADER-GN TO REPORT-LINE
053737         WRITE REPORT-LINE
053738     END-IF.
053739     MOVE GN-DEPT TO WS-DN-DEPT.
053740     MOVE GN-REQ-NO TO WS-DN-REQ.
053741     MOVE GN-REQ-URUT TO WS-DN-URUT.
053742     MOVE GN-KODE-ASAL TO WS-DN-ASAL.
053743     MOVE GN-JML-ASAL TO WS-DN-JML-ASAL.
053744     MOVE GN-KODE-GANTI TO WS-DN-GANTI.
053745     MOVE GN-JML-GANTI TO WS-DN-JML-GANTI.
053746     MOVE GN-NILAI TO WS-DN-NILAI.
053747     MOVE WS-DETAIL-GN TO REPORT-LINE.
053748     WRITE REPORT-LINE.
053749     ADD 1 TO WS-JML-GN.
053750 6450-EXIT.
053751     EXIT.
053800
053900*-----------------------------------------------------------------
054000* Cocokkan kode di WS-KODE-CEK (diisi pemanggil) ke barang.dat;
057500     CLOSE GUDANG-MST.
057600 7100-EXIT.
057700     EXIT.
057701
057702*-----------------------------------------------------------------
057704* Baca anggaran departemen WS-DEPT-REQ tahun WS-TAHUN-ANG;
057706* record tinggal di ANGGARAN-RECORD untuk di-REWRITE pemanggil.
057708*-----------------------------------------------------------------
057710 7200-BACA-ANGGARAN.
057712     MOVE 'N' TO WS-ANG-ADA-SW.
057714     MOVE WS-DEPT-REQ TO ANG-DEPT.
057716     MOVE WS-TAHUN-ANG TO ANG-TAHUN.
057718     READ ANGGARAN-MST
057720         INVALID KEY CONTINUE
057722         NOT INVALID KEY MOVE 'Y' TO WS-ANG-ADA-SW
057724     END-READ.
057726 7200-EXIT.
057728     EXIT.
057729
057730*-----------------------------------------------------------------
057732* Harga pakai barang WS-KODE-CEK: harga rata-rata biaya.dat
057734* kalau ada, kalau tidak HARGA-BRG dari 7000-CEK-BARANG.
057736*-----------------------------------------------------------------
057738 7300-AMBIL-BIAYA.
057740     MOVE HARGA-BRG TO WS-HARGA-PAKAI.
057742     IF NOT WS-BIAYA-BUKA
057744         GO TO 7300-EXIT
057746     END-IF.
057748     MOVE WS-KODE-CEK TO BIA-KODE-BRG.
057750     READ BIAYA-MST
057752         INVALID KEY CONTINUE
057754         NOT INVALID KEY
057756             IF BIA-HARGA-RATA > ZERO
057758                 MOVE BIA-HARGA-RATA TO WS-HARGA-PAKAI
057760             END-IF
057762     END-READ.
057764 7300-EXIT.
057766     EXIT.
057767
057768*-----------------------------------------------------------------
057769* Retur departemen: barang tak terpakai kembali dari departemen
057770* peminta ke gudang issue baris permintaan asalnya. Jumlahnya
057771* dibatasi yang sudah diissue dikurangi retur sebelumnya. Saldo
057772* bertambah lewat mutasi 'U' (departemen di JR-REF, harga rata-
057773* rata saat ini di JR-HARGA) dan realisasi anggaran departemen
057774* berkurang sebesar nilai itu. Kalau kepala gudang memilih
057775* tahan QC, jumlah yang sama langsung dipindah ke qchold.dat
057776* dengan mutasi 'Q' arah K, menunggu QC-DISP. Barang modal
057777* sudah menjadi aset di register dan tidak bisa diretur di
057778* sini.
057779*-----------------------------------------------------------------
057780 8000-RETUR.
057781     ACCEPT WS-TGL-PERIODE FROM DATE YYYYMMDD.
057782     CALL 'PRD-CHK' USING WS-TGL-PERIODE, WS-PRD-BOLEH-SW.
057783     IF WS-PRD-BOLEH-SW = 'N'
057784         DISPLAY 'PERIODE BULAN INI SUDAH DITUTUP FINANCE,'
057785             ' RETUR DITOLAK'
057786         GO TO 8000-EXIT
057787     END-IF.
057788     DISPLAY 'NOMOR PERMINTAAN ASAL : ' WITH NO ADVANCING.
057789     ACCEPT WS-NO-REQ.
057790     DISPLAY 'NOMOR URUT BARIS      : ' WITH NO ADVANCING.
057791     ACCEPT WS-URUT.
057792     MOVE WS-NO-REQ TO REQ-NO.
057793     MOVE WS-URUT TO REQ-URUT.
057794     READ REQ-FILE
057795         INVALID KEY
057796             DISPLAY 'BARIS PERMINTAAN TIDAK DITEMUKAN'
057797             GO TO 8000-EXIT
057798     END-READ.
057799     PERFORM 9500-SISA-RETUR THRU 9500-EXIT.
057800     IF WS-SISA = ZERO
057801         DISPLAY 'TIDAK ADA JUMLAH DIISSUE YANG BISA DIRETUR'
057802         GO TO 8000-EXIT
057803     END-IF.
057804     PERFORM 8100-CEK-MODAL THRU 8100-EXIT.
057805     IF WS-BRG-ADA
057806         DISPLAY 'BARANG MODAL TERCATAT DI REGISTER ASET,'
057807             ' RETUR DITOLAK'
057808         GO TO 8000-EXIT
057809     END-IF.
057810     DISPLAY 'DEPT ' REQ-DEPT ' DIISSUE ' REQ-JML-ISSUE
057811         ' SUDAH RETUR ' REQ-JML-RETUR.
057812     DISPLAY 'JUMLAH DIKEMBALIKAN : ' WITH NO ADVANCING.
057813     ACCEPT WS-JML-MINTA.
057814     IF WS-JML-MINTA = ZERO OR WS-JML-MINTA > WS-SISA
057815         DISPLAY 'JUMLAH TIDAK SAH (MAKSIMAL ' WS-SISA
057816             '), RETUR DIBATALKAN'
057817         GO TO 8000-EXIT
057818     END-IF.
057819     DISPLAY 'TAHAN DI QC DULU (Y/N) ? ' WITH NO ADVANCING.
057820     ACCEPT WS-KE-QC-SW.
057821     IF WS-KE-QC-SW = 'y'
057822         MOVE 'Y' TO WS-KE-QC-SW
057823     END-IF.
057824     PERFORM 8200-AMBIL-SERI THRU 8200-EXIT.
057825     IF NOT WS-SERI-OK
057826         DISPLAY 'NOMOR SERI TIDAK LENGKAP, RETUR DITOLAK'
057827         GO TO 8000-EXIT
057828     END-IF.
057829     MOVE REQ-KODE-BRG TO WS-KODE-CEK.
057830     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
057831     IF NOT WS-BRG-ADA
057832         MOVE ZERO TO HARGA-BRG
057833     END-IF.
057834     PERFORM 7300-AMBIL-BIAYA THRU 7300-EXIT.
057835     MOVE REQ-KODE-BRG TO STK-KODE-BRG.
057836     MOVE REQ-GUDANG TO STK-GUDANG.
057837     MOVE 'N' TO WS-STK-ADA-SW.
057838     READ STOK-LEDGER
057839         INVALID KEY MOVE ZERO TO STK-SALDO
057840         NOT INVALID KEY MOVE 'Y' TO WS-STK-ADA-SW
057841     END-READ.
057842     IF NOT WS-STK-ADA
057843         MOVE REQ-KODE-BRG TO STK-KODE-BRG
057844         MOVE REQ-GUDANG TO STK-GUDANG
057845         MOVE ZERO TO STK-SALDO
057846     END-IF.
057847     ADD WS-JML-MINTA TO STK-SALDO.
057848     PERFORM 8300-SIMPAN-SALDO THRU 8300-EXIT.
057849     MOVE 'U' TO WS-JENIS-JR.
057850     MOVE 'M' TO WS-ARAH-JR.
057851     PERFORM 8400-CATAT-JURNAL THRU 8400-EXIT.
057852     IF WS-KE-QC
057853         SUBTRACT WS-JML-MINTA FROM STK-SALDO
057854         PERFORM 8300-SIMPAN-SALDO THRU 8300-EXIT
057855         MOVE 'Q' TO WS-JENIS-JR
057856         MOVE 'K' TO WS-ARAH-JR
057857         PERFORM 8400-CATAT-JURNAL THRU 8400-EXIT
057858         PERFORM 8500-TAHAN-QC THRU 8500-EXIT
057859     END-IF.
057860     ADD WS-JML-MINTA TO REQ-JML-RETUR.
057861     REWRITE REQ-RECORD
057862         INVALID KEY
057863             DISPLAY 'GAGAL SIMPAN BARIS, STATUS ' RQ-FS
057864     END-REWRITE.
057865     PERFORM 8600-KREDIT-ANGGARAN THRU 8600-EXIT.
057866     PERFORM 5600-BUKU-SERI THRU 5600-EXIT.
057867     ADD 1 TO WS-JML-RETUR.
057868     IF WS-KE-QC
057869         DISPLAY 'RETUR DIBUKUKAN, DITAHAN QC ' WS-JML-MINTA
057870             ' (LEPAS LEWAT QC-DISP)'
057871     ELSE
057872         DISPLAY 'RETUR DIBUKUKAN, SALDO BARU ' STK-SALDO
057873     END-IF.
057874 8000-EXIT.
057875     EXIT.
057876
057877*-----------------------------------------------------------------
057878* WS-BRG-ADA dipakai ulang sebagai tanda barang modal; 7000
057879* mengisinya lagi sesudah ini.
057880*-----------------------------------------------------------------
057881 8100-CEK-MODAL.
057882     MOVE 'N' TO WS-BRG-ADA-SW.
057883     OPEN INPUT KAPITAL-MST.
057884     IF KAP-FS NOT = '00'
057885         CLOSE KAPITAL-MST
057886         GO TO 8100-EXIT
057887     END-IF.
057888     MOVE REQ-KODE-BRG TO KAP-KODE-BRG.
057889     READ KAPITAL-MST
057890         INVALID KEY CONTINUE
057891         NOT INVALID KEY MOVE 'Y' TO WS-BRG-ADA-SW
057892     END-READ.
057893     CLOSE KAPITAL-MST.
057894 8100-EXIT.
057895     EXIT.
057896
057897*-----------------------------------------------------------------
057898* Barang berseri: satu nomor seri per unit kembali, unitnya harus
057899* tercatat di departemen yang mengembalikan (SERI-UPD aksi D).
057900*-----------------------------------------------------------------
057901 8200-AMBIL-SERI.
057902     MOVE 'Y' TO WS-SERI-OK-SW.
057903     MOVE 'N' TO WS-BERSERI-SW.
057904     MOVE 'C' TO WS-SN-AKSI.
057905     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, REQ-KODE-BRG,
057906         WS-SERI-UNIT(1), WS-SN-GUDANG, WS-SN-REF, WS-SN-NO-PO,
057907         WS-SN-HASIL, WS-SN-PESAN.
057908     IF WS-SN-HASIL = 'N'
057909         GO TO 8200-EXIT
057910     END-IF.
057911     MOVE 'Y' TO WS-BERSERI-SW.
057912     IF WS-JML-MINTA > WS-MAKS-SERI
057913         DISPLAY 'BARANG BERSERI MAKSIMAL ' WS-MAKS-SERI
057914             ' UNIT PER RETUR'
057915         MOVE 'N' TO WS-SERI-OK-SW
057916         GO TO 8200-EXIT
057917     END-IF.
057918     MOVE 'D' TO WS-SN-AKSI.
057919     MOVE 'P' TO WS-SN-MODE.
057920     MOVE REQ-GUDANG TO WS-SN-GUDANG.
057921     MOVE REQ-DEPT TO WS-SN-REF.
057922     PERFORM 5550-SATU-SERI THRU 5550-EXIT
057923         VARYING WS-IDX-SERI FROM 1 BY 1
057924         UNTIL WS-IDX-SERI > WS-JML-MINTA
057925             OR NOT WS-SERI-OK.
057926 8200-EXIT.
057927     EXIT.
057928
057929*-----------------------------------------------------------------
057930 8300-SIMPAN-SALDO.
057931     IF WS-STK-ADA
057932         REWRITE STOK-RECORD
057933             INVALID KEY
057934                 DISPLAY 'GAGAL SIMPAN SALDO, STATUS ' STK-FS
057935         END-REWRITE
057936     ELSE
057937         WRITE STOK-RECORD
057938             INVALID KEY
057939                 DISPLAY 'GAGAL SIMPAN SALDO, STATUS ' STK-FS
057940         END-WRITE
057941         MOVE 'Y' TO WS-STK-ADA-SW
057942     END-IF.
057943 8300-EXIT.
057944     EXIT.
057945
057946*-----------------------------------------------------------------
057947* Baris jurnal retur; jenis dan arah dari WS-JENIS-JR/WS-ARAH-JR.
057948*-----------------------------------------------------------------
057949 8400-CATAT-JURNAL.
057950     OPEN EXTEND STOK-JURNAL.
057951     IF JR-FS = '05' OR JR-FS = '35'
057952         OPEN OUTPUT STOK-JURNAL
057953     END-IF.
057954     MOVE SPACES TO STOK-JURNAL-LINE.
057955     MOVE REQ-KODE-BRG TO JR-KODE-BRG.
057956     MOVE REQ-GUDANG TO JR-GUDANG.
057957     MOVE WS-JENIS-JR TO JR-JENIS.
057958     MOVE WS-ARAH-JR TO JR-ARAH.
057959     MOVE WS-JML-MINTA TO JR-JUMLAH.
057960     MOVE STK-SALDO TO JR-SALDO.
057961     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
057962     MOVE REQ-DEPT TO JR-REF.
057963     MOVE WS-HARGA-PAKAI TO JR-HARGA.
057964     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
057965     WRITE STOK-JURNAL-LINE.
057966     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
057967     CLOSE STOK-JURNAL.
057968 8400-EXIT.
057969     EXIT.
057970
057971*-----------------------------------------------------------------
057972* Tahanan QC seperti STK-SCN: ditambah ke record barang+gudang
057973* yang ada (tanggal terima tertua tetap), atau record baru.
057974*-----------------------------------------------------------------
057975 8500-TAHAN-QC.
057976     OPEN I-O QC-HOLD.
057977     IF QC-FS = '35'
057978         OPEN OUTPUT QC-HOLD
057979         CLOSE QC-HOLD
057980         OPEN I-O QC-HOLD
057981     END-IF.
057982     MOVE REQ-KODE-BRG TO QC-KODE-BRG.
057983     MOVE REQ-GUDANG TO QC-GUDANG.
057984     MOVE 'N' TO WS-QC-ADA-SW.
057985     READ QC-HOLD
057986         INVALID KEY CONTINUE
057987         NOT INVALID KEY MOVE 'Y' TO WS-QC-ADA-SW
057988     END-READ.
057989     IF WS-QC-ADA
057990         IF QC-JUMLAH = ZERO
057991             MOVE WS-TGL-PERIODE TO QC-TGL-TERIMA
057992         END-IF
057993         ADD WS-JML-MINTA TO QC-JUMLAH
057994         REWRITE QC-HOLD-RECORD
057995             INVALID KEY
057996                 DISPLAY 'GAGAL SIMPAN TAHANAN QC, STATUS ' QC-FS
057997         END-REWRITE
057998     ELSE
057999         MOVE REQ-KODE-BRG TO QC-KODE-BRG
058000         MOVE REQ-GUDANG TO QC-GUDANG
058001         MOVE WS-JML-MINTA TO QC-JUMLAH
058002         MOVE WS-TGL-PERIODE TO QC-TGL-TERIMA
058003         WRITE QC-HOLD-RECORD
058004             INVALID KEY
058005                 DISPLAY 'GAGAL TULIS TAHANAN QC, STATUS ' QC-FS
058006         END-WRITE
058007     END-IF.
058008     CLOSE QC-HOLD.
058009 8500-EXIT.
058010     EXIT.
058011
058012*-----------------------------------------------------------------
058013* Realisasi anggaran departemen tahun berjalan berkurang sebesar
058014* jumlah kembali x harga rata-rata, tidak sampai di bawah nol.
058015* Komitmen tidak dibuka lagi: baris permintaannya tetap selesai.
058016*-----------------------------------------------------------------
058017 8600-KREDIT-ANGGARAN.
058018     COMPUTE WS-NILAI-PAKAI = WS-JML-MINTA * WS-HARGA-PAKAI.
058019     MOVE WS-TGL-PERIODE(1:4) TO WS-TAHUN-ANG.
058020     MOVE REQ-DEPT TO WS-DEPT-REQ.
058021     PERFORM 7200-BACA-ANGGARAN THRU 7200-EXIT.
058022     IF NOT WS-ANG-ADA
058023         DISPLAY 'DEPARTEMEN ' REQ-DEPT ' TIDAK PUNYA ANGGARAN '
058024             WS-TAHUN-ANG ', REALISASI TIDAK DIKOREKSI'
058025         GO TO 8600-EXIT
058026     END-IF.
058027     IF WS-NILAI-PAKAI > ANG-REALISASI
058028         MOVE ZERO TO ANG-REALISASI
058029     ELSE
058030         SUBTRACT WS-NILAI-PAKAI FROM ANG-REALISASI
058031     END-IF.
058032     REWRITE ANGGARAN-RECORD
058033         INVALID KEY
058034             DISPLAY 'GAGAL SIMPAN REALISASI ANGGARAN, STATUS '
058035                 ANG-FS
058036     END-REWRITE.
058037 8600-EXIT.
058038     EXIT.
058039
058100*-----------------------------------------------------------------
058200* Issue pengganti: sisa baris permintaan yang tidak tertutup
058300* stok dipenuhi barang pengganti dari pengganti.dat di gudang
058400* yang sama. Jumlah pengganti = jumlah asal yang diganti x
058500* faktor, dibulatkan ke atas, dan harus tertutup stok tersedia
058600* pengganti. Barang pengganti keluar dengan mutasi 'K'
058700* (departemen di JR-REF); baris asal mencatat jumlah asal yang
058800* diganti sebagai sudah diissue dan penggantiannya dicatat di
058900* reqganti.dat. Barang berseri dan barang modal tidak dipakai
059000* sebagai pengganti: keduanya perlu nomor seri atau tag per
059100* unit, jadi diminta lewat baris biasa.
059200*-----------------------------------------------------------------
059300 9000-ISSUE-PENGGANTI.
059400     ACCEPT WS-TGL-PERIODE FROM DATE YYYYMMDD.
059500     CALL 'PRD-CHK' USING WS-TGL-PERIODE, WS-PRD-BOLEH-SW.
059600     IF WS-PRD-BOLEH-SW = 'N'
059700         DISPLAY 'PERIODE BULAN INI SUDAH DITUTUP FINANCE,'
059800             ' ISSUE PENGGANTI DITOLAK'
059900         GO TO 9000-EXIT
060000     END-IF.
060100     DISPLAY 'NOMOR PERMINTAAN : ' WITH NO ADVANCING.
060200     ACCEPT WS-NO-REQ.
060300     DISPLAY 'NOMOR URUT BARIS : ' WITH NO ADVANCING.
060400     ACCEPT WS-URUT.
060500     MOVE WS-NO-REQ TO REQ-NO.
060600     MOVE WS-URUT TO REQ-URUT.
060700     READ REQ-FILE
060800         INVALID KEY
060900             DISPLAY 'BARIS PERMINTAAN TIDAK DITEMUKAN'
061000             GO TO 9000-EXIT
061100     END-READ.
061200     IF REQ-STATUS = 'S'
061300         DISPLAY 'BARIS INI SUDAH DIISSUE PENUH'
061400         GO TO 9000-EXIT
061500     END-IF.
061600     IF REQ-STATUS = 'T'
061700         DISPLAY 'PERMINTAAN MASIH MENUNGGU PERSETUJUAN ANGGARAN'
061800         GO TO 9000-EXIT
061900     END-IF.
062000     IF REQ-STATUS = 'X'
062100         DISPLAY 'PERMINTAAN DITOLAK KARENA ANGGARAN'
062200         GO TO 9000-EXIT
062300     END-IF.
062400     COMPUTE WS-SISA = REQ-JUMLAH - REQ-JML-ISSUE.
062500     DISPLAY 'BARANG ' REQ-KODE-BRG ' GUDANG ' REQ-GUDANG
062600         ' SISA DIMINTA ' WS-SISA.
062700     MOVE WS-SISA TO WS-JML-DASAR.
062800     MOVE 'L' TO WS-TAWAR-SW.
062900     PERFORM 9100-DAFTAR-PENGGANTI THRU 9100-EXIT.
063000     IF WS-JML-PG = ZERO
063100         DISPLAY 'TIDAK ADA PENGGANTI BERSTOK UNTUK ' REQ-KODE-BRG
063200         GO TO 9000-EXIT
063300     END-IF.
063400     DISPLAY 'URUT PENGGANTI DIPILIH : ' WITH NO ADVANCING.
063500     ACCEPT WS-URUT-GANTI.
063600     PERFORM 9150-BACA-PENGGANTI THRU 9150-EXIT.
063700     IF WS-KODE-GANTI = SPACES
063800         DISPLAY 'URUT PENGGANTI TIDAK ADA, DIBATALKAN'
063900         GO TO 9000-EXIT
064000     END-IF.
064100     DISPLAY 'JUMLAH ' REQ-KODE-BRG ' YANG DIGANTI : '
064200         WITH NO ADVANCING.
064300     ACCEPT WS-JML-MINTA.
064400     IF WS-JML-MINTA = ZERO OR WS-JML-MINTA > WS-SISA
064500         DISPLAY 'JUMLAH TIDAK SAH, ISSUE PENGGANTI DIBATALKAN'
064600         GO TO 9000-EXIT
064700     END-IF.
064800     MOVE WS-JML-MINTA TO WS-JML-DASAR.
064900     PERFORM 9250-HITUNG-JML-GANTI THRU 9250-EXIT.
065000     IF WS-JML-PAKAI = ZERO
065100         DISPLAY 'JUMLAH PENGGANTI TERLALU BESAR, DIBATALKAN'
065200         GO TO 9000-EXIT
065300     END-IF.
065400     MOVE WS-KODE-GANTI TO WS-KODE-CEK.
065500     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
065600     IF NOT WS-BRG-ADA
065700         DISPLAY 'PENGGANTI ' WS-KODE-GANTI ' TIDAK ADA DI'
065800             ' barang.dat, DIBATALKAN'
065900         GO TO 9000-EXIT
066000     END-IF.
066100     IF STATUS-BRG = 'B'
066200         DISPLAY 'PENGGANTI DIBLOKIR (STATUS B), DIBATALKAN'
066300         GO TO 9000-EXIT
066400     END-IF.
066500     PERFORM 9600-CEK-PENGGANTI THRU 9600-EXIT.
066600     IF NOT WS-GANTI-OK
066700         GO TO 9000-EXIT
066800     END-IF.
066900     MOVE WS-KODE-GANTI TO WS-KODE-TSD.
067000     MOVE REQ-GUDANG TO WS-GDG-TSD.
067100     PERFORM 9200-HITUNG-TERSEDIA THRU 9200-EXIT.
067200     IF WS-TERSEDIA < WS-JML-PAKAI
067300         DISPLAY 'STOK TERSEDIA ' WS-KODE-GANTI ' ' WS-TERSEDIA
067400             ', PERLU ' WS-JML-PAKAI ', DIBATALKAN'
067500         GO TO 9000-EXIT
067600     END-IF.
067700     DISPLAY 'KELUAR ' WS-JML-PAKAI ' ' WS-KODE-GANTI ' '
067800         NAMA-BRG ' UNTUK ' WS-JML-MINTA ' ' REQ-KODE-BRG.
067900     DISPLAY 'LANJUTKAN (Y/T) ? ' WITH NO ADVANCING.
068000     ACCEPT WS-KONFIRMASI.
068100     IF WS-KONFIRMASI NOT = 'Y' AND WS-KONFIRMASI NOT = 'y'
068200         DISPLAY 'ISSUE PENGGANTI DIBATALKAN'
068300         GO TO 9000-EXIT
068400     END-IF.
068500     MOVE WS-KODE-GANTI TO STK-KODE-BRG.
068600     MOVE REQ-GUDANG TO STK-GUDANG.
068700     READ STOK-LEDGER
068800         INVALID KEY
068900             DISPLAY 'STOK PENGGANTI TIDAK DITEMUKAN, DIBATALKAN'
069000             GO TO 9000-EXIT
069100     END-READ.
069200     SUBTRACT WS-JML-PAKAI FROM STK-SALDO.
069300     REWRITE STOK-RECORD
069400         INVALID KEY
069500             DISPLAY 'GAGAL SIMPAN SALDO, STATUS ' STK-FS
069600             GO TO 9000-EXIT
069700     END-REWRITE.
069800     PERFORM 9300-CATAT-JURNAL-GANTI THRU 9300-EXIT.
069900     ADD WS-JML-MINTA TO REQ-JML-ISSUE.
070000     IF REQ-JML-ISSUE >= REQ-JUMLAH
070100         MOVE 'S' TO REQ-STATUS
070200     END-IF.
070300     REWRITE REQ-RECORD
070400         INVALID KEY
070500             DISPLAY 'GAGAL SIMPAN BARIS, STATUS ' RQ-FS
070600     END-REWRITE.
070700     PERFORM 5300-BEBAN-ANGGARAN THRU 5300-EXIT.
070800     PERFORM 9400-CATAT-GANTI THRU 9400-EXIT.
070900     ADD 1 TO WS-JML-ISSUE.
071000     DISPLAY 'ISSUE PENGGANTI DIBUKUKAN, SALDO ' WS-KODE-GANTI
071100         ' BARU ' STK-SALDO.
071200 9000-EXIT.
071300     EXIT.
071400
071500*-----------------------------------------------------------------
071600* Daftar pengganti REQ-KODE-BRG menurut urutan preferensi yang
071700* punya stok tersedia di REQ-GUDANG, dengan jumlah pengganti untuk
071800* WS-JML-DASAR satuan asal; WS-TAWAR-CETAK menulis ke picking
071900* list, selain itu ke layar. Pengganti yang diblokir dilewati.
072000*-----------------------------------------------------------------
072100 9100-DAFTAR-PENGGANTI.
072200     MOVE ZERO TO WS-JML-PG.
072300     OPEN INPUT PENGGANTI-MST.
072400     IF PG-FS NOT = '00'
072500         CLOSE PENGGANTI-MST
072600         GO TO 9100-EXIT
072700     END-IF.
072800     MOVE REQ-KODE-BRG TO PG-KODE-BRG.
072900     MOVE ZERO TO PG-URUT.
073000     MOVE 'N' TO WS-PG-EOF-SW.
073100     START PENGGANTI-MST KEY NOT < PG-KUNCI
073200         INVALID KEY MOVE 'Y' TO WS-PG-EOF-SW
073300     END-START.
073400     PERFORM 9120-SATU-PENGGANTI THRU 9120-EXIT
073500         UNTIL WS-PG-EOF.
073600     CLOSE PENGGANTI-MST.
073700 9100-EXIT.
073800     EXIT.
073900
074000 9120-SATU-PENGGANTI.
074100     READ PENGGANTI-MST NEXT RECORD
074200         AT END MOVE 'Y' TO WS-PG-EOF-SW
074300     END-READ.
074400     IF WS-PG-EOF
074500         GO TO 9120-EXIT
074600     END-IF.
074700     IF PG-KODE-BRG NOT = REQ-KODE-BRG
074800         MOVE 'Y' TO WS-PG-EOF-SW
074900         GO TO 9120-EXIT
075000     END-IF.
075100     MOVE PG-KODE-GANTI TO WS-KODE-TSD.
075200     MOVE REQ-GUDANG TO WS-GDG-TSD.
075300     PERFORM 9200-HITUNG-TERSEDIA THRU 9200-EXIT.
075400     IF WS-TERSEDIA = ZERO
075500         GO TO 9120-EXIT
075600     END-IF.
075700     MOVE PG-KODE-GANTI TO WS-KODE-CEK.
075800     PERFORM 7000-CEK-BARANG THRU 7000-EXIT.
075900     MOVE SPACES TO WS-DG-NAMA.
076000     IF WS-BRG-ADA
076100         IF STATUS-BRG = 'B'
076200             GO TO 9120-EXIT
076300         END-IF
076400         MOVE NAMA-BRG TO WS-DG-NAMA
076500     END-IF.
076600     MOVE PG-FAKTOR TO WS-FAKTOR.
076700     PERFORM 9250-HITUNG-JML-GANTI THRU 9250-EXIT.
076800     MOVE PG-URUT TO WS-DG-URUT.
076900     MOVE PG-KODE-GANTI TO WS-DG-KODE.
077000     MOVE PG-FAKTOR TO WS-DG-FAKTOR.
077100     MOVE WS-JML-PAKAI TO WS-DG-PERLU.
077200     MOVE WS-TERSEDIA TO WS-DG-SEDIA.
077300     ADD 1 TO WS-JML-PG.
077400     IF WS-TAWAR-CETAK
077500         MOVE WS-DETAIL-GANTI TO REPORT-LINE
077600         WRITE REPORT-LINE
077700     ELSE
077800         DISPLAY WS-DETAIL-GANTI
077900     END-IF.
078000 9120-EXIT.
078100     EXIT.
078200
078300*-----------------------------------------------------------------
078400* Baca pengganti pilihan (REQ-KODE-BRG + WS-URUT-GANTI); kode dan
078500* faktornya tinggal di WS-KODE-GANTI/WS-FAKTOR, spasi kalau tidak
078600* ada.
078700*-----------------------------------------------------------------
078800 9150-BACA-PENGGANTI.
078900     MOVE SPACES TO WS-KODE-GANTI.
079000     OPEN INPUT PENGGANTI-MST.
079100     IF PG-FS NOT = '00'
079200         CLOSE PENGGANTI-MST
079300         GO TO 9150-EXIT
079400     END-IF.
079500     MOVE REQ-KODE-BRG TO PG-KODE-BRG.
079600     MOVE WS-URUT-GANTI TO PG-URUT.
079700     READ PENGGANTI-MST
079800         INVALID KEY CONTINUE
079900         NOT INVALID KEY
080000             MOVE PG-KODE-GANTI TO WS-KODE-GANTI
080100             MOVE PG-FAKTOR TO WS-FAKTOR
080200     END-READ.
080300     CLOSE PENGGANTI-MST.
080400 9150-EXIT.
080500     EXIT.
080600
080700*-----------------------------------------------------------------
080800* Stok tersedia WS-KODE-TSD di gudang WS-GDG-TSD: saldo stok.dat
080900* dikurangi sisa reservasi aktif (status A) resv.dat, tidak kurang
081000* dari nol. STOK-RECORD tinggal berisi record barang itu.
081100*-----------------------------------------------------------------
081200 9200-HITUNG-TERSEDIA.
081300     MOVE WS-KODE-TSD TO STK-KODE-BRG.
081400     MOVE WS-GDG-TSD TO STK-GUDANG.
081500     MOVE 'N' TO WS-STK-ADA-SW.
081600     READ STOK-LEDGER
081700         INVALID KEY MOVE ZERO TO STK-SALDO
081800         NOT INVALID KEY MOVE 'Y' TO WS-STK-ADA-SW
081900     END-READ.
082000     MOVE ZERO TO WS-JML-RESV.
082100     MOVE 'N' TO WS-RES-EOF-SW.
082200     OPEN INPUT RESV-FILE.
082300     IF RES-FS NOT = '00'
082400         MOVE 'Y' TO WS-RES-EOF-SW
082500     END-IF.
082600     PERFORM 9220-SATU-RESERVASI THRU 9220-EXIT
082700         UNTIL WS-RES-EOF.
082800     CLOSE RESV-FILE.
082900     IF WS-JML-RESV >= STK-SALDO
083000         MOVE ZERO TO WS-TERSEDIA
083100     ELSE
083200         COMPUTE WS-TERSEDIA = STK-SALDO - WS-JML-RESV
083300     END-IF.
083400 9200-EXIT.
083500     EXIT.
083600
083700 9220-SATU-RESERVASI.
083800     READ RESV-FILE NEXT RECORD
083900         AT END MOVE 'Y' TO WS-RES-EOF-SW
084000     END-READ.
084100     IF WS-RES-EOF
084200         GO TO 9220-EXIT
084300     END-IF.
084400     IF RES-STATUS = 'A' AND RES-KODE-BRG = WS-KODE-TSD
084500             AND RES-GUDANG = WS-GDG-TSD
084600         ADD RES-JUMLAH TO WS-JML-RESV
084700     END-IF.
084800 9220-EXIT.
084900     EXIT.
085000
085100*-----------------------------------------------------------------
085200* WS-JML-PAKAI = WS-JML-DASAR x WS-FAKTOR dibulatkan ke atas; nol
085300* kalau hasilnya tidak muat lima digit.
085400*-----------------------------------------------------------------
085500 9250-HITUNG-JML-GANTI.
085600     COMPUTE WS-NILAI-FAKTOR = WS-JML-DASAR * WS-FAKTOR.
085700     IF WS-NILAI-FAKTOR > 99999
085800         MOVE ZERO TO WS-JML-PAKAI
085900         GO TO 9250-EXIT
086000     END-IF.
086100     MOVE WS-NILAI-FAKTOR TO WS-JML-PAKAI.
086200     IF WS-JML-PAKAI < WS-NILAI-FAKTOR
086300         ADD 1 TO WS-JML-PAKAI
086400     END-IF.
086500 9250-EXIT.
086600     EXIT.
086700
086800*-----------------------------------------------------------------
086900* Baris jurnal 'K' barang pengganti, seperti 5100.
087000*-----------------------------------------------------------------
087100 9300-CATAT-JURNAL-GANTI.
087200     OPEN EXTEND STOK-JURNAL.
087300     IF JR-FS = '05' OR JR-FS = '35'
087400         OPEN OUTPUT STOK-JURNAL
087500     END-IF.
087600     MOVE SPACES TO STOK-JURNAL-LINE.
087700     MOVE WS-KODE-GANTI TO JR-KODE-BRG.
087800     MOVE REQ-GUDANG TO JR-GUDANG.
087900     MOVE 'K' TO JR-JENIS.
088000     MOVE 'K' TO JR-ARAH.
088100     MOVE WS-JML-PAKAI TO JR-JUMLAH.
088200     MOVE STK-SALDO TO JR-SALDO.
088300     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
088400     MOVE REQ-DEPT TO JR-REF.
088500     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
088600     WRITE STOK-JURNAL-LINE.
088700     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
088800     CLOSE STOK-JURNAL.
088900 9300-EXIT.
089000     EXIT.
089100
089200*-----------------------------------------------------------------
089300* Satu baris reqganti.dat; operator dari baris jurnal yang baru
089400* ditulis 9300.
089500*-----------------------------------------------------------------
089600 9400-CATAT-GANTI.
089700     OPEN EXTEND REQ-GANTI.
089800     IF GN-FS = '05' OR GN-FS = '35'
089900         OPEN OUTPUT REQ-GANTI
090000     END-IF.
090100     MOVE SPACES TO REQ-GANTI-LINE.
090200     MOVE REQ-NO TO GN-REQ-NO.
090300     MOVE REQ-URUT TO GN-REQ-URUT.
090400     MOVE REQ-DEPT TO GN-DEPT.
090500     MOVE REQ-GUDANG TO GN-GUDANG.
090600     MOVE REQ-KODE-BRG TO GN-KODE-ASAL.
090700     MOVE WS-JML-MINTA TO GN-JML-ASAL.
090800     MOVE WS-KODE-GANTI TO GN-KODE-GANTI.
090900     MOVE WS-JML-PAKAI TO GN-JML-GANTI.
091000     MOVE JR-TANGGAL TO GN-TANGGAL.
091100     MOVE WS-NILAI-PAKAI TO GN-NILAI.
091200     MOVE JR-OPERATOR TO GN-OPERATOR.
091300     WRITE REQ-GANTI-LINE.
091400     CLOSE REQ-GANTI.
091500 9400-EXIT.
091600     EXIT.
091700
091800*-----------------------------------------------------------------
091900* Sisa yang bisa diretur: diissue dikurangi retur sebelumnya dan
092000* jumlah asal yang dipenuhi barang pengganti (reqganti.dat), yang
092100* tidak pernah keluar sebagai barang asal; tidak kurang dari nol.
092200*-----------------------------------------------------------------
092300 9500-SISA-RETUR.
092400     MOVE ZERO TO WS-JML-GANTI-ASAL.
092500     OPEN INPUT REQ-GANTI.
092600     IF GN-FS = '00'
092700         MOVE 'N' TO WS-GN-EOF-SW
092800     ELSE
092900         MOVE 'Y' TO WS-GN-EOF-SW
093000     END-IF.
093100     PERFORM 9520-SATU-GANTI THRU 9520-EXIT
093200         UNTIL WS-GN-EOF.
093300     CLOSE REQ-GANTI.
093400     COMPUTE WS-SISA = REQ-JML-ISSUE - REQ-JML-RETUR.
093500     IF WS-JML-GANTI-ASAL = ZERO
093600         GO TO 9500-EXIT
093700     END-IF.
093800     DISPLAY 'JUMLAH ASAL ' WS-JML-GANTI-ASAL ' DIPENUHI BARANG'
093900         ' PENGGANTI, TIDAK BISA DIRETUR'.
094000     IF WS-JML-GANTI-ASAL >= WS-SISA
094100         MOVE ZERO TO WS-SISA
094200     ELSE
094300         SUBTRACT WS-JML-GANTI-ASAL FROM WS-SISA
094400     END-IF.
094500 9500-EXIT.
094600     EXIT.
094700
094800 9520-SATU-GANTI.
094900     READ REQ-GANTI
095000         AT END MOVE 'Y' TO WS-GN-EOF-SW
095100     END-READ.
095200     IF WS-GN-EOF
095300         GO TO 9520-EXIT
095400     END-IF.
095500     IF GN-REQ-NO = REQ-NO AND GN-REQ-URUT = REQ-URUT
095600         ADD GN-JML-ASAL TO WS-JML-GANTI-ASAL
095700     END-IF.
095800 9520-EXIT.
095900     EXIT.
096000
096100*-----------------------------------------------------------------
096200* Pengganti berseri (brgseri.dat lewat SERI-UPD) atau barang modal
096300* (kapital.dat) ditolak.
096400*-----------------------------------------------------------------
096500 9600-CEK-PENGGANTI.
096600     MOVE 'Y' TO WS-GANTI-OK-SW.
096700     MOVE 'C' TO WS-SN-AKSI.
096800     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-GANTI,
096900         WS-SERI-UNIT(1), WS-SN-GUDANG, WS-SN-REF, WS-SN-NO-PO,
097000         WS-SN-HASIL, WS-SN-PESAN.
097100     IF WS-SN-HASIL NOT = 'N'
097200         DISPLAY 'PENGGANTI BARANG BERSERI, MINTA LEWAT BARIS'
097300             ' PERMINTAAN BIASA'
097400         MOVE 'N' TO WS-GANTI-OK-SW
097500         GO TO 9600-EXIT
097600     END-IF.
097700     OPEN INPUT KAPITAL-MST.
097800     IF KAP-FS NOT = '00'
097900         CLOSE KAPITAL-MST
098000         GO TO 9600-EXIT
098100     END-IF.
098200     MOVE WS-KODE-GANTI TO KAP-KODE-BRG.
098300     READ KAPITAL-MST
098400         INVALID KEY CONTINUE
098500         NOT INVALID KEY
098600             DISPLAY 'PENGGANTI BARANG MODAL, MINTA LEWAT BARIS'
098700                 ' PERMINTAAN BIASA'
098800             MOVE 'N' TO WS-GANTI-OK-SW
098900     END-READ.
099000     CLOSE KAPITAL-MST.
099100 9600-EXIT.
099200     EXIT.
099300
099400*-----------------------------------------------------------------
099500 9999-EXIT.
099600     STOP RUN.
