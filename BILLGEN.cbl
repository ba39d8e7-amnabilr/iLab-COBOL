001100*           tidak tersentuh), hanya NPM yang belum pernah
001200*           ditagih -- KRS-nya masuk sesudah run pertama --
001300*           yang dibebani.
001310*           Sesudah semua baris KRS, tiap tagihan baru milik
001320*           penerima beasiswa aktif (bsterima.dat, dari BSW-RUN)
001330*           dikreditkan potongannya ke TG-POTONGAN -- terpisah
001340*           dari pembayaran TG-DIBAYAR -- dan BP-TOTAL penerima
001350*           ditambah. Hanya baris KRS yang sudah disetujui dosen
001360*           wali (KR-STATUS S) yang dibebankan.
001370*           Mahasiswa dengan cuti disetujui (cuti.dat) di term
001380*           itu tidak ditagih kuliah; bila parameter BIAYACUTI
001390*           diisi, dibuatkan tagihan biaya cuti sebesar itu.
001392*           Term tagihan bisa datang dari handoff BGENIN.CTL
001394*           (driver tutup term TUTUP-TERM) tanpa bertanya ke
001396*           operator; 9999-EXIT GOBACK supaya bisa di-CALL driver
001398*           itu (RETURN-CODE 1 bila handoff rusak).
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
002200*-----------------------
002300 INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002500     COPY KRSSEL.
002510     COPY BSWSEL.
002520     COPY BSPSEL.
002530     COPY CTISEL.
002800     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
002900     ORGANIZATION IS INDEXED
003000     ACCESS MODE IS DYNAMIC
003300     SELECT TAGIHAN-CTL ASSIGN TO 'tagihan.ctl'
003400     ORGANIZATION IS LINE SEQUENTIAL
003500     FILE STATUS IS TL-FS.
003510     SELECT BGEN-HANDOFF ASSIGN TO 'BGENIN.CTL'
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS HO-FS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800     COPY KRSFD.
003810     COPY BSWFD.
003820     COPY BSPFD.
003830     COPY CTIFD.
004500 FD TAGIHAN-FILE.
004600 01 TAGIHAN-RECORD.
004700     02 TG-KUNCI.
005000     02 TG-JUMLAH          PIC 9(09).
005100     02 TG-DIBAYAR         PIC 9(09).
005200     02 TG-STATUS          PIC X(01).
005210     02 TG-POTONGAN        PIC 9(09).
005300 FD TAGIHAN-CTL.
005400 01 TAGIHAN-CTL-LINE.
005500     02 TL-TERM            PIC 9(05).
005510 FD BGEN-HANDOFF.
005520 01 HO-LINE                PIC X(40).
005600
005700 WORKING-STORAGE SECTION.
005800 77 KR-FS                  PIC XX.
005900 77 TG-FS                  PIC XX.
006000 77 TL-FS                  PIC XX.
006010 77 BS-FS                  PIC XX.
006020 77 BP-FS                  PIC XX.
006021 77 CT-FS                  PIC XX.
006022 77 HO-FS                  PIC XX.
006023 77 WS-HANDOFF-SW          PIC X VALUE 'N'.
006024     88 WS-HANDOFF         VALUE 'Y'.
006025 77 WS-CT-BUKA-SW          PIC X VALUE 'N'.
006026     88 WS-CT-BUKA         VALUE 'Y'.
006027 77 WS-CT-EOF-SW           PIC X.
006028     88 WS-CT-EOF          VALUE 'Y'.
006029 77 WS-BIAYA-CUTI          PIC 9(9) VALUE ZERO.
006030 77 WS-JML-CUTI            PIC 9(5) VALUE ZERO.
006031 77 WS-BP-EOF-SW           PIC X.
006040     88 WS-BP-EOF          VALUE 'Y'.
006050 77 WS-BP-ADA-SW           PIC X.
006060     88 WS-BP-ADA          VALUE 'Y'.
006070 77 WS-POTONGAN            PIC 9(09).
006080 77 WS-JML-BEASISWA        PIC 9(5) VALUE ZERO.
006100 77 WS-SUDAH-GEN-SW        PIC X VALUE 'N'.
006200     88 WS-SUDAH-GEN       VALUE 'Y'.
006300 77 WS-CTL-EOF-SW          PIC X.
009400 PROCEDURE DIVISION.
009500*-----------------------------------------------------------------
009600 0000-MAINLINE.
009610     MOVE 0 TO RETURN-CODE.
009620     PERFORM 0050-BACA-HANDOFF THRU 0050-EXIT.
009630     IF NOT WS-HANDOFF
009640         DISPLAY 'TERM TAGIHAN (YYYYS) : ' WITH NO ADVANCING
009650         ACCEPT WS-TERM-PILIH
009660     END-IF.
009900     PERFORM 0100-CEK-SUDAH-GEN THRU 0100-EXIT.
010000     IF WS-SUDAH-GEN
010100         DISPLAY 'TERM ' WS-TERM-PILIH ' SUDAH PERNAH'
011600     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
011700         MOVE WS-SP-NILAI TO WS-BIAYA-TETAP
011800     END-IF.
011810     MOVE 'BIAYACUTI' TO WS-SP-NAMA.
011820     MOVE ZERO TO WS-SP-NILAI.
011830     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
011840         WS-SP-KETEMU-SW.
011850     IF WS-SP-KETEMU-SW = 'Y'
011860         MOVE WS-SP-NILAI TO WS-BIAYA-CUTI
011870     END-IF.
011900     OPEN I-O TAGIHAN-FILE.
012000     IF TG-FS = '35'
012100         OPEN OUTPUT TAGIHAN-FILE
012900         CLOSE TAGIHAN-FILE
013000         GO TO 9999-EXIT
013100     END-IF.
013110     OPEN INPUT CUTI-FILE.
013120     IF CT-FS = '00'
013130         MOVE 'Y' TO WS-CT-BUKA-SW
013140     END-IF.
013200     PERFORM 1000-SATU-KRS THRU 1000-EXIT
013300         UNTIL WS-EOF.
013400     CLOSE KRS-FILE.
013410     PERFORM 2000-KREDIT-BEASISWA THRU 2000-EXIT.
013420     IF WS-CT-BUKA
013430         IF WS-BIAYA-CUTI > ZERO
013440             PERFORM 3000-BIAYA-CUTI THRU 3000-EXIT
013450         END-IF
013460         CLOSE CUTI-FILE
013470     END-IF.
013500     CLOSE TAGIHAN-FILE.
013600     IF NOT WS-SUDAH-GEN
013700         PERFORM 0200-CATAT-GEN THRU 0200-EXIT
013800     END-IF.
013900     DISPLAY 'TAGIHAN TERM ' WS-TERM-PILIH ' : '
014000         WS-JML-TAGIHAN ' BARIS KRS DIBEBANKAN'.
014010     DISPLAY 'POTONGAN BEASISWA DIKREDITKAN : ' WS-JML-BEASISWA.
014020     DISPLAY 'TAGIHAN BIAYA CUTI DIBUAT     : ' WS-JML-CUTI.
014100     GO TO 9999-EXIT.
014200
014300*-----------------------------------------------------------------
014900* pernah disentuh; hanya NPM baru yang dibuat dan ditambah.
015000*-----------------------------------------------------------------
015100 1000-SATU-KRS.
015200     READ KRS-FILE NEXT RECORD
015300         AT END MOVE 'Y' TO WS-EOF-SW
015400     END-READ.
015500     IF WS-EOF
015800     IF KR-TERM NOT = WS-TERM-PILIH
015900         GO TO 1000-EXIT
016000     END-IF.
016010*    Baris KRS yang belum disetujui dosen wali belum ditagih.
016020     IF KR-STATUS NOT = 'S'
016030         GO TO 1000-EXIT
016040     END-IF.
016044*    Mahasiswa yang cutinya disetujui untuk term ini tidak
016048*    ditagih kuliah (biaya cuti dibebankan terpisah).
016052     IF WS-CT-BUKA
016056         MOVE KR-NPM TO CT-NPM
016060         MOVE KR-TERM TO CT-TERM
016064         READ CUTI-FILE
016068             INVALID KEY MOVE SPACE TO CT-STATUS
016072         END-READ
016076         IF CT-STATUS = 'S'
016080             GO TO 1000-EXIT
016084         END-IF
016088     END-IF.
016100     MOVE 'N' TO WS-MK-VALID-SW.
016200     MOVE 1 TO WS-MK-SKS.
016300     CALL 'MK-CHK' USING KR-MK, WS-MK-NAMA, WS-MK-SKS,
019400         COMPUTE TG-JUMLAH =
019500             WS-BIAYA-TETAP + (WS-MK-SKS * WS-TARIF-SKS)
019600         MOVE ZERO TO TG-DIBAYAR
019610         MOVE ZERO TO TG-POTONGAN
019700         MOVE 'T' TO TG-STATUS
019800         WRITE TAGIHAN-RECORD
019900             INVALID KEY
023800 1300-EXIT.
023900     EXIT.
024000
024001*-----------------------------------------------------------------
024002* Kredit beasiswa hanya untuk tagihan yang dibuat run ini (tabel
024003* NPM baru), sesudah seluruh SKS-nya terbebankan supaya skema
024004* persen dihitung dari tagihan penuh. Potongan nominal dibatasi
024005* sebesar tagihan.
024006*-----------------------------------------------------------------
024007 2000-KREDIT-BEASISWA.
024008     OPEN INPUT BEASISWA-MST.
024009     IF BS-FS NOT = '00'
024010         CLOSE BEASISWA-MST
024011         GO TO 2000-EXIT
024012     END-IF.
024013     OPEN I-O PENERIMA-BSW.
024014     IF BP-FS NOT = '00'
024015         CLOSE PENERIMA-BSW
024016         CLOSE BEASISWA-MST
024017         GO TO 2000-EXIT
024018     END-IF.
024019     PERFORM 2100-SATU-NPM-BARU THRU 2100-EXIT
024020         VARYING WS-BARU-IDX FROM 1 BY 1
024021         UNTIL WS-BARU-IDX > WS-BARU-CNT.
024022     CLOSE PENERIMA-BSW.
024023     CLOSE BEASISWA-MST.
024024 2000-EXIT.
024025     EXIT.
024026
024027 2100-SATU-NPM-BARU.
024028     MOVE SPACES TO PENERIMA-RECORD.
024029     MOVE WS-BARU-NPM(WS-BARU-IDX) TO BP-NPM.
024030     MOVE 'N' TO WS-BP-EOF-SW.
024031     MOVE 'N' TO WS-BP-ADA-SW.
024032     START PENERIMA-BSW KEY NOT < BP-KUNCI
024033         INVALID KEY MOVE 'Y' TO WS-BP-EOF-SW
024034     END-START.
024035     PERFORM 2200-CARI-PENERIMA THRU 2200-EXIT
024036         UNTIL WS-BP-EOF OR WS-BP-ADA.
024037     IF NOT WS-BP-ADA
024038         GO TO 2100-EXIT
024039     END-IF.
024040     MOVE BP-SKEMA TO BS-SKEMA.
024041     READ BEASISWA-MST
024042         INVALID KEY
024043             DISPLAY 'SKEMA ' BP-SKEMA ' PENERIMA ' BP-NPM
024044                 ' TIDAK ADA DI beasiswa.dat'
024045             GO TO 2100-EXIT
024046     END-READ.
024047     MOVE BP-NPM TO TG-NPM.
024048     MOVE WS-TERM-PILIH TO TG-TERM.
024049     READ TAGIHAN-FILE
024050         INVALID KEY GO TO 2100-EXIT
024051     END-READ.
024052     IF BS-JENIS = 'P'
024053         COMPUTE WS-POTONGAN ROUNDED = TG-JUMLAH * BS-NILAI / 100
024054     ELSE
024055         MOVE BS-NILAI TO WS-POTONGAN
024056     END-IF.
024057     IF WS-POTONGAN > TG-JUMLAH
024058         MOVE TG-JUMLAH TO WS-POTONGAN
024059     END-IF.
024060     MOVE WS-POTONGAN TO TG-POTONGAN.
024061     IF TG-DIBAYAR + TG-POTONGAN >= TG-JUMLAH
024062         MOVE 'L' TO TG-STATUS
024063     END-IF.
024064     REWRITE TAGIHAN-RECORD
024065         INVALID KEY
024066             DISPLAY 'GAGAL KREDIT BEASISWA ' TG-NPM ', STATUS '
024067                 TG-FS
024068             GO TO 2100-EXIT
024069     END-REWRITE.
024070     ADD WS-POTONGAN TO BP-TOTAL.
024071     REWRITE PENERIMA-RECORD
024072         INVALID KEY
024073             DISPLAY 'GAGAL UBAH PENERIMA ' BP-NPM ', STATUS '
024074                 BP-FS
024075     END-REWRITE.
024076     ADD 1 TO WS-JML-BEASISWA.
024077 2100-EXIT.
024078     EXIT.
024079
024080*-----------------------------------------------------------------
024081* Beasiswa aktif NPM itu yang sudah berlaku di term tagihan.
024082*-----------------------------------------------------------------
024083 2200-CARI-PENERIMA.
024084     READ PENERIMA-BSW NEXT RECORD
024085         AT END MOVE 'Y' TO WS-BP-EOF-SW
024086     END-READ.
024087     IF WS-BP-EOF
024088         GO TO 2200-EXIT
024089     END-IF.
024090     IF BP-NPM NOT = WS-BARU-NPM(WS-BARU-IDX)
024091         MOVE 'Y' TO WS-BP-EOF-SW
024092         GO TO 2200-EXIT
024093     END-IF.
024094     IF BP-STATUS = 'A' AND BP-TERM-AWAL NOT > WS-TERM-PILIH
024095         MOVE 'Y' TO WS-BP-ADA-SW
024096     END-IF.
024097 2200-EXIT.
024098     EXIT.
024099
024101*-----------------------------------------------------------------
024103* Handoff beramplop BGENIN.CTL (pola ARCIN.CTL): baris H|, term
024105* tagihan, lalu trailer T|. File kosong berarti tanya operator.
024107*-----------------------------------------------------------------
024109 0050-BACA-HANDOFF.
024111     OPEN INPUT BGEN-HANDOFF.
024113     IF HO-FS NOT = '00'
024115         GO TO 0050-EXIT
024117     END-IF.
024119     READ BGEN-HANDOFF
024121         AT END MOVE SPACES TO HO-LINE
024123     END-READ.
024125     IF HO-LINE(1:2) NOT = 'H|'
024127         CLOSE BGEN-HANDOFF
024129         GO TO 0050-EXIT
024131     END-IF.
024133     READ BGEN-HANDOFF
024135         AT END MOVE SPACES TO HO-LINE
024137     END-READ.
024139     IF HO-LINE(1:5) IS NUMERIC
024141         MOVE HO-LINE(1:5) TO WS-TERM-PILIH
024143         READ BGEN-HANDOFF
024145             AT END MOVE SPACES TO HO-LINE
024147         END-READ
024149     ELSE
024151         MOVE SPACES TO HO-LINE
024153     END-IF.
024155     CLOSE BGEN-HANDOFF.
024157     IF HO-LINE(1:2) NOT = 'T|'
024159         DISPLAY 'BGENIN.CTL TERPOTONG ATAU RUSAK,'
024161             ' TAGIHAN DIBATALKAN'
024163         MOVE 1 TO RETURN-CODE
024165         GO TO 9999-EXIT
024167     END-IF.
024169     MOVE 'Y' TO WS-HANDOFF-SW.
024171     DISPLAY 'TERM TAGIHAN DARI BGENIN.CTL : ' WS-TERM-PILIH.
024173 0050-EXIT.
024175     EXIT.
024177
024179*-----------------------------------------------------------------
024200 0100-CEK-SUDAH-GEN.
024300     OPEN INPUT TAGIHAN-CTL.
024400     IF TL-FS NOT = '00'
027600 0200-EXIT.
027700     EXIT.
027800
027802*-----------------------------------------------------------------
027804* Biaya cuti (parameter BIAYACUTI) untuk tiap cuti disetujui di
027806* term tagihan yang belum punya baris tagihan; run ulang aman.
027808*-----------------------------------------------------------------
027810 3000-BIAYA-CUTI.
027812     MOVE 'N' TO WS-CT-EOF-SW.
027814     MOVE LOW-VALUES TO CT-KUNCI.
027816     START CUTI-FILE KEY NOT < CT-KUNCI
027818         INVALID KEY MOVE 'Y' TO WS-CT-EOF-SW
027820     END-START.
027822     PERFORM 3100-SATU-CUTI THRU 3100-EXIT
027824         UNTIL WS-CT-EOF.
027826 3000-EXIT.
027828     EXIT.
027830
027832 3100-SATU-CUTI.
027834     READ CUTI-FILE NEXT RECORD
027836         AT END MOVE 'Y' TO WS-CT-EOF-SW
027838     END-READ.
027840     IF WS-CT-EOF
027842         GO TO 3100-EXIT
027844     END-IF.
027846     IF CT-TERM NOT = WS-TERM-PILIH OR CT-STATUS NOT = 'S'
027848         GO TO 3100-EXIT
027850     END-IF.
027852     MOVE CT-NPM TO TG-NPM.
027854     MOVE CT-TERM TO TG-TERM.
027856     MOVE WS-BIAYA-CUTI TO TG-JUMLAH.
027858     MOVE ZERO TO TG-DIBAYAR.
027860     MOVE ZERO TO TG-POTONGAN.
027862     MOVE 'T' TO TG-STATUS.
027864     WRITE TAGIHAN-RECORD
027866         INVALID KEY GO TO 3100-EXIT
027868     END-WRITE.
027870     ADD 1 TO WS-JML-CUTI.
027872 3100-EXIT.
027874     EXIT.
027876
027900*-----------------------------------------------------------------
028000 9999-EXIT.
028100     GOBACK.
