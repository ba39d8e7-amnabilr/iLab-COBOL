000800*           untuk kantor fakultas. Entri nilai contoh1 menolak MK
000900*           yang bukan ampuan operator yang sign-on (supervisor
001000*           level 2 bebas).
001010*           Dosen wali per NPM di wali.dat (pilihan W), diambil
001020*           dari dosen aktif dosen.dat; wali menyetujui KRS lewat
001030*           KRS-APRV.
001040*           Profil honorarium dosen di dosenhon.dat (pilihan
001050*           H: jabatan, status luar biasa, rekening bank) dan
001060*           tarif per SKS per jabatan di tarifhon.dat (pilihan
001070*           R), dipakai HONOR-DSN.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
002900     ACCESS MODE IS DYNAMIC
003000     RECORD KEY IS AJ-KUNCI
003100     FILE STATUS IS AJ-FS.
003110     COPY WLISEL.
003120     COPY DHNSEL.
003130     COPY THNSEL.
003200     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003300     ORGANIZATION IS LINE SEQUENTIAL
003400     FILE STATUS IS RS.
004500         03 AJ-TERM        PIC 9(05).
004600         03 AJ-MK          PIC X(06).
004700         03 AJ-DS-ID       PIC X(08).
004710     COPY WLIFD.
004720     COPY DHNFD.
004730     COPY THNFD.
004800 FD REPORT-OUT.
004900 01 REPORT-LINE            PIC X(70).
005000
005100 WORKING-STORAGE SECTION.
005200 77 DS-FS                  PIC XX.
005300 77 AJ-FS                  PIC XX.
005310 77 WL-FS                  PIC XX.
005320 77 DH-FS                  PIC XX.
005330 77 TH-FS                  PIC XX.
005400 77 RS                     PIC XX.
005500 77 WS-RPT-NAMA            PIC X(30).
005600 77 WS-TGL-RUN             PIC 9(8).
006500 77 WS-MK-SKS              PIC 9.
006600 77 WS-MK-VALID-SW         PIC X.
006700     88 WS-MK-VALID        VALUE 'Y'.
006710 77 WS-NPM-VALID-SW        PIC X.
006720     88 WS-NPM-VALID       VALUE 'Y'.
006730 77 WS-DH-ADA-SW           PIC X.
006740     88 WS-DH-ADA          VALUE 'Y'.
006750 77 WS-TH-ADA-SW           PIC X.
006760     88 WS-TH-ADA          VALUE 'Y'.
006800 77 WS-IDX                 PIC 9(2).
006900 77 WS-POSISI              PIC 9(2).
007000 77 WS-JML-DOSEN           PIC 9(2) VALUE ZERO.
007300     88 WS-PILIH-DOSEN     VALUE 'D'.
007400     88 WS-PILIH-TUGAS     VALUE 'T'.
007500     88 WS-PILIH-LAPORAN   VALUE 'L'.
007510     88 WS-PILIH-WALI      VALUE 'W'.
007520     88 WS-PILIH-HONOR     VALUE 'H'.
007530     88 WS-PILIH-TARIF     VALUE 'R'.
007600     88 WS-PILIH-SELESAI   VALUE 'S'.
007700 01 WS-ID-PILIH            PIC X(8).
007800 01 WS-MK-PILIH            PIC X(6).
007900 01 WS-TERM-PILIH          PIC 9(5).
007910 01 WS-NPM-PILIH           PIC X(8).
007920 01 WS-JABATAN-PILIH       PIC X(2).
007930     88 WS-JABATAN-VALID   VALUE 'AA' 'L ' 'LK' 'GB' 'TP'.
007940 01 WS-STATUS-PILIH        PIC X.
007950     88 WS-STATUS-VALID    VALUE 'L' 'T'.
007960 01 WS-TARIF-PILIH         PIC 9(7).
008000 01 WS-TABEL-BEBAN.
008100     02 WS-TB-ENTRI OCCURS 50 TIMES.
008200         03 WS-TB-ID       PIC X(08).
010300         CLOSE AJAR-FILE
010400         OPEN I-O AJAR-FILE
010500     END-IF.
010510     OPEN I-O WALI-FILE.
010520     IF WL-FS = '35'
010530         OPEN OUTPUT WALI-FILE
010540         CLOSE WALI-FILE
010550         OPEN I-O WALI-FILE
010560     END-IF.
010563     OPEN I-O DSNHON-MST.
010566     IF DH-FS = '35'
010569         OPEN OUTPUT DSNHON-MST
010572         CLOSE DSNHON-MST
010575         OPEN I-O DSNHON-MST
010578     END-IF.
010581     OPEN I-O TARIF-HONOR.
010584     IF TH-FS = '35'
010587         OPEN OUTPUT TARIF-HONOR
010590         CLOSE TARIF-HONOR
010593         OPEN I-O TARIF-HONOR
010596     END-IF.
010600     PERFORM 1000-MENU THRU 1000-EXIT
010700         UNTIL WS-PILIH-SELESAI.
010800     CLOSE DOSEN-MST.
010900     CLOSE AJAR-FILE.
010910     CLOSE WALI-FILE.
010920     CLOSE DSNHON-MST.
010930     CLOSE TARIF-HONOR.
011000     GO TO 9999-EXIT.
011100
011200*-----------------------------------------------------------------
011300 1000-MENU.
011400     DISPLAY 'DOSEN (D=TAMBAH DOSEN, T=TUGASKAN MK,'
011500         ' L=LAPORAN BEBAN, W=TETAPKAN WALI,'
011505         ' H=PROFIL HONOR, R=TARIF HONOR, S=SELESAI) : '
011510         WITH NO ADVANCING.
011600     ACCEPT WS-PILIHAN.
011700     EVALUATE TRUE
011800         WHEN WS-PILIH-DOSEN
012100             PERFORM 3000-TUGASKAN THRU 3000-EXIT
012200         WHEN WS-PILIH-LAPORAN
012300             PERFORM 4000-LAPORAN-BEBAN THRU 4000-EXIT
012310         WHEN WS-PILIH-WALI
012320             PERFORM 5000-TETAPKAN-WALI THRU 5000-EXIT
012330         WHEN WS-PILIH-HONOR
012340             PERFORM 6000-PROFIL-HONOR THRU 6000-EXIT
012350         WHEN WS-PILIH-TARIF
012360             PERFORM 7000-TARIF-HONOR THRU 7000-EXIT
012400         WHEN WS-PILIH-SELESAI
012500             CONTINUE
012600         WHEN OTHER
028600 4300-EXIT.
028700     EXIT.
028800
028802*-----------------------------------------------------------------
028804* Dosen wali: satu wali per NPM; NPM yang sudah punya wali
028806* diganti walinya. Wali harus dosen aktif di dosen.dat.
028808*-----------------------------------------------------------------
028810 5000-TETAPKAN-WALI.
028812     DISPLAY 'NPM MAHASISWA            : ' WITH NO ADVANCING.
028814     ACCEPT WS-NPM-PILIH.
028816     MOVE 'N' TO WS-NPM-VALID-SW.
028818     CALL 'NPM-CHK' USING WS-NPM-PILIH, WS-NPM-VALID-SW.
028820     IF NOT WS-NPM-VALID
028822         DISPLAY 'NPM TIDAK VALID'
028824         GO TO 5000-EXIT
028826     END-IF.
028828     DISPLAY 'ID DOSEN WALI            : ' WITH NO ADVANCING.
028830     ACCEPT WS-ID-PILIH.
028832     MOVE WS-ID-PILIH TO DS-ID.
028834     MOVE 'N' TO WS-DS-ADA-SW.
028836     READ DOSEN-MST
028838         INVALID KEY CONTINUE
028840         NOT INVALID KEY MOVE 'Y' TO WS-DS-ADA-SW
028842     END-READ.
028844     IF NOT WS-DS-ADA
028846         DISPLAY 'DOSEN TIDAK TERDAFTAR DI dosen.dat'
028848         GO TO 5000-EXIT
028850     END-IF.
028852     IF DS-STATUS NOT = 'A'
028854         DISPLAY 'DOSEN ' WS-ID-PILIH ' TIDAK AKTIF'
028856         GO TO 5000-EXIT
028858     END-IF.
028860     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
028862     MOVE WS-NPM-PILIH TO WL-NPM.
028864     READ WALI-FILE
028866         INVALID KEY
028868             MOVE WS-ID-PILIH TO WL-DS-ID
028870             MOVE WS-TGL-RUN TO WL-TGL
028872             WRITE WALI-RECORD
028874             DISPLAY 'WALI ' WS-NPM-PILIH ' = ' WS-ID-PILIH
028876         NOT INVALID KEY
028878             DISPLAY 'WALI LAMA ' WL-DS-ID ' DIGANTI '
028880                 WS-ID-PILIH
028882             MOVE WS-ID-PILIH TO WL-DS-ID
028884             MOVE WS-TGL-RUN TO WL-TGL
028886             REWRITE WALI-RECORD
028888     END-READ.
028890 5000-EXIT.
028892     EXIT.
028893*-----------------------------------------------------------------
028894* Profil honor: dosen harus terdaftar di dosen.dat. Profil yang
028895* sudah ada ditimpa seluruhnya; nama rekening kosong diisi nama
028896* dosen.
028897*-----------------------------------------------------------------
028898 6000-PROFIL-HONOR.
028899     DISPLAY 'ID DOSEN                 : ' WITH NO ADVANCING.
028900     ACCEPT WS-ID-PILIH.
028901     MOVE WS-ID-PILIH TO DS-ID.
028902     MOVE 'N' TO WS-DS-ADA-SW.
028903     READ DOSEN-MST
028904         INVALID KEY CONTINUE
028905         NOT INVALID KEY MOVE 'Y' TO WS-DS-ADA-SW
028906     END-READ.
028907     IF NOT WS-DS-ADA
028908         DISPLAY 'DOSEN TIDAK TERDAFTAR DI dosen.dat'
028909         GO TO 6000-EXIT
028910     END-IF.
028911     MOVE WS-ID-PILIH TO DH-DS-ID.
028912     MOVE 'N' TO WS-DH-ADA-SW.
028913     READ DSNHON-MST
028914         INVALID KEY CONTINUE
028915         NOT INVALID KEY MOVE 'Y' TO WS-DH-ADA-SW
028916     END-READ.
028917     IF WS-DH-ADA
028918         DISPLAY 'PROFIL LAMA: JABATAN ' DH-JABATAN ' STATUS '
028919             DH-STATUS ' BANK ' DH-BANK ' REK ' DH-REKENING
028920     END-IF.
028921     DISPLAY 'JABATAN (AA/L/LK/GB/TP)  : ' WITH NO ADVANCING.
028922     ACCEPT WS-JABATAN-PILIH.
028923     IF NOT WS-JABATAN-VALID
028924         DISPLAY 'JABATAN TIDAK DIKENAL'
028925         GO TO 6000-EXIT
028926     END-IF.
028927     DISPLAY 'STATUS (L=LUAR BIASA, T=TETAP) : '
028928         WITH NO ADVANCING.
028929     ACCEPT WS-STATUS-PILIH.
028930     IF NOT WS-STATUS-VALID
028931         DISPLAY 'STATUS HARUS L ATAU T'
028932         GO TO 6000-EXIT
028933     END-IF.
028934     MOVE WS-ID-PILIH TO DH-DS-ID.
028935     MOVE WS-JABATAN-PILIH TO DH-JABATAN.
028936     MOVE WS-STATUS-PILIH TO DH-STATUS.
028937     DISPLAY 'KODE BANK                : ' WITH NO ADVANCING.
028938     ACCEPT DH-BANK.
028939     DISPLAY 'NOMOR REKENING           : ' WITH NO ADVANCING.
028940     ACCEPT DH-REKENING.
028941     DISPLAY 'NAMA PEMILIK REKENING    : ' WITH NO ADVANCING.
028942     ACCEPT DH-NAMA-REK.
028943     IF DH-NAMA-REK = SPACES
028944         MOVE DS-NAMA TO DH-NAMA-REK
028945     END-IF.
028946     IF DH-STATUS = 'L' AND DH-REKENING = SPACES
028947         DISPLAY 'PERHATIAN: DOSEN LUAR BIASA TANPA REKENING,'
028948             ' HONOR TIDAK MASUK FILE TRANSFER'
028949     END-IF.
028950     IF WS-DH-ADA
028951         REWRITE DSNHON-RECORD
028952             INVALID KEY
028953                 DISPLAY 'GAGAL UBAH PROFIL, STATUS ' DH-FS
028954                 GO TO 6000-EXIT
028955         END-REWRITE
028956     ELSE
028957         WRITE DSNHON-RECORD
028958             INVALID KEY
028959                 DISPLAY 'GAGAL TULIS PROFIL, STATUS ' DH-FS
028960                 GO TO 6000-EXIT
028961         END-WRITE
028962     END-IF.
028963     DISPLAY 'PROFIL HONOR ' WS-ID-PILIH ' DISIMPAN'.
028964 6000-EXIT.
028965     EXIT.
028966
028967*-----------------------------------------------------------------
028968* Tarif honor per SKS per pertemuan untuk satu jabatan.
028969*-----------------------------------------------------------------
028970 7000-TARIF-HONOR.
028971     DISPLAY 'JABATAN (AA/L/LK/GB/TP)  : ' WITH NO ADVANCING.
028972     ACCEPT WS-JABATAN-PILIH.
028973     IF NOT WS-JABATAN-VALID
028974         DISPLAY 'JABATAN TIDAK DIKENAL'
028975         GO TO 7000-EXIT
028976     END-IF.
028977     MOVE WS-JABATAN-PILIH TO TH-JABATAN.
028978     MOVE 'N' TO WS-TH-ADA-SW.
028979     READ TARIF-HONOR
028980         INVALID KEY MOVE ZERO TO TH-TARIF-SKS
028981         NOT INVALID KEY MOVE 'Y' TO WS-TH-ADA-SW
028982     END-READ.
028983     DISPLAY 'TARIF SEKARANG ' TH-TARIF-SKS
028984         ' PER SKS, TARIF BARU : ' WITH NO ADVANCING.
028985     ACCEPT WS-TARIF-PILIH.
028986     IF WS-TARIF-PILIH = ZERO
028987         DISPLAY 'TARIF NOL, DIBATALKAN'
028988         GO TO 7000-EXIT
028989     END-IF.
028990     MOVE WS-JABATAN-PILIH TO TH-JABATAN.
028991     MOVE WS-TARIF-PILIH TO TH-TARIF-SKS.
028992     ACCEPT TH-TGL-UBAH FROM DATE YYYYMMDD.
028993     IF WS-TH-ADA
028994         REWRITE TARIF-HONOR-RECORD
028995             INVALID KEY
028996                 DISPLAY 'GAGAL UBAH TARIF, STATUS ' TH-FS
028997                 GO TO 7000-EXIT
028998         END-REWRITE
028999     ELSE
029000         WRITE TARIF-HONOR-RECORD
029001             INVALID KEY
029002                 DISPLAY 'GAGAL TULIS TARIF, STATUS ' TH-FS
029003                 GO TO 7000-EXIT
029004         END-WRITE
029005     END-IF.
029006     DISPLAY 'TARIF ' WS-JABATAN-PILIH ' = ' WS-TARIF-PILIH
029007         ' PER SKS PER PERTEMUAN'.
029008 7000-EXIT.
029009     EXIT.
029010
029011*-----------------------------------------------------------------
029012 9999-EXIT.
029100     STOP RUN.
