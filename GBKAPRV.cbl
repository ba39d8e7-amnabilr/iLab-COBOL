000400* Purpose:  Antrian persetujuan koreksi nilai (pola HRG-APRV):
000500*           permintaan koreksi.dat ditampilkan satu per satu ke
000600*           supervisor level 2; persetujuan menerapkan nilai baru
000700*           ke baris GBHIST.DAT yang bersangkutan (REWRITE
000800*           berkunci NPM + MK + term) dan menulis jurnal
000900*           koreksi gbkorekj.dat -- nilai lama, nilai baru,
001000*           peminta, penyetuju, tanggal; penolakan membuang
001100*           permintaan tanpa menyentuh riwayat.
002500     ACCESS MODE IS DYNAMIC
002600     RECORD KEY IS KOR-KUNCI
002700     FILE STATUS IS KO-FS.
002800     COPY GBHSEL.
003400     SELECT KOREKSI-JURNAL ASSIGN TO 'gbkorekj.dat'
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS KJ-FS.
004700     02 KOR-ALASAN         PIC X(30).
004800     02 KOR-PEMINTA        PIC X(08).
004900     02 KOR-TGL-MINTA      PIC 9(08).
005000     COPY GBHFD.
006500 FD KOREKSI-JURNAL.
006600 01 KOREKSI-JURNAL-LINE.
006700     02 KJ-NPM             PIC X(08).
008700 WORKING-STORAGE SECTION.
008800 77 KO-FS                  PIC XX.
008900 77 GH-FS                  PIC XX.
009100 77 KJ-FS                  PIC XX.
009200 77 WS-EOF-SW              PIC X VALUE 'N'.
009300     88 WS-EOF             VALUE 'Y'.
009600 77 WS-JAWAB               PIC X.
009700 77 WS-PENYETUJU           PIC X(8).
009800 77 WS-OPR-LEVEL           PIC 9(1).
015500     EXIT.
015600
015700*-----------------------------------------------------------------
015800* Terapkan: baris GBHIST.DAT dibaca langsung lewat kuncinya
015900* dan ditulis ulang di tempat dengan nilai baru, jurnal koreksi
016000* dicatat, parkiran dibuang.
016100*-----------------------------------------------------------------
016200 2000-TERAPKAN.
016300     MOVE 'N' TO WS-KETEMU-SW.
016400     OPEN I-O GRADE-HIST.
016500     IF GH-FS NOT = '00'
016600         DISPLAY 'GBHIST.DAT TIDAK DAPAT DIBUKA, STATUS ' GH-FS
016700         CLOSE GRADE-HIST
016800         GO TO 2000-EXIT
016900     END-IF.
017000     MOVE SPACES TO GH-RECORD.
017100     MOVE KOR-NPM TO GH-NPM.
017200     MOVE KOR-MK TO GH-MK.
017300     MOVE KOR-TERM TO GH-TERM.
017400     READ GRADE-HIST
017500         INVALID KEY CONTINUE
017600         NOT INVALID KEY MOVE 'Y' TO WS-KETEMU-SW
017700     END-READ.
017800     IF NOT WS-KETEMU
017900         CLOSE GRADE-HIST
018000         DISPLAY 'BARIS ITU SUDAH TIDAK ADA DI RIWAYAT,'
018100             ' PERMINTAAN DIBUANG'
018200         PERFORM 4000-BUANG THRU 4000-EXIT
018300         ADD 1 TO WS-JML-TOLAK
018400         GO TO 2000-EXIT
018500     END-IF.
018600     MOVE GH-NILAI TO WS-NILAI-LAMA.
018700     MOVE GH-HURUF TO WS-HURUF-LAMA.
018800     MOVE KOR-NILAI-BARU TO GH-NILAI.
018900     MOVE KOR-HURUF-BARU TO GH-HURUF.
019000     REWRITE GH-RECORD
019100         INVALID KEY
019200             DISPLAY 'GAGAL TULIS ULANG RIWAYAT, STATUS ' GH-FS
019300             CLOSE GRADE-HIST
019400             GO TO 2000-EXIT
019500     END-REWRITE.
019600     CLOSE GRADE-HIST.
019700     PERFORM 3000-CATAT-JURNAL THRU 3000-EXIT.
019800     PERFORM 4000-BUANG THRU 4000-EXIT.
019900     ADD 1 TO WS-JML-SETUJU.
020000     DISPLAY 'KOREKSI DITERAPKAN KE GBHIST.DAT'.
020100 2000-EXIT.
020200     EXIT.
020300
023300*-----------------------------------------------------------------
023400 3000-CATAT-JURNAL.
023500     OPEN EXTEND KOREKSI-JURNAL.
