000700*           keranjang umur 0-30 / 31-60 / 61-90 / >90 hari dari
000800*           tanggal faktur, lalu jadwal pembayaran terurut
000900*           tanggal jatuh tempo -- supaya bendahara tidak lagi
001000*           menyusun keduanya dari kertas. Umur hari adalah
001100*           hari kalender sebenarnya (TGL-KERJA); jatuh tempo
001200*           di hari libur/akhir pekan (harilibur.dat) dijadwal
001210*           ke hari kerja berikutnya.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
005600     88 WS-RETURN-EOF      VALUE 'Y'.
005700 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
005800 77 WS-UMUR-HARI           PIC S9(7).
005810* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
005820 77 WS-TK-FUNGSI           PIC X(1).
005830 77 WS-TK-TGL-2            PIC 9(8).
005840 77 WS-TK-HARI             PIC S9(7).
005850 77 WS-TK-KERJA            PIC S9(7).
005860 77 WS-TK-KET              PIC X(30).
006100 01 WS-SUP-BERJALAN        PIC X(13) VALUE SPACES.
006200 01 WS-SUP-BUCKET.
006300     02 WS-SB-B1           PIC 9(13)V9(3).
011100 0000-MAINLINE.
011200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
011300     ACCEPT WS-JAM-RUN FROM TIME.
011600     MOVE SPACES TO WS-RPT-NAMA.
011700     STRING 'FKTAGING-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
011800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
015000
015100*-----------------------------------------------------------------
015200* Lepas tiap faktur berstatus M ke file sort dengan nilainya
015300* (jumlah x harga). Status B/S belum boleh masuk hutang; status
015310* P sudah dilunasi lewat voucher FKT-BAYAR, bukan hutang lagi.
015400*-----------------------------------------------------------------
015500 1000-LEPAS-FAKTUR.
015600     OPEN INPUT FAKTUR-FILE.
018000     MOVE FK-NO-FAKTUR TO SR-NO-FAKTUR.
018100     MOVE FK-TGL-FAKTUR TO SR-TGL-FAKTUR.
018200     MOVE FK-TGL-TEMPO TO SR-TGL-TEMPO.
018210*    Jatuh tempo di hari tidak bekerja dibayar hari kerja
018220*    berikutnya.
018230     MOVE 'T' TO WS-TK-FUNGSI.
018240     MOVE ZERO TO WS-TK-KERJA.
018250     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, FK-TGL-TEMPO,
018260         WS-TK-TGL-2, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
018270     IF WS-TK-TGL-2 NOT = ZERO
018280         MOVE WS-TK-TGL-2 TO SR-TGL-TEMPO
018290     END-IF.
018300     COMPUTE SR-NILAI = FK-JUMLAH * FK-HARGA.
018400     RELEASE SORT-RECORD.
018500 1100-EXIT.
022200         MOVE SR-SUPPLIER TO WS-SUP-BERJALAN
022300         MOVE ZERO TO WS-SB-B1 WS-SB-B2 WS-SB-B3 WS-SB-B4
022400     END-IF.
022410     MOVE 'H' TO WS-TK-FUNGSI.
022420     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, SR-TGL-FAKTUR,
022430         WS-TGL-RUN, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
022440     MOVE WS-TK-HARI TO WS-UMUR-HARI.
022800     EVALUATE TRUE
022900         WHEN WS-UMUR-HARI <= 30
023000             ADD SR-NILAI TO WS-SB-B1 WS-TB-B1
