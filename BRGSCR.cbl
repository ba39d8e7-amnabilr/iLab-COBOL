001340*     ambang hrgaprv.ctl diparkir ke hrgpend.dat menunggu
001350*     persetujuan supervisor, dan perubahan yang diterapkan
001360*     dicatat ke pricehist.dat dengan ID operator.
001370*   - Tambah dan ubah ditolak selama tanda jendela batch malam
001380*     batchwin.ctl terpasang (BTC-WIN); lihat tetap boleh.
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005426 77 WS-LCK-KODE            PIC X(5).
005430 77 WS-LCK-HASIL           PIC X(1).
005440 77 WS-LCK-PEMEGANG        PIC X(8).
005441* Parameter BTC-WIN (jendela batch malam).
005442 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
005443 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BRG-SCR'.
005444 77 WS-BW-HASIL            PIC X(1).
005445 77 WS-BW-PEMEGANG         PIC X(13).
005450 77 WS-TAHUN-KABISAT-SW    PIC X VALUE 'N'.
005460     88 WS-TAHUN-KABISAT   VALUE 'Y'.
005470 77 WS-HASIL-BAGI          PIC 9(4).
011800     DISPLAY 'PANEL (T=TAMBAH, U=UBAH, L=LIHAT, S=SELESAI) : '
011900         WITH NO ADVANCING.
012000     ACCEPT WS-PILIHAN.
012009*    Lihat tetap boleh selama tutup malam; tambah dan ubah tidak.
012018     IF WS-PILIH-TAMBAH OR WS-PILIH-UBAH
012027         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
012036             WS-BW-HASIL, WS-BW-PEMEGANG
012045         IF WS-BW-HASIL = 'Y'
012054             DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
012063                 ' HANYA LIHAT'
012072             GO TO 1000-EXIT
012081         END-IF
012090     END-IF.
012100     EVALUATE TRUE
012200         WHEN WS-PILIH-TAMBAH
012300             PERFORM 2000-TAMBAH THRU 2000-EXIT
024296     MOVE WS-HARGA-LAMA TO HP-HARGA-LAMA.
024298     MOVE HARGA-BRG TO HP-HARGA-BARU.
024300     ACCEPT HP-TGL-MINTA FROM DATE YYYYMMDD.
024301     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
024302     MOVE WS-OPR-ID TO HP-PEMINTA.
024303     IF WS-HP-ADA
024304         REWRITE HARGA-PENDING-RECORD
024306         END-REWRITE
024308     ELSE
