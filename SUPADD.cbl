000630*   - Supplier baru sekarang langsung berstatus aktif (SUP-STATUS
000640*     'A'); supplier yang sudah tidak dipakai dinonaktifkan lewat
000650*     SUP-MNT, bukan dihapus.
000660*   - NPWP supplier ikut dimasukkan (boleh kosong bila belum ada,
000670*     dilengkapi lewat SUP-MNT); NPWP yang diisi harus 15 atau
000680*     16 digit angka.
000700******************************************************************
000800 IDENTIFICATION DIVISION.
000900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

002100 WORKING-STORAGE SECTION.
002200 77 SUP-FS                 PIC XX.
002210 77 WS-NPWP-OK-SW          PIC X VALUE 'N'.
002220     88 WS-NPWP-OK         VALUE 'Y'.

002300 PROCEDURE DIVISION.
002400*-----------------------------------------------------------------
005000     DISPLAY 'Masukkan Alamat        : '.
005100     ACCEPT SUP-ALAMAT.
005150     MOVE 'A' TO SUP-STATUS.
005160     MOVE 'N' TO WS-NPWP-OK-SW.
005170     PERFORM 2100-TERIMA-NPWP THRU 2100-EXIT
005180         UNTIL WS-NPWP-OK.
005200 2000-EXIT.
005300     EXIT.

005310*-----------------------------------------------------------------
005320 2100-TERIMA-NPWP.
005330     DISPLAY 'Masukkan NPWP (15/16 digit, kosong=belum ada) : '.
005340     ACCEPT SUP-NPWP.
005350     IF SUP-NPWP = SPACES
005360         OR (SUP-NPWP(1:15) IS NUMERIC
005370             AND (SUP-NPWP(16:1) IS NUMERIC
005380                  OR SUP-NPWP(16:1) = SPACE))
005390         MOVE 'Y' TO WS-NPWP-OK-SW
005400     ELSE
005410         DISPLAY 'NPWP harus 15 atau 16 digit angka, ulangi'
005420     END-IF.
005430 2100-EXIT.
005440     EXIT.

005450*-----------------------------------------------------------------
005500 9999-EXIT.
005600     STOP RUN.

