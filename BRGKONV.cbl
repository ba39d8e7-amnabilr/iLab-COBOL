037518     END-READ.
037519     IF NOT WS-EOF
037520         MOVE KONV-RECORD(1:70) TO PO-RECORD(1:70)
037521         MOVE SPACES TO PO-VALUTA PO-STATUS
037522         MOVE ZERO TO PO-HARGA-VAL PO-KURS
037523         MOVE ZERO TO PO-NO-PP PO-PP-URUT
037529         MOVE ZERO TO PO-TGL-KIRIM PO-REVISI
037535         WRITE PO-RECORD
037541             INVALID KEY
037547                 DISPLAY 'KUNCI GANDA PO : ' PO-KUNCI
037553         END-WRITE
037559     END-IF.
037565 4920-EXIT.
037571     EXIT.
037577
037583*-----------------------------------------------------------------
037589* Inti konversi satu record DATA-BRG: harga digeser ke picture
037600* lebar, kolom lain disalin apa adanya.
037700*-----------------------------------------------------------------
037800 7000-UBAH-LAYOUT.
