003200     COPY DEPTSEL.
003300     COPY GDGSEL.
003400     COPY MKSEL.
003500     COPY GBKSEL.
003800     SELECT SALINAN-OUT ASSIGN TO DYNAMIC WS-SALINAN-NAMA
003900     ORGANIZATION IS LINE SEQUENTIAL
004000     FILE STATUS IS SA-FS.
005300     COPY DEPTFD.
005400     COPY GDGFD.
005500     COPY MKFD.
005600     COPY GBKFD.
005800 FD SALINAN-OUT.
005900 01 SALINAN-LINE           PIC X(120).
006000 FD MANIFEST-OUT.
060800     EXIT.
060900
061000 1100-SALIN-GRADE.
061100     READ GRADEBOOK NEXT RECORD
061200         AT END MOVE 'Y' TO WS-EOF-SW
061300     END-READ.
061400     IF WS-EOF
