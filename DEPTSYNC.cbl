001000*           tidak ada di master, serta record master yang tidak
001100*           ada di roster. Roster disortir dulu ke file kerja
001200*           supaya bisa dicocokkan satu lewatan dengan dept.dat
001300*           yang memang terurut kuncinya. Status W (lulus
001310*           diwisudakan) tidak ditimpa roster.
001400* Tectonics: cobc -I copybooks
001500******************************************************************
001600 IDENTIFICATION DIVISION.
021400     EXIT.
021500
021600 3200-SEGARKAN-MASTER.
021610*    Record yang sudah dianonimkan MHS-ANON tidak diisi ulang
021620*    dari roster.
021630     IF DP-NAMA(1:1) = '*'
021640         GO TO 3200-EXIT
021650     END-IF.
021700     MOVE WS-R-NAMA TO DP-NAMA.
021800     MOVE WS-R-PRODI TO DP-PRODI.
021900     MOVE WS-R-EMAIL TO DP-EMAIL.
021950*    Status W (diwisudakan WSD-RUN) tidak ditimpa roster.
022000     IF DP-STATUS NOT = 'W'
022010         MOVE WS-R-STATUS TO DP-STATUS
022020     END-IF.
022100     REWRITE DEPT-RECORD
022200         INVALID KEY
022300             DISPLAY 'GAGAL SEGARKAN : ' DP-NPM
