       COPY "PLAYER-MASTER.CBF".

       FD PM-BAK.
       01 PMB-REC       PIC X(43).

       FD REWRITE-JNL.
       COPY "REWRITE-JNL.CBF".
             03 PMT-NAME      PIC X(20).
             03 PMT-JOIN      PIC X(08).
             03 PMT-ACTIVE    PIC X(01).
             03 PMT-EMP-NO    PIC X(08).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CHECK-RESTART
                   MOVE PM-NAME      TO PMT-NAME(PM-CNT)
                   MOVE PM-JOIN-DATE TO PMT-JOIN(PM-CNT)
                   MOVE PM-ACTIVE    TO PMT-ACTIVE(PM-CNT)
                   MOVE PM-EMP-NO    TO PMT-EMP-NO(PM-CNT)
                   IF PM-PLAYER-ID(2:5) IS NUMERIC THEN
                     MOVE PM-PLAYER-ID(2:5) TO SEQ-TMP
                     IF SEQ-TMP > NEW-SEQ THEN
             MOVE PMT-NAME(PMI)   TO PM-NAME
             MOVE PMT-JOIN(PMI)   TO PM-JOIN-DATE
             MOVE PMT-ACTIVE(PMI) TO PM-ACTIVE
             MOVE PMT-EMP-NO(PMI) TO PM-EMP-NO
             WRITE PLAYER-MASTER-REC
           END-PERFORM
           CLOSE PLAYER-MASTER
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:8) TO PMT-JOIN(PM-CNT)
           MOVE "A" TO PMT-ACTIVE(PM-CNT)
      *> 社員番号は月次のROSTER-SYNCが氏名で紐付ける
           MOVE SPACE TO PMT-EMP-NO(PM-CNT)
           PERFORM SAVE-MASTER
           DISPLAY "o^܂: " PMT-ID(PM-CNT) " "
                   PMT-NAME(PM-CNT).
           PERFORM VARYING PMI FROM 1 BY 1 UNTIL PMI > PM-CNT
             DISPLAY PMT-ID(PMI) " " PMT-NAME(PMI) " :"
                     PMT-JOIN(PMI) " :" PMT-ACTIVE(PMI)
                     " :" PMT-EMP-NO(PMI)
           END-PERFORM.
