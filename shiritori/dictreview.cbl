        SELECT OPTIONAL DICT-AUDIT ASSIGN
            "..\04 SHIRITORI_COMMON\DICT-AUDIT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL DICT-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\DICT-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD ALLOW-LIST.
           02 DA-ACTION       PIC X(01).
           02 DA-WORD         PIC X(50).
           02 DA-NAME         PIC X(20).

       FD DICT-HIST.
       COPY "DICT-HIST.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.
      * =========================================================
           MOVE PR-WORD(PRI) TO DIX-WORD
           MOVE NEW-CAT      TO DIX-CATEGORY
           MOVE SPACE        TO DIX-STATUS
           MOVE SPACE        TO DIX-NEXT-DATE
           MOVE SPACE        TO DIX-NEXT-STATUS
           MOVE SPACE        TO DIX-NEXT-CAT
           OPEN I-O WORD-DICT-IX
           WRITE DIX-REC
             INVALID KEY
             NOT INVALID KEY
               ADD 1 TO APPROVED-CNT
               PERFORM APPEND-TO-DICT-TXT
               PERFORM APPEND-TO-DICT-HIST
           END-WRITE
           CLOSE WORD-DICT-IX.

           WRITE DICT-REC
           CLOSE WORD-DICT.

       APPEND-TO-DICT-HIST.
      *> 承認も辞書変更履歴へ「今日から追加」として
      *> 残す: 承認前の対局はこの語なしで判定される
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           OPEN EXTEND DICT-HIST
           MOVE PR-WORD(PRI)    TO DH-WORD
           MOVE "A"             TO DH-ACTION
           MOVE CURR-DATE(1:8)  TO DH-EFF-DATE
           MOVE "N"             TO DH-OLD-STATUS
           MOVE SPACE           TO DH-OLD-CAT
           MOVE SPACE           TO DH-NEW-STATUS
           MOVE NEW-CAT         TO DH-NEW-CAT
           MOVE ADMIN-NAME      TO DH-APPROVER
           MOVE CURR-DATE(1:14) TO DH-TIME
           MOVE "追加候補の承認" TO DH-NOTE
           WRITE DICT-HIST-REC
           CLOSE DICT-HIST.

       SAVE-PROPOSALS.
      * =========================================================
      * =  ۗ(S)R҂Ƃď߂B\       =
