      *> WORD-DICT.IDX(語をキーとする)を作り直す変換
      *> バッチ。初回の移行と、手作業でTXTを直した
      *> あとの作り直しに使う。重複行は読み飛ばす。
      *> 続けて辞書変更履歴(DICT-HIST.TXT)を頭から
      *> 流し直し、廃止・復活・分類変更と発効前の
      *> 予定変更を各行へ戻す(作り直しで保守の
      *> 記録が消えない)。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS DIX-WORD.

        SELECT OPTIONAL DICT-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\DICT-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD WORD-DICT.

       FD WORD-DICT-IX.
       COPY "DICT-IX.CBF".

       FD DICT-HIST.
       COPY "DICT-HIST.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.
       01 IN-CNT        PIC 9(06) VALUE 0.
       01 OUT-CNT       PIC 9(06) VALUE 0.
       01 DUP-CNT       PIC 9(06) VALUE 0.
       01 HIST-CNT      PIC 9(06) VALUE 0.
       PROCEDURE                DIVISION.
       MAIN.
           OPEN INPUT  WORD-DICT
           END-PERFORM
           CLOSE WORD-DICT-IX
           CLOSE WORD-DICT
           PERFORM REPLAY-HISTORY
           DISPLAY "読込 " IN-CNT " 語 / 登録 " OUT-CNT
                   " 語 / 重複 " DUP-CNT " 語"
           DISPLAY "変更履歴 " HIST-CNT " 件を反映"
           STOP RUN.

       WRITE-ONE-WORD.
           END-IF
           MOVE DICT-WORD-TXT TO DIX-WORD
           MOVE DICT-CATEGORY TO DIX-CATEGORY
           MOVE SPACE TO DIX-STATUS
           MOVE SPACE TO DIX-NEXT-DATE
           MOVE SPACE TO DIX-NEXT-STATUS
           MOVE SPACE TO DIX-NEXT-CAT
           WRITE DIX-REC
             INVALID KEY
               ADD 1 TO DUP-CNT
             NOT INVALID KEY
               ADD 1 TO OUT-CNT
           END-WRITE.

       REPLAY-HISTORY.
      * =========================================================
      * =  変更履歴を記録順に当て直す。語ごとに     =
      * =  履歴は発効日順なので、最後の行の変更前  =
      * =  を現在値、変更後を予定変更として置けば  =
      * =  今日の姿は読み手側で決まる              =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT DICT-HIST
           OPEN I-O WORD-DICT-IX
           PERFORM UNTIL EOF
             READ DICT-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO HIST-CNT
                 PERFORM REPLAY-ONE-CHANGE
             END-READ
           END-PERFORM
           CLOSE WORD-DICT-IX
           CLOSE DICT-HIST.

       REPLAY-ONE-CHANGE.
           MOVE DH-WORD TO DIX-WORD
           READ WORD-DICT-IX
             INVALID KEY
      *> 原本(TXT)から消された語も履歴があれば戻す
               MOVE DH-WORD       TO DIX-WORD
               MOVE DH-OLD-CAT    TO DIX-CATEGORY
               MOVE DH-OLD-STATUS TO DIX-STATUS
               MOVE DH-EFF-DATE   TO DIX-NEXT-DATE
               MOVE DH-NEW-STATUS TO DIX-NEXT-STATUS
               MOVE DH-NEW-CAT    TO DIX-NEXT-CAT
               WRITE DIX-REC
               END-WRITE
             NOT INVALID KEY
               MOVE DH-OLD-CAT    TO DIX-CATEGORY
               MOVE DH-OLD-STATUS TO DIX-STATUS
               MOVE DH-EFF-DATE   TO DIX-NEXT-DATE
               MOVE DH-NEW-STATUS TO DIX-NEXT-STATUS
               MOVE DH-NEW-CAT    TO DIX-NEXT-CAT
               REWRITE DIX-REC
               END-REWRITE
           END-READ.
