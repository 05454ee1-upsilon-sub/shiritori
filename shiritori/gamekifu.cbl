            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-PROF ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\KIFU.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(200).
       WORKING-STORAGE          SECTION.
      *> ɕBMV-KINDōs̎ނʂ:
      *>   SPACE = ۂɎwꂽt
      *>   "F"   = Ԑ؂ꔽ̃R}s(S-KIND = "F")
      *>   "X"   = 座席のある卓の脱落の印(S-KIND = "X")
      *>   "A"   = 封じ手で指し掛け(S-KIND = "A"。語は
      *>           伏せる)
      *>   "J"   = 指し掛けの対局へ戻った着席(S-KIND = "J")
      *>   "R"   = 封じ手を開いて再開(S-KIND = "R")
      *>   "U"   = ǗҎ(UNDO-LOGR)
       01 MV-CNT        PIC 9(05) VALUE 0.
       01 MV-TBL.
       01 NOW-SEC       PIC 9(05).
       01 THEN-SEC      PIC 9(05).
       01 ELAPSED-SEC   PIC S9(09).
      *> 考慮時間から除く指し掛けの長さ(封じてから
      *> 再開までは誰の時間でもない)
       01 KIFU-GAP      PIC S9(09).
       01 SEAL-AT       PIC X(14).
       01 UNDO-TURN      PIC 9(04).
       01 COLL-CNT      PIC 9(04) VALUE 0.
       01 RESULT-CNT    PIC 9(04) VALUE 0.
       01 REASON-TEXT   PIC X(30).
       01 REASON-CODE   PIC X(01).
      *> 座席のある卓の順位行の編集
       01 PLACE-NO      PIC 9(01).
      *> 見出しに出す対局プロフィール(作成者の行)
       01 PROF-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 PROF-FOUND         VALUE HIGH-VALUE.
       PROCEDURE                DIVISION.
       MAIN.
           DISPLAY "΋ID͂Ă"
           MOVE SPACE TO REPORT-LINE
           STRING "=== ΋ǋL^() ΋ID: " GAME-ID " ==="
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM LOAD-GAME-PROF
           IF PROF-FOUND THEN
             IF GP-HC-KIND = "T" OR "L" OR "K" THEN
               PERFORM WRITE-HANDICAP
             END-IF
           END-IF.

       LOAD-GAME-PROF.
      *> 追記専用なので最初の行(作成者の行)を採る
           MOVE LOW-VALUE TO PROF-FOUND-FLG
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF OR PROF-FOUND
             READ GAME-PROF
               AT END SET EOF TO TRUE
               NOT AT END
                 IF GP-GAME-ID = GAME-ID THEN
                   SET PROF-FOUND TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-PROF
           MOVE LOW-VALUE TO EOF-FLG.

       WRITE-HANDICAP.
      *> ハンデ戦: 上手・下手と作成時の
      *> レーティング、上手に課した条件
           STRING "ハンデ戦 上手 " GP-HC-STRONG
                  " (" GP-HC-STRONG-RT ") / 下手 " GP-HC-WEAK
                  " (" GP-HC-WEAK-RT ")"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           EVALUATE GP-HC-KIND
             WHEN "T"
               STRING "  上手の条件: 持ち時間 " GP-HC-BUDGET
                      " 秒 (通常 " GP-BUDGET-SEC " 秒)"
                 DELIMITED BY SIZE INTO REPORT-LINE
             WHEN "L"
               STRING "  上手の条件: " GP-HC-MIN-LEN
                      " 文字以上の言葉のみ"
                 DELIMITED BY SIZE INTO REPORT-LINE
             WHEN "K"
               STRING "  上手の条件: 次のかなで終わる"
                      "言葉の禁止 " GP-HC-BAN
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM PUT-LINE.

       WRITE-MOVES.
                   MV-NAME(MVI)
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-LINE
               WHEN "X"
                 MOVE MV-WORD(MVI)(1:1) TO REASON-CODE
                 PERFORM EDIT-REASON-TEXT
                 STRING "---- " MV-TIME(MVI) " 脱落:"
                   MV-NAME(MVI) " " REASON-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-LINE
               WHEN "A"
                 STRING "---- " MV-TIME(MVI) " 封じ手:"
                   MV-NAME(MVI) " (指し掛け)"
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-LINE
               WHEN "J"
                 STRING "---- " MV-TIME(MVI) " 着席:"
                   MV-NAME(MVI)
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-LINE
               WHEN "R"
                 STRING "---- " MV-TIME(MVI) " 再開(封じ手):"
                   MV-NAME(MVI)
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-LINE
               WHEN OTHER
                 ADD 1 TO TURN-NO
                 PERFORM FIND-NEXT-MOVE-TIME
                 IF NEXT-MV-TIME NOT = SPACE THEN
                   PERFORM SUM-KIFU-GAP
                   MOVE NEXT-MV-TIME TO NOW-TIME
                   MOVE MV-TIME(MVI) TO THEN-TIME
                   PERFORM COMPUTE-TIME-DIFF
                   SUBTRACT KIFU-GAP FROM ELAPSED-SEC
                   IF ELAPSED-SEC < 0 THEN
                     MOVE 0 TO ELAPSED-SEC
                   END-IF
               NOT AT END
                 IF GR-GAME-ID = GAME-ID THEN
                   ADD 1 TO RESULT-CNT
                   MOVE GR-END-REASON TO REASON-CODE
                   PERFORM EDIT-REASON-TEXT
                   STRING "=== I " GR-END-TIME " "
                     REASON-TEXT " 萔:" GR-TURNS
                     " ŏI:" GR-LAST-NAME
                     DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM PUT-LINE
                   IF GR-SEAT-CNT NUMERIC THEN
                     IF GR-SEAT-CNT > 2 THEN
                       PERFORM WRITE-PLACES
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
             PERFORM PUT-LINE
           END-IF.

       WRITE-PLACES.
      *> 座席のある卓の終局行は1位から順に並べる
           MOVE "    順位:" TO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING PLACE-NO FROM 1 BY 1
               UNTIL PLACE-NO > GR-SEAT-CNT
             STRING "      " PLACE-NO "位 " GR-PLACE(PLACE-NO)
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-LINE
           END-PERFORM.

       EDIT-REASON-TEXT.
           EVALUATE REASON-CODE
             WHEN "N"
               MOVE "uvŏI()" TO REASON-TEXT
             WHEN "F"
             END-IF
           END-PERFORM.

       SUM-KIFU-GAP.
      *> 手MVIから次の語までに挟まった指し掛け
      *> (封じ手"A"から再開"R"まで)の秒数の合計
           MOVE 0 TO KIFU-GAP
           MOVE SPACE TO SEAL-AT
           PERFORM VARYING MVK FROM MVI BY 1
               UNTIL MVK >= MV-CNT
                  OR MV-TIME(MVK + 1) > NEXT-MV-TIME
             EVALUATE MV-KIND(MVK + 1)
               WHEN "A"
                 MOVE MV-TIME(MVK + 1) TO SEAL-AT
               WHEN "R"
                 IF SEAL-AT NOT = SPACE THEN
                   MOVE MV-TIME(MVK + 1) TO NOW-TIME
                   MOVE SEAL-AT TO THEN-TIME
                   PERFORM COMPUTE-TIME-DIFF
                   IF ELAPSED-SEC > 0 THEN
                     ADD ELAPSED-SEC TO KIFU-GAP
                   END-IF
                   MOVE SPACE TO SEAL-AT
                 END-IF
             END-EVALUATE
           END-PERFORM.

       COMPUTE-TIME-DIFF.
      * =========================================================
      * =  THEN-TIMEからNOW-TIMEまでの経過秒         =
