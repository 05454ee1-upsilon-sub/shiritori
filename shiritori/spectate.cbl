            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".
       WORKING-STORAGE          SECTION.
       01 S-KEY         PIC 9(09).

           02 DEF-FORFEIT-SEC   PIC 9(04).
       01 PROF-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 PROF-FOUND         VALUE HIGH-VALUE.
      *> 表示中の対局のハンデ条件(GAME-PROFから。
      *> CUR-HC-KIND 空白=ハンデなし)
       01 CUR-HC-KIND    PIC X(01).
       01 CUR-HC-STRONG  PIC X(20).
       01 CUR-HC-BUDGET  PIC 9(04).
       01 CUR-HC-MIN-LEN PIC 9(02).
       01 CUR-HC-BAN     PIC X(10).

      *> TURN-STATEGAME-IDƂɏ񂾍ŐV(FORFEIT-WATCH
      *> TE-TBLƓ)
             03 TE-CREDIT-NAME  PIC X(20).
             03 TE-PROMPT-TIME  PIC X(14).
             03 TE-START-TIME   PIC X(14).
      *> 封じ手で指し掛け中なら"A"と封じた時刻
             03 TE-ADJOURN      PIC X(01).
             03 TE-SEAL-TIME    PIC X(14).
             03 TE-PLAYER-CNT   PIC 9(02).
             03 TE-PLAYER-TBL   PIC X(20) OCCURS 20 INDEXED BY TEJ.

             03 PMT-ID        PIC X(06).
             03 PMT-NAME      PIC X(20).
             03 PMT-ACTIVE    PIC X(01).

      *> 改名前の旧氏名(PLAYER-ALIAS)
       01 PA-CNT        PIC 9(03) VALUE 0.
       01 PA-POS        PIC 9(03).
       01 PA-TBL.
           02 PA-ENTRY  OCCURS 1 TO 400 TIMES
                        DEPENDING ON PA-CNT INDEXED BY PAI.
             03 PAT-ID        PIC X(06).
             03 PAT-NAME      PIC X(20).
       01 NAME-TO-RESOLVE PIC X(20).
       01 RESOLVED-KEY    PIC X(20).

       MAIN.
           PERFORM RULES-INIT
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM UNTIL DONE
             PERFORM REFRESH-BOARD
             DISPLAY SPACE
           CLOSE PLAYER-MASTER
           MOVE LOW-VALUE TO EOF-FLG.

       LOAD-PLAYER-ALIAS.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-ALIAS
           PERFORM UNTIL EOF
             READ PLAYER-ALIAS
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM ADD-PLAYER-ALIAS
             END-READ
           END-PERFORM
           CLOSE PLAYER-ALIAS
           MOVE LOW-VALUE TO EOF-FLG.

       ADD-PLAYER-ALIAS.
      *> 同じ旧氏名が二度あれば新しい行を採る
           MOVE 0 TO PA-POS
           IF PA-CNT > 0 THEN
             SET PAI TO 1
             SEARCH PA-ENTRY
               AT END CONTINUE
               WHEN PAT-NAME(PAI) = PA-NAME
                 SET PA-POS TO PAI
             END-SEARCH
           END-IF
           IF PA-POS = 0 THEN
             IF PA-CNT NOT < 400 THEN
               DISPLAY "!! 旧氏名が上限(400)超過"
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO PA-CNT
             MOVE PA-CNT TO PA-POS
             MOVE PA-NAME TO PAT-NAME(PA-POS)
           END-IF
           MOVE PA-PLAYER-ID TO PAT-ID(PA-POS).

       RESOLVE-PLAYER-KEY.
           MOVE NAME-TO-RESOLVE TO RESOLVED-KEY
           IF PM-CNT > 0 THEN
             SET PMI TO 1
             SEARCH PM-ENTRY
               AT END
                 PERFORM RESOLVE-ALIAS
               WHEN PMT-NAME(PMI) = NAME-TO-RESOLVE
                 MOVE SPACE TO RESOLVED-KEY
                 MOVE PMT-ID(PMI) TO RESOLVED-KEY(1:6)
             END-SEARCH
           END-IF.

       RESOLVE-ALIAS.
      *> 台帳の現氏名に無い名前は改名前の旧氏名を
      *> 当たり、改名後と同じIDへ寄せる
           IF PA-CNT > 0 THEN
             SET PAI TO 1
             SEARCH PA-ENTRY
               AT END CONTINUE
               WHEN PAT-NAME(PAI) = NAME-TO-RESOLVE
                 MOVE SPACE TO RESOLVED-KEY
                 MOVE PAT-ID(PAI) TO RESOLVED-KEY(1:6)
             END-SEARCH
           END-IF.

       REFRESH-BOARD.
      * =========================================================
      * =  ǂݒĔՖʂ`B͈؂Ȃ          =
           MOVE DEF-N-ENDING     TO RULE-N-ENDING
           MOVE DEF-CHOONPU-MORA TO RULE-CHOONPU-MORA
           MOVE DEF-FORFEIT-SEC  TO RULE-FORFEIT-SEC
           MOVE SPACE TO CUR-HC-KIND
           MOVE LOW-VALUE TO PROF-FOUND-FLG
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
                   MOVE GP-N-ENDING     TO RULE-N-ENDING
                   MOVE GP-CHOONPU-MORA TO RULE-CHOONPU-MORA
                   MOVE GP-FORFEIT-SEC  TO RULE-FORFEIT-SEC
                   IF GP-HC-KIND = "T" OR "L" OR "K" THEN
                     MOVE GP-HC-KIND    TO CUR-HC-KIND
                     MOVE GP-HC-STRONG  TO CUR-HC-STRONG
                     MOVE GP-HC-BUDGET  TO CUR-HC-BUDGET
                     MOVE GP-HC-MIN-LEN TO CUR-HC-MIN-LEN
                     MOVE GP-HC-BAN     TO CUR-HC-BAN
                   END-IF
                   SET PROF-FOUND TO TRUE
                 END-IF
             END-READ
           MOVE TS-CREDIT-NAME TO TE-CREDIT-NAME(TEI)
           MOVE TS-PROMPT-TIME TO TE-PROMPT-TIME(TEI)
           MOVE TS-START-TIME  TO TE-START-TIME(TEI)
           MOVE TS-ADJOURN     TO TE-ADJOURN(TEI)
           MOVE TS-SEAL-TIME   TO TE-SEAL-TIME(TEI)
           PERFORM ADD-PLAYER-NAME.

       ADD-PLAYER-NAME.
           END-SEARCH.

       DISPLAY-ONE-GAME.
      *> 指し掛けの対局は時計が止まっているので
      *> 残り時間を出さない(封じた語も見せない)
           IF TE-ADJOURN(TEI) = "A" THEN
             DISPLAY SPACE
             DISPLAY "対局 " CUR-GAME-ID " 封じ手で指し掛け"
             DISPLAY "  封じた人: " TE-WAIT-NAME(TEI)
             DISPLAY "  封じた時刻: " TE-SEAL-TIME(TEI)
             PERFORM SHOW-HANDICAP
             PERFORM LOAD-LAST-WORDS
             PERFORM SHOW-LAST-WORDS
             EXIT PARAGRAPH
           END-IF
           MOVE TE-WAIT-NAME(TEI)   TO CUR-WAIT-NAME
           MOVE TE-PROMPT-TIME(TEI) TO CUR-PROMPT-TIME
           PERFORM COMPUTE-ELAPSED
               DISPLAY "  !! ܂Ŏc " REMAIN-SEC " b"
             END-IF
           END-IF
           PERFORM SHOW-HANDICAP
           PERFORM LOAD-LAST-WORDS
           PERFORM SHOW-LAST-WORDS.

       SHOW-HANDICAP.
      *> ハンデ戦なら上手と課された条件を出す
           EVALUATE CUR-HC-KIND
             WHEN "T"
               DISPLAY "  ハンデ戦: 上手 " CUR-HC-STRONG
                       " 持ち時間 " CUR-HC-BUDGET " 秒"
             WHEN "L"
               DISPLAY "  ハンデ戦: 上手 " CUR-HC-STRONG
                       " " CUR-HC-MIN-LEN " 文字以上"
             WHEN "K"
               DISPLAY "  ハンデ戦: 上手 " CUR-HC-STRONG
                       " 語尾の禁じ手 " CUR-HC-BAN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       LOAD-LAST-WORDS.
      * =========================================================
      * =  玩΋ǂ̃Xbgǂ݁A5𑋂Ɏc =
                       CONTINUE
                     NOT INVALID KEY
                       IF S-GAME-ID = CUR-GAME-ID
                          AND S-KIND = SPACE THEN
                         PERFORM PUSH-WORD
                       END-IF
                   END-READ
