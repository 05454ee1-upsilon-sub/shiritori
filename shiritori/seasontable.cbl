      *> 蒼̂܂܌܂zɂȂ)B
      *> l̓ꐫPLAYER-MASTER̓o^ID֊񂹂B
      *> 󎚕񍐂SEASON.TXTցB
      *> 異議申立の裁定(GAME-CORR)が出た結果行は
      *> 裁定後の勝敗で数え、無効の行は数えない。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-CORR ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-CORR.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL SEASON-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\SEASON-FILE.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD PENALTY-LOG.
       COPY "PENALTY-LOG.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".

       FD GAME-CORR.
       COPY "GAME-CORR.CBF".

       FD SEASON-FILE.
       COPY "SEASON.CBF".

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
       01 RESOLVED-NAME   PIC X(20).
           02 MO-MONTH  PIC X(06) OCCURS 1 TO 120 TIMES
                        DEPENDING ON MO-CNT INDEXED BY MOI.

      *> 裁定表: GAME-CORRの覆し("O")・無効("V")の
      *> 裁定を結果行(対局ID+終局時刻)ごとに
      *> 最新の1件へまとめたもの
       01 CX-CNT        PIC 9(03) VALUE 0.
       01 CX-TBL.
           02 CX-ENTRY  OCCURS 1 TO 500 TIMES
                        DEPENDING ON CX-CNT INDEXED BY CXI.
             03 CX-GAME-ID     PIC X(10).
             03 CX-RESULT-END  PIC X(14).
             03 CX-KIND        PIC X(01).
             03 CX-WINNER      PIC X(20).
             03 CX-LOSER       PIC X(20).
       01 CORR-KIND     PIC X(01).
       01 CORR-WINNER   PIC X(20).
       01 CORR-LOSER    PIC X(20).
      *> 座席のある卓の順位の入れ替え(覆しの裁定)用
       01 PLC-J         PIC 9(01).
       01 PLC-W         PIC 9(01).
       01 PLC-L         PIC 9(01).
       01 PLC-SWAP      PIC X(20).

       01 CUR-MONTH     PIC X(06).
       01 OUTCOME       PIC X(01).
       01 GAME-TURNS    PIC 9(04).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM LOAD-PRACTICE-GAMES
           PERFORM LOAD-CORRECTIONS
           PERFORM SCAN-GAME-RESULT
           PERFORM SCAN-PENALTY-LOG
           PERFORM WRITE-SEASON-FILE
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

       RESOLVE-PLAYER.
      *> 䒠ɓo^̂閼O͓o^IDL[ɁA\֊񂹂
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
                 PERFORM ALIAS-NOW-NAME
             END-SEARCH
           END-IF.

       ALIAS-NOW-NAME.
           SET PMI TO 1
           SEARCH PM-ENTRY
             AT END CONTINUE
             WHEN PMT-ID(PMI) = PAT-ID(PAI)
               MOVE PMT-NAME(PMI) TO RESOLVED-NAME
           END-SEARCH.

       SCAN-GAME-RESULT.
      * =========================================================
      * =  ʍs𓞒ɓǂ݁As\֐ς                =
           END-IF
           MOVE GR-END-TIME(1:6) TO CUR-MONTH
           MOVE GR-TURNS TO GAME-TURNS
      *> 裁定のある行は裁定後の勝敗で数える
           PERFORM FIND-CORRECTION
      *> 座席のある卓の終局行は順位で数える
           IF CORR-KIND NOT = "V" AND GR-SEAT-CNT NUMERIC THEN
             IF GR-SEAT-CNT > 2 THEN
               IF CORR-KIND = "O" THEN
                 PERFORM APPLY-PLACE-CORRECTION
               END-IF
               PERFORM TALLY-PLACES
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF CORR-KIND = "V" THEN
             EXIT PARAGRAPH
           END-IF
           IF CORR-KIND = "O" THEN
             MOVE "W" TO OUTCOME
             MOVE CORR-WINNER TO NAME-TO-RESOLVE
             PERFORM TALLY-OUTCOME
             MOVE "L" TO OUTCOME
             MOVE CORR-LOSER TO NAME-TO-RESOLVE
             PERFORM TALLY-OUTCOME
             EXIT PARAGRAPH
           END-IF
           EVALUATE GR-END-REASON
             WHEN "N"
             WHEN "T"
               CONTINUE
           END-EVALUATE.

       LOAD-CORRECTIONS.
      * =========================================================
      * =  裁定台帳(GAME-CORR)の覆し・無効の裁定を  =
      * =  結果行ごとに最新の1件へまとめる            =
      * =========================================================
           MOVE 0 TO CX-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-CORR
           PERFORM UNTIL EOF
             READ GAME-CORR
               AT END SET EOF TO TRUE
               NOT AT END
                 IF CR-KIND = "O" OR CR-KIND = "V" THEN
                   PERFORM POST-CORRECTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-CORR
           MOVE LOW-VALUE TO EOF-FLG.

       POST-CORRECTION.
      *> 同じ結果行への裁定は後のもので置き換える
           SET CXI TO 1
           SEARCH CX-ENTRY
             AT END
               IF CX-CNT < 500 THEN
                 ADD 1 TO CX-CNT
                 SET CXI TO CX-CNT
                 MOVE CR-GAME-ID    TO CX-GAME-ID(CXI)
                 MOVE CR-RESULT-END TO CX-RESULT-END(CXI)
               ELSE
                 DISPLAY "!! 裁定表が上限(500)です"
                 EXIT PARAGRAPH
               END-IF
             WHEN CX-GAME-ID(CXI) = CR-GAME-ID
              AND CX-RESULT-END(CXI) = CR-RESULT-END
               CONTINUE
           END-SEARCH
           MOVE CR-KIND   TO CX-KIND(CXI)
           MOVE CR-WINNER TO CX-WINNER(CXI)
           MOVE CR-LOSER  TO CX-LOSER(CXI).

       FIND-CORRECTION.
      *> いま読んでいる結果行に効いている裁定
      *> (無ければCORR-KIND = SPACE)
           MOVE SPACE TO CORR-KIND
           IF CX-CNT > 0 THEN
             SET CXI TO 1
             SEARCH CX-ENTRY
               AT END CONTINUE
               WHEN CX-GAME-ID(CXI) = GR-GAME-ID
                AND CX-RESULT-END(CXI) = GR-END-TIME
                 MOVE CX-KIND(CXI)   TO CORR-KIND
                 MOVE CX-WINNER(CXI) TO CORR-WINNER
                 MOVE CX-LOSER(CXI)  TO CORR-LOSER
             END-SEARCH
           END-IF.

       APPLY-PLACE-CORRECTION.
      *> 覆しの裁定: CR-WINNERがCR-LOSERより下の
      *> 順位なら二人の順位を入れ替える(他の者は
      *> そのまま)
           MOVE 0 TO PLC-W
           MOVE 0 TO PLC-L
           PERFORM VARYING PLC-J FROM 1 BY 1
               UNTIL PLC-J > GR-SEAT-CNT OR PLC-J > 6
             IF GR-PLACE(PLC-J) = CORR-WINNER THEN
               MOVE PLC-J TO PLC-W
             END-IF
             IF GR-PLACE(PLC-J) = CORR-LOSER THEN
               MOVE PLC-J TO PLC-L
             END-IF
           END-PERFORM
           IF PLC-W > 0 AND PLC-L > 0 AND PLC-W > PLC-L THEN
             MOVE GR-PLACE(PLC-W) TO PLC-SWAP
             MOVE GR-PLACE(PLC-L) TO GR-PLACE(PLC-W)
             MOVE PLC-SWAP        TO GR-PLACE(PLC-L)
           END-IF.

       TALLY-PLACES.
      *> 1位が勝ち、2位以下の座席は負け
           MOVE "W" TO OUTCOME
           MOVE GR-PLACE(1) TO NAME-TO-RESOLVE
           PERFORM TALLY-OUTCOME
           MOVE "L" TO OUTCOME
           PERFORM VARYING PLC-J FROM 2 BY 1
               UNTIL PLC-J > GR-SEAT-CNT OR PLC-J > 6
             IF GR-PLACE(PLC-J) NOT = SPACE THEN
               MOVE GR-PLACE(PLC-J) TO NAME-TO-RESOLVE
               PERFORM TALLY-OUTCOME
             END-IF
           END-PERFORM.

       TALLY-OUTCOME.
           PERFORM RESOLVE-PLAYER
           PERFORM FIND-OR-ADD-SEASON
