      *> S-FILEɋL^ꂽSvC[̏Wvʂ
      *> ob`o͂vOBLEADERBOARD.TXT֌ʂo͂A
      *> A[JCu(S-HIST)̋L^킹ďWv
      *> GAME-RESULTの決着行から勝ち数・負け数も
      *> 数える。異議申立の裁定(GAME-CORR)が出た
      *> 行は裁定後の勝敗で数え、無効とされた対局は
      *> 勝敗も語も数えない。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
            "..\04 SHIRITORI_COMMON\S-GAME-IDX.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.
        SELECT OPTIONAL GAME-PROF ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-RESULT ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-CORR ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-CORR.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD S-FILE.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".

       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-CORR.
       COPY "GAME-CORR.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).
       WORKING-STORAGE          SECTION.
             03 LB-TOTAL       PIC 9(06).
             03 LB-LONGEST-WORD PIC X(50).
             03 LB-LONGEST-LEN PIC 9(03).
             03 LB-WINS        PIC 9(05).
             03 LB-LOSSES      PIC 9(05).
             03 LB-SESSION-CNT PIC 9(03).
             03 LB-SESSION-TBL PIC X(10) OCCURS 500 INDEXED BY LBJ.

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
       01 RESOLVED-ID   PIC X(06).
       01 RESOLVED-NAME PIC X(20).

       01 PRACTICE-HIT-FLG PIC X.
        88 PRACTICE-HIT       VALUE HIGH-VALUE.

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
       01 VOID-HIT-FLG  PIC X.
        88 VOID-HIT           VALUE HIGH-VALUE.
       01 WINNER-NAME   PIC X(20).
       01 LOSER-NAME    PIC X(20).

       01 WORD-LEN      PIC 9(03).
       01 PER-SESSION   PIC 9(06).
       01 LB-FULL-FLG   PIC X VALUE LOW-VALUE.
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM LOAD-PRACTICE-GAMES
           PERFORM LOAD-CORRECTIONS
           PERFORM SCAN-S-FILE
           PERFORM SCAN-S-HIST
           PERFORM SCAN-GAME-RESULT
           PERFORM WRITE-REPORT
           STOP RUN.

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

       LOAD-PRACTICE-GAMES.
      * =========================================================
      * =  練習対局のGAME-IDを対局プロフィールから  =
             END-SEARCH
           END-IF.

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

       CHECK-VOID-GAME.
      *> 無効の裁定が出ている対局の語は集計しない
           MOVE LOW-VALUE TO VOID-HIT-FLG
           IF CX-CNT > 0 THEN
             SET CXI TO 1
             SEARCH CX-ENTRY
               AT END CONTINUE
               WHEN CX-GAME-ID(CXI) = S-GAME-ID
                AND CX-KIND(CXI) = "V"
                 SET VOID-HIT TO TRUE
             END-SEARCH
           END-IF.

       RESOLVE-PLAYER-ID.
      *> 台帳に登録のある表記はID+正式表示名へ
      *> 寄せ、未登録の表記は従来どおり名前
           IF PM-CNT > 0 THEN
             SET PMI TO 1
             SEARCH PM-ENTRY
               AT END
                 PERFORM RESOLVE-ALIAS
               WHEN PMT-NAME(PMI) = S-NAME
                 MOVE PMT-ID(PMI)   TO RESOLVED-ID
                 MOVE PMT-NAME(PMI) TO RESOLVED-NAME
             END-SEARCH
           END-IF.

       RESOLVE-ALIAS.
      *> 台帳の現氏名に無い名前は改名前の旧氏名を
      *> 当たり、改名後と同じIDへ寄せる
           IF PA-CNT > 0 THEN
             SET PAI TO 1
             SEARCH PA-ENTRY
               AT END CONTINUE
               WHEN PAT-NAME(PAI) = S-NAME
                 MOVE PAT-ID(PAI) TO RESOLVED-ID
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

       READ-MAX-KEY.
      * =========================================================
      * =  S-FILE-KEYu󂫈ʒuvǂݎ                        =
           CLOSE S-HIST.

       ACCUMULATE-REC.
      *> 脱落の印("X")も語ではない
           IF S-KIND NOT = SPACE THEN
      *> tH[tFCǧߍs͎ۂ̒Pł͂ȂߏWvΏۊO
             EXIT PARAGRAPH
           END-IF
             EXIT PARAGRAPH
           END-IF

      *> 無効とされた対局の語も集計しない
           PERFORM CHECK-VOID-GAME
           IF VOID-HIT THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-PLAYER
           IF LB-FULL THEN
             EXIT PARAGRAPH

           PERFORM FIND-OR-ADD-SESSION.

       SCAN-GAME-RESULT.
      * =========================================================
      * =  決着行から勝ち数・負け数を数える。側の  =
      * =  読み方はSEASON-TABLEのTALLY-ONE-RESULT    =
      * =  と同じ。裁定のある行は裁定後の勝敗で      =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF
             READ GAME-RESULT
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM TALLY-ONE-RESULT
             END-READ
           END-PERFORM
           CLOSE GAME-RESULT
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-ONE-RESULT.
           MOVE SPACE TO WINNER-NAME
           MOVE SPACE TO LOSER-NAME
           IF GR-PRACTICE = "Y" THEN
             EXIT PARAGRAPH
           END-IF
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
           EVALUATE TRUE
             WHEN CORR-KIND = "V"
               EXIT PARAGRAPH
             WHEN CORR-KIND = "O"
               MOVE CORR-WINNER TO WINNER-NAME
               MOVE CORR-LOSER  TO LOSER-NAME
             WHEN GR-OPP-NAME = SPACE
               CONTINUE
             WHEN GR-END-REASON = "N" OR "T" OR "P"
               MOVE GR-OPP-NAME  TO WINNER-NAME
               MOVE GR-LAST-NAME TO LOSER-NAME
             WHEN GR-END-REASON = "F" OR "D"
               MOVE GR-LAST-NAME TO WINNER-NAME
               MOVE GR-OPP-NAME  TO LOSER-NAME
           END-EVALUATE
           IF WINNER-NAME = SPACE OR LOSER-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
      *> FIND-OR-ADD-PLAYERはS-NAMEで引くので
      *> SCAN-S-HISTと同じく名前を移して使う
           MOVE WINNER-NAME TO S-NAME
           PERFORM FIND-OR-ADD-PLAYER
           IF NOT LB-FULL THEN
             ADD 1 TO LB-WINS(LBI)
           END-IF
           MOVE LOSER-NAME TO S-NAME
           PERFORM FIND-OR-ADD-PLAYER
           IF NOT LB-FULL THEN
             ADD 1 TO LB-LOSSES(LBI)
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
           MOVE GR-PLACE(1) TO S-NAME
           PERFORM FIND-OR-ADD-PLAYER
           IF NOT LB-FULL THEN
             ADD 1 TO LB-WINS(LBI)
           END-IF
           PERFORM VARYING PLC-J FROM 2 BY 1
               UNTIL PLC-J > GR-SEAT-CNT OR PLC-J > 6
             IF GR-PLACE(PLC-J) NOT = SPACE THEN
               MOVE GR-PLACE(PLC-J) TO S-NAME
               PERFORM FIND-OR-ADD-PLAYER
               IF NOT LB-FULL THEN
                 ADD 1 TO LB-LOSSES(LBI)
               END-IF
             END-IF
           END-PERFORM.

       FIND-OR-ADD-PLAYER.
           PERFORM RESOLVE-PLAYER-ID
           MOVE LOW-VALUE TO LB-FULL-FLG
             MOVE SPACE TO REPORT-LINE
             STRING "    ΋ǐ:" LB-SESSION-CNT(LBI)
               "  1΋ǂ:" PER-SESSION
               "  勝:" LB-WINS(LBI)
               "  負:" LB-LOSSES(LBI)
               DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY REPORT-LINE
