       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      APPEAL-DESK.
      *> 対局結果への異議申立と審判の裁定の窓口。
      *> GAME-RESULTの行は決して書き換えず(手で直すと
      *> RATING-CALCの処理済み行数がずれる)、申立("A")と
      *> 裁定("U"=結果支持 "O"=結果を覆す
      *> "V"=対局無効)を
      *> GAME-CORR.TXTへ追記するだけにする。裁定は
      *> GR-GAME-IDとGR-END-TIMEで元の結果行を指し、
      *> LEADERBOARD・SEASON-TABLE・RATING-CALC・TOURNEY
      *> が結果を読むときに当てる。
      *> 申立人・裁定者はPLAYER-MASTERの現役("A")に限り、
      *> 対局の当事者は裁定できない。当事者は申立の
      *> 時点でその対局の全結果行から拾った対局者
      *> (勝敗のない行や3人以上の卓の順位も含む)と
      *> 申立人で、台帳の登録IDで突き合わせる。
      *> 審理中・裁定済みの登録簿をAPPEAL.TXTへ
      *> 印字する。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL GAME-RESULT ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-CORR ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-CORR.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\APPEAL.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-CORR.
       COPY "GAME-CORR.CBF".

       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 DONE-FLG      PIC X VALUE LOW-VALUE.
        88 DONE               VALUE HIGH-VALUE.

       01 NAME-OK-FLG   PIC X VALUE LOW-VALUE.
        88 NAME-OK            VALUE HIGH-VALUE.

       01 CMD           PIC X(01).
       01 IN-STR        PIC X(50).
       01 IN-NAME       PIC X(20).
       01 IN-GAME-ID    PIC X(10).
       01 CURR-DATE     PIC X(21).
       01 TODAY         PIC X(08).

      *> プレイヤー台帳
       01 PM-CNT        PIC 9(03) VALUE 0.
       01 PM-TBL.
           02 PM-ENTRY  OCCURS 1 TO 200 TIMES
                        DEPENDING ON PM-CNT INDEXED BY PMI.
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

      *> 事件簿: GAME-CORRの行を事件番号ごとに
      *> 1件へまとめたもの(申立と裁定を横に並べる)
       01 CS-CNT        PIC 9(03) VALUE 0.
       01 CS-TBL.
           02 CS-ENTRY  OCCURS 1 TO 500 TIMES
                        DEPENDING ON CS-CNT INDEXED BY CSI.
             03 CS-CASE-NO     PIC 9(05).
             03 CS-GAME-ID     PIC X(10).
             03 CS-RESULT-END  PIC X(14).
             03 CS-APPELLANT   PIC X(20).
             03 CS-GROUNDS     PIC X(50).
             03 CS-FILED       PIC X(14).
             03 CS-OLD-WINNER  PIC X(20).
             03 CS-OLD-LOSER   PIC X(20).
      *>       CS-RULING  SPACE = 審理中、U/O/V = 裁定済み
             03 CS-RULING      PIC X(01).
             03 CS-REFEREE     PIC X(20).
             03 CS-REASON      PIC X(50).
             03 CS-RULED       PIC X(14).
             03 CS-NEW-WINNER  PIC X(20).
             03 CS-NEW-LOSER   PIC X(20).
      *>       CS-PARTY  申立時に記録した対局者
             03 CS-PARTIES.
               04 CS-PARTY     PIC X(20) OCCURS 6.
       01 CS-FULL-FLG   PIC X VALUE LOW-VALUE.
        88 CS-FULL            VALUE HIGH-VALUE.
       01 MAX-CASE-NO   PIC 9(05) VALUE 0.
       01 CASE-NO       PIC 9(05).
       01 CASE-IX       PIC 9(03).

      *> 申立対象の結果行。同じ対局に行が複数あれば
      *> 決着行(N/T/P/F/D)の最新を、無ければ
      *> 最新行を採る
       01 TG-FOUND-FLG  PIC X VALUE LOW-VALUE.
        88 TG-FOUND           VALUE HIGH-VALUE.
       01 TG-DECIDED-FLG PIC X VALUE LOW-VALUE.
        88 TG-DECIDED         VALUE HIGH-VALUE.
       01 TG-END-TIME   PIC X(14).
       01 TG-REASON     PIC X(01).
       01 TG-LAST-NAME  PIC X(20).
       01 TG-OPP-NAME   PIC X(20).
       01 TG-PRACTICE   PIC X(01).
       01 TG-WINNER     PIC X(20).
       01 TG-LOSER      PIC X(20).
       01 TG-VOID-FLG   PIC X VALUE LOW-VALUE.
        88 TG-VOIDED          VALUE HIGH-VALUE.
      *> 対局者: 対局の全結果行の名前を重ねずに
      *> 集めたもの
       01 TG-PT-CNT     PIC 9(01).
       01 TG-PARTIES.
           02 TG-PARTY      PIC X(20) OCCURS 6.
       01 PTJ           PIC 9(01).
       01 PARTY-NAME    PIC X(20).
       01 PARTY-KEY     PIC X(20).

      *> 当事者の突き合わせ(裁定者の登録ID)
       01 REF-ID        PIC X(06).
       01 PARTY-HIT-FLG PIC X VALUE LOW-VALUE.
        88 PARTY-HIT          VALUE HIGH-VALUE.
      *> 覆す勝者・敗者の突き合わせ(入力名の登録ID)
       01 TARGET-KEY    PIC X(20).

      *> 裁定の入力域
       01 NEW-WINNER    PIC X(20).
       01 NEW-LOSER     PIC X(20).
       01 RULING-TEXT   PIC X(16).
       01 OPEN-CNT      PIC 9(03).
       01 CLOSED-CNT    PIC 9(03).
       PROCEDURE                DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:8) TO TODAY
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM LOAD-CASES
           PERFORM UNTIL DONE
             DISPLAY SPACE
             DISPLAY "=== 異議申立・裁定 ==="
             DISPLAY
              "1:異議申立 2:裁定 3:登録簿印字 9:終了"
             ACCEPT CMD
             EVALUATE CMD
               WHEN "1"
                 PERFORM FILE-APPEAL
               WHEN "2"
                 PERFORM RULE-CASE
               WHEN "3"
                 PERFORM WRITE-REGISTER
               WHEN "9"
                 SET DONE TO TRUE
               WHEN OTHER
                 DISPLAY "!! 1/2/3/9 を入力してください"
             END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-PLAYER-MASTER.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-MASTER
           PERFORM UNTIL EOF
             READ PLAYER-MASTER
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PM-CNT < 200 THEN
                   ADD 1 TO PM-CNT
                   MOVE PM-PLAYER-ID TO PMT-ID(PM-CNT)
                   MOVE PM-NAME      TO PMT-NAME(PM-CNT)
                   MOVE PM-ACTIVE    TO PMT-ACTIVE(PM-CNT)
                 ELSE
                   DISPLAY
                     "!! 台帳が上限(200)を超えています"
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
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

       LOAD-CASES.
      * =========================================================
      * =  GAME-CORRを読み、事件番号ごとに申立と     =
      * =  裁定をまとめる。最大の事件番号も控える   =
      * =========================================================
           MOVE 0 TO CS-CNT
           MOVE 0 TO MAX-CASE-NO
           MOVE LOW-VALUE TO CS-FULL-FLG
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-CORR
           PERFORM UNTIL EOF
             READ GAME-CORR
               AT END SET EOF TO TRUE
               NOT AT END
                 IF CR-CASE-NO > MAX-CASE-NO THEN
                   MOVE CR-CASE-NO TO MAX-CASE-NO
                 END-IF
                 PERFORM FIND-OR-ADD-CASE
                 IF NOT CS-FULL THEN
                   PERFORM POST-CASE-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-CORR
           MOVE LOW-VALUE TO EOF-FLG.

       FIND-OR-ADD-CASE.
           SET CSI TO 1
           SEARCH CS-ENTRY
             AT END
               IF CS-CNT < 500 THEN
                 ADD 1 TO CS-CNT
                 SET CSI TO CS-CNT
                 INITIALIZE CS-ENTRY(CSI)
                 MOVE CR-CASE-NO    TO CS-CASE-NO(CSI)
                 MOVE CR-GAME-ID    TO CS-GAME-ID(CSI)
                 MOVE CR-RESULT-END TO CS-RESULT-END(CSI)
               ELSE
                 SET CS-FULL TO TRUE
                 DISPLAY "!! 事件簿が上限(500)です"
               END-IF
             WHEN CS-CASE-NO(CSI) = CR-CASE-NO
               CONTINUE
           END-SEARCH.

       POST-CASE-ROW.
           EVALUATE CR-KIND
             WHEN "A"
               MOVE CR-BY-NAME TO CS-APPELLANT(CSI)
               MOVE CR-NOTE    TO CS-GROUNDS(CSI)
               MOVE CR-TIME    TO CS-FILED(CSI)
               MOVE CR-WINNER  TO CS-OLD-WINNER(CSI)
               MOVE CR-LOSER   TO CS-OLD-LOSER(CSI)
               MOVE CR-PARTIES TO CS-PARTIES(CSI)
             WHEN "U"
             WHEN "O"
             WHEN "V"
               MOVE CR-KIND    TO CS-RULING(CSI)
               MOVE CR-BY-NAME TO CS-REFEREE(CSI)
               MOVE CR-NOTE    TO CS-REASON(CSI)
               MOVE CR-TIME    TO CS-RULED(CSI)
               MOVE CR-WINNER  TO CS-NEW-WINNER(CSI)
               MOVE CR-LOSER   TO CS-NEW-LOSER(CSI)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CHECK-PLAYER-NAME.
      *> 台帳と突き合わせ、IDでも正式表示名でも
      *> 受け、IN-NAMEを正式表示名へ寄せる(TOURNEYの
      *> CHECK-ENTRANT-NAMEと同じ流儀)
           MOVE LOW-VALUE TO NAME-OK-FLG
           IF PM-CNT = 0 THEN
             DISPLAY "!! 台帳が空です"
             EXIT PARAGRAPH
           END-IF
           SET PMI TO 1
           SEARCH PM-ENTRY
             AT END
               DISPLAY "!! 台帳に未登録の名前です"
             WHEN PMT-NAME(PMI) = IN-NAME
              OR (PMT-ID(PMI) = IN-NAME(1:6)
                  AND IN-NAME(7:14) = SPACE)
               IF PMT-ACTIVE(PMI) = "A" THEN
                 MOVE PMT-NAME(PMI) TO IN-NAME
                 SET NAME-OK TO TRUE
               ELSE
                 DISPLAY "!! 引退済みの名前です"
               END-IF
           END-SEARCH.

       CANON-NAME.
      *> 勝敗に書く名前は台帳にあれば正式表示名へ
      *> 寄せ、無ければ入力のまま
      *> (結果行の表記と同じ)
           IF PM-CNT > 0 THEN
             SET PMI TO 1
             SEARCH PM-ENTRY
               AT END CONTINUE
               WHEN PMT-NAME(PMI) = IN-NAME
                OR (PMT-ID(PMI) = IN-NAME(1:6)
                    AND IN-NAME(7:14) = SPACE)
                 MOVE PMT-NAME(PMI) TO IN-NAME
             END-SEARCH
           END-IF.

       FILE-APPEAL.
      * =========================================================
      * =  異議申立の受付: 対局の結果行を示し、     =
      * =  申立人と理由を"A"行として追記する         =
      * =========================================================
           IF CS-CNT >= 500 THEN
             DISPLAY "!! 事件簿が上限(500)です"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "申し立てる対局IDを入力してください"
           ACCEPT IN-GAME-ID
           IF IN-GAME-ID = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-RESULT
           IF NOT TG-FOUND THEN
             DISPLAY "!! その対局の結果はありません"
             EXIT PARAGRAPH
           END-IF
           IF TG-PRACTICE = "Y" THEN
             DISPLAY "!! 練習対局は申し立ての対象外です"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CSI FROM 1 BY 1 UNTIL CSI > CS-CNT
             IF CS-GAME-ID(CSI) = IN-GAME-ID
                AND CS-RESULT-END(CSI) = TG-END-TIME
                AND CS-RULING(CSI) = SPACE THEN
               DISPLAY "!! 審理中の申立があります: 事件 "
                       CS-CASE-NO(CSI)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           PERFORM SHOW-TARGET

           DISPLAY "申立人の名前を入力してください"
           ACCEPT IN-NAME
           PERFORM CHECK-PLAYER-NAME
           IF NOT NAME-OK THEN
             EXIT PARAGRAPH
           END-IF
           DISPLAY "申し立ての理由を入力してください"
           ACCEPT IN-STR
           IF IN-STR = SPACE THEN
             DISPLAY "!! 理由は省略できません"
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO MAX-CASE-NO
           INITIALIZE GAME-CORR-REC
           MOVE MAX-CASE-NO TO CR-CASE-NO
           MOVE "A"         TO CR-KIND
           MOVE IN-GAME-ID  TO CR-GAME-ID
           MOVE TG-END-TIME TO CR-RESULT-END
           MOVE TG-WINNER   TO CR-WINNER
           MOVE TG-LOSER    TO CR-LOSER
           MOVE IN-NAME     TO CR-BY-NAME
           MOVE IN-STR      TO CR-NOTE
           MOVE TG-PARTIES  TO CR-PARTIES
           PERFORM APPEND-CORR
           DISPLAY "受理しました: 事件 " MAX-CASE-NO
           PERFORM LOAD-CASES.

       FIND-TARGET-RESULT.
      * =========================================================
      * =  対局の結果行を探す。決着行があればその  =
      * =  最新を、無ければ最新の行を対象にする      =
      * =========================================================
           MOVE LOW-VALUE TO TG-FOUND-FLG
           MOVE LOW-VALUE TO TG-DECIDED-FLG
           MOVE 0 TO TG-PT-CNT
           MOVE SPACE TO TG-PARTIES
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF
             READ GAME-RESULT
               AT END SET EOF TO TRUE
               NOT AT END
                 IF GR-GAME-ID = IN-GAME-ID THEN
                   PERFORM TAKE-PARTIES
                   PERFORM TAKE-TARGET-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-RESULT
           MOVE LOW-VALUE TO EOF-FLG
           IF TG-FOUND THEN
             PERFORM APPLY-PAST-RULINGS
           END-IF.

       TAKE-TARGET-ROW.
      *> 勝者の読み方はSEASON-TABLEのTALLY-ONE-RESULTと同じ
           IF TG-DECIDED
              AND GR-END-REASON NOT = "N"
              AND GR-END-REASON NOT = "T"
              AND GR-END-REASON NOT = "P"
              AND GR-END-REASON NOT = "F"
              AND GR-END-REASON NOT = "D" THEN
             EXIT PARAGRAPH
           END-IF
           SET TG-FOUND TO TRUE
           MOVE GR-END-TIME   TO TG-END-TIME
           MOVE GR-END-REASON TO TG-REASON
           MOVE GR-LAST-NAME  TO TG-LAST-NAME
           MOVE GR-OPP-NAME   TO TG-OPP-NAME
           MOVE GR-PRACTICE   TO TG-PRACTICE
           MOVE SPACE TO TG-WINNER
           MOVE SPACE TO TG-LOSER
           EVALUATE GR-END-REASON
             WHEN "N"
             WHEN "T"
             WHEN "P"
               SET TG-DECIDED TO TRUE
               IF GR-OPP-NAME NOT = SPACE THEN
                 MOVE GR-OPP-NAME  TO TG-WINNER
                 MOVE GR-LAST-NAME TO TG-LOSER
               END-IF
             WHEN "F"
             WHEN "D"
               SET TG-DECIDED TO TRUE
               IF GR-OPP-NAME NOT = SPACE THEN
                 MOVE GR-LAST-NAME TO TG-WINNER
                 MOVE GR-OPP-NAME  TO TG-LOSER
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       TAKE-PARTIES.
      *> 対象に選ばない行の名前も対局者として拾う
           MOVE GR-LAST-NAME TO PARTY-NAME
           PERFORM ADD-PARTY
           MOVE GR-OPP-NAME TO PARTY-NAME
           PERFORM ADD-PARTY
           IF GR-SEAT-CNT IS NUMERIC THEN
             PERFORM VARYING PTJ FROM 1 BY 1
                     UNTIL PTJ > GR-SEAT-CNT OR PTJ > 6
               MOVE GR-PLACE(PTJ) TO PARTY-NAME
               PERFORM ADD-PARTY
             END-PERFORM
           END-IF.

       ADD-PARTY.
           IF PARTY-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PTJ FROM 1 BY 1 UNTIL PTJ > TG-PT-CNT
             IF TG-PARTY(PTJ) = PARTY-NAME THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF TG-PT-CNT < 6 THEN
             ADD 1 TO TG-PT-CNT
             MOVE PARTY-NAME TO TG-PARTY(TG-PT-CNT)
           END-IF.

       APPLY-PAST-RULINGS.
      *> 同じ結果行へのこれまでの裁定を事件番号順に
      *> 当て、いま効いている勝敗を求める
           MOVE LOW-VALUE TO TG-VOID-FLG
           PERFORM VARYING CSI FROM 1 BY 1 UNTIL CSI > CS-CNT
             IF CS-GAME-ID(CSI) = IN-GAME-ID
                AND CS-RESULT-END(CSI) = TG-END-TIME THEN
               EVALUATE CS-RULING(CSI)
                 WHEN "O"
                   MOVE LOW-VALUE TO TG-VOID-FLG
                   MOVE CS-NEW-WINNER(CSI) TO TG-WINNER
                   MOVE CS-NEW-LOSER(CSI)  TO TG-LOSER
                 WHEN "V"
                   SET TG-VOIDED TO TRUE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM.

       SHOW-TARGET.
           DISPLAY "対局 " IN-GAME-ID " 終局 " TG-END-TIME
                   " 理由 " TG-REASON
           IF TG-VOIDED THEN
             DISPLAY "  (無効の裁定が出ています)"
           ELSE
             IF TG-WINNER = SPACE THEN
               DISPLAY "  勝敗なし 最終手: " TG-LAST-NAME
             ELSE
               DISPLAY "  勝者: " TG-WINNER " 敗者: " TG-LOSER
             END-IF
           END-IF.

       RULE-CASE.
      * =========================================================
      * =  審理中の事件へ裁定を下し、裁定行を追記  =
      * =========================================================
           DISPLAY "事件番号を入力してください"
           ACCEPT IN-NAME
           IF IN-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           COMPUTE CASE-NO = FUNCTION NUMVAL(IN-NAME)
           MOVE 0 TO CASE-IX
           PERFORM VARYING CSI FROM 1 BY 1 UNTIL CSI > CS-CNT
             IF CS-CASE-NO(CSI) = CASE-NO THEN
               SET CASE-IX TO CSI
             END-IF
           END-PERFORM
           IF CASE-IX = 0 THEN
             DISPLAY "!! その事件は登録されていません"
             EXIT PARAGRAPH
           END-IF
           SET CSI TO CASE-IX
           IF CS-RULING(CSI) NOT = SPACE THEN
             DISPLAY "!! その事件は裁定済みです"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "事件 " CS-CASE-NO(CSI) " 対局 " CS-GAME-ID(CSI)
                   " 申立人 " CS-APPELLANT(CSI)
           DISPLAY "  理由: " CS-GROUNDS(CSI)
           IF CS-OLD-WINNER(CSI) = SPACE THEN
             DISPLAY "  申立時の記録: 勝敗なし"
           ELSE
             DISPLAY "  申立時の記録: 勝者 " CS-OLD-WINNER(CSI)
                     " 敗者 " CS-OLD-LOSER(CSI)
           END-IF

           DISPLAY "審判の名前を入力してください"
           ACCEPT IN-NAME
           PERFORM CHECK-PLAYER-NAME
           IF NOT NAME-OK THEN
             EXIT PARAGRAPH
           END-IF
           MOVE PMT-ID(PMI) TO REF-ID
           PERFORM CHECK-REFEREE-PARTY
           IF PARTY-HIT THEN
             DISPLAY "!! 当事者は裁定できません"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE GAME-CORR-REC
           MOVE IN-NAME TO CR-BY-NAME

           DISPLAY "裁定 U:結果支持 O:覆す V:対局無効"
           ACCEPT CMD
           EVALUATE CMD
             WHEN "U"
             WHEN "V"
               CONTINUE
             WHEN "O"
               PERFORM ACCEPT-OVERTURN
               IF NEW-WINNER = SPACE THEN
                 EXIT PARAGRAPH
               END-IF
               MOVE NEW-WINNER TO CR-WINNER
               MOVE NEW-LOSER  TO CR-LOSER
             WHEN OTHER
               DISPLAY "!! U/O/V を入力してください"
               EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "裁定の理由を入力してください"
           ACCEPT IN-STR
           IF IN-STR = SPACE THEN
             DISPLAY "!! 理由は省略できません"
             EXIT PARAGRAPH
           END-IF
           SET CSI TO CASE-IX
           MOVE CS-CASE-NO(CSI)    TO CR-CASE-NO
           MOVE CMD                TO CR-KIND
           MOVE CS-GAME-ID(CSI)    TO CR-GAME-ID
           MOVE CS-RESULT-END(CSI) TO CR-RESULT-END
           MOVE IN-STR             TO CR-NOTE
           PERFORM APPEND-CORR
           DISPLAY "裁定を記録しました: 事件 " CR-CASE-NO
           IF CMD NOT = "U" THEN
             DISPLAY "  順位表・レーティングは次回の"
                     "集計で訂正されます"
           END-IF
           PERFORM LOAD-CASES.

       CHECK-REFEREE-PARTY.
      *> 申立人・申立時の勝者と敗者・記録した
      *> 対局者のだれかが裁定者(REF-ID)と同じ人
      *> ならPARTY-HIT
           MOVE LOW-VALUE TO PARTY-HIT-FLG
           SET CSI TO CASE-IX
           MOVE CS-APPELLANT(CSI) TO PARTY-NAME
           PERFORM MATCH-PARTY
           MOVE CS-OLD-WINNER(CSI) TO PARTY-NAME
           PERFORM MATCH-PARTY
           MOVE CS-OLD-LOSER(CSI) TO PARTY-NAME
           PERFORM MATCH-PARTY
           PERFORM VARYING PTJ FROM 1 BY 1 UNTIL PTJ > 6
             MOVE CS-PARTY(CSI, PTJ) TO PARTY-NAME
             PERFORM MATCH-PARTY
           END-PERFORM.

       MATCH-PARTY.
           IF PARTY-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-PARTY-KEY
           IF PARTY-KEY = REF-ID OR PARTY-NAME = IN-NAME THEN
             SET PARTY-HIT TO TRUE
           END-IF.

       RESOLVE-PARTY-KEY.
      *> 結果行の表記をCHECK-PLAYER-NAMEと同じく正式
      *> 表示名かIDで台帳に当て、無ければ改名前の
      *> 旧氏名を当たって登録IDにする
           MOVE PARTY-NAME TO PARTY-KEY
           SET PMI TO 1
           SEARCH PM-ENTRY
             AT END
               PERFORM RESOLVE-PARTY-ALIAS
             WHEN PMT-NAME(PMI) = PARTY-NAME
              OR (PMT-ID(PMI) = PARTY-NAME(1:6)
                  AND PARTY-NAME(7:14) = SPACE)
               MOVE PMT-ID(PMI) TO PARTY-KEY
           END-SEARCH.

       RESOLVE-PARTY-ALIAS.
           IF PA-CNT > 0 THEN
             SET PAI TO 1
             SEARCH PA-ENTRY
               AT END CONTINUE
               WHEN PAT-NAME(PAI) = PARTY-NAME
                 MOVE PAT-ID(PAI) TO PARTY-KEY
             END-SEARCH
           END-IF.

       ACCEPT-OVERTURN.
      *> 覆した後の勝者と敗者。勝者を空欄にすると
      *> 申立時の勝敗をそのまま入れ替える
           SET CSI TO CASE-IX
           MOVE SPACE TO NEW-WINNER
           MOVE SPACE TO NEW-LOSER
           DISPLAY "勝者とする名前"
           DISPLAY "(空欄=記録の勝敗を入れ替える)"
           ACCEPT IN-NAME
           IF IN-NAME = SPACE THEN
             IF CS-OLD-WINNER(CSI) = SPACE THEN
               DISPLAY "!! 勝敗のない結果は両者の名前が"
                       "必要です"
               EXIT PARAGRAPH
             END-IF
             MOVE CS-OLD-LOSER(CSI)  TO NEW-WINNER
             MOVE CS-OLD-WINNER(CSI) TO NEW-LOSER
             EXIT PARAGRAPH
           END-IF
           PERFORM CANON-NAME
           PERFORM CHECK-NAME-IN-GAME
           IF NOT PARTY-HIT THEN
             DISPLAY "!! その対局の対局者ではありません"
             EXIT PARAGRAPH
           END-IF
           MOVE IN-NAME TO NEW-WINNER
           DISPLAY "敗者とする名前を入力してください"
           ACCEPT IN-NAME
           PERFORM CANON-NAME
           IF IN-NAME = SPACE OR IN-NAME = NEW-WINNER THEN
             DISPLAY "!! 勝者と別の敗者が必要です"
             MOVE SPACE TO NEW-WINNER
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NAME-IN-GAME
           IF NOT PARTY-HIT THEN
             DISPLAY "!! その対局の対局者ではありません"
             MOVE SPACE TO NEW-WINNER
             EXIT PARAGRAPH
           END-IF
           MOVE IN-NAME TO NEW-LOSER.

       CHECK-NAME-IN-GAME.
      *> IN-NAMEが申立時の勝者・敗者・記録した
      *> 対局者のだれかと同じ人(登録IDで照合)
      *> ならPARTY-HIT
           MOVE LOW-VALUE TO PARTY-HIT-FLG
           MOVE IN-NAME TO PARTY-NAME
           PERFORM RESOLVE-PARTY-KEY
           MOVE PARTY-KEY TO TARGET-KEY
           MOVE CS-OLD-WINNER(CSI) TO PARTY-NAME
           PERFORM MATCH-GAME-PARTY
           MOVE CS-OLD-LOSER(CSI) TO PARTY-NAME
           PERFORM MATCH-GAME-PARTY
           PERFORM VARYING PTJ FROM 1 BY 1 UNTIL PTJ > 6
             MOVE CS-PARTY(CSI, PTJ) TO PARTY-NAME
             PERFORM MATCH-GAME-PARTY
           END-PERFORM.

       MATCH-GAME-PARTY.
           IF PARTY-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-PARTY-KEY
           IF PARTY-KEY = TARGET-KEY THEN
             SET PARTY-HIT TO TRUE
           END-IF.

       APPEND-CORR.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:14) TO CR-TIME
           OPEN EXTEND GAME-CORR
           WRITE GAME-CORR-REC
           CLOSE GAME-CORR.

       PUT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACE TO REPORT-LINE.

       WRITE-REGISTER.
      * =========================================================
      * =  登録簿: 審理中の事件、続いて裁定済みの    =
      * =  事件を事件番号順に印字する                 =
      * =========================================================
           MOVE 0 TO OPEN-CNT
           MOVE 0 TO CLOSED-CNT
           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "=== 異議申立登録簿 === " TODAY
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 審理中 ---" TO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING CSI FROM 1 BY 1 UNTIL CSI > CS-CNT
             IF CS-RULING(CSI) = SPACE THEN
               ADD 1 TO OPEN-CNT
               PERFORM WRITE-CASE-HEAD
             END-IF
           END-PERFORM
           MOVE "--- 裁定済み ---" TO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING CSI FROM 1 BY 1 UNTIL CSI > CS-CNT
             IF CS-RULING(CSI) NOT = SPACE THEN
               ADD 1 TO CLOSED-CNT
               PERFORM WRITE-CASE-HEAD
               PERFORM WRITE-CASE-RULING
             END-IF
           END-PERFORM
           MOVE SPACE TO REPORT-LINE
           STRING "審理中 " OPEN-CNT " 件 / 裁定済み "
             CLOSED-CNT " 件"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           CLOSE REPORT-FILE.

       WRITE-CASE-HEAD.
           MOVE SPACE TO REPORT-LINE
           STRING "事件 " CS-CASE-NO(CSI)
             " 対局 " CS-GAME-ID(CSI)
             " 申立 " CS-FILED(CSI)(1:8)
             " 申立人 " CS-APPELLANT(CSI)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACE TO REPORT-LINE
           IF CS-OLD-WINNER(CSI) = SPACE THEN
             STRING "    記録: 勝敗なし  理由: " CS-GROUNDS(CSI)
               DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
             STRING "    記録: 勝 " CS-OLD-WINNER(CSI)(1:10)
               " 負 " CS-OLD-LOSER(CSI)(1:10)
               "  理由: " CS-GROUNDS(CSI)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE.

       WRITE-CASE-RULING.
           EVALUATE CS-RULING(CSI)
             WHEN "U"
               MOVE "結果支持" TO RULING-TEXT
             WHEN "O"
               MOVE "結果を覆す" TO RULING-TEXT
             WHEN "V"
               MOVE "対局無効" TO RULING-TEXT
           END-EVALUATE
           MOVE SPACE TO REPORT-LINE
           IF CS-RULING(CSI) = "O" THEN
             STRING "    裁定: " RULING-TEXT
               " 勝 " CS-NEW-WINNER(CSI)(1:10)
               " 負 " CS-NEW-LOSER(CSI)(1:10)
               " 審判 " CS-REFEREE(CSI)
               " " CS-RULED(CSI)(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
             STRING "    裁定: " RULING-TEXT
               " 審判 " CS-REFEREE(CSI)
               " " CS-RULED(CSI)(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "    裁定理由: " CS-REASON(CSI)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.
