       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      PUZZLE-DESK.
      *> 詰めしりとり「今日の一問」の窓口。PUZZLE.TXT
      *> から出題日が今日の問題を出し、連鎖の最後の
      *> 5語と要求かな、問題のルール(対局の写し)を
      *> 見せて答えを受ける。答えはSHIRITORIの
      *> CHECK-WORDと同じ順に判定する: かなの正規化、
      *> 使える文字、頭のかな、連鎖での使用済み、
      *> 「ん」終わり、今日の辞書(しばり分類)。
      *> 合法で勝ち筋(PZ-WIN-WORD)なら正解。採掘の後
      *> に辞書が変わるので、勝ち筋以外の合法な語も
      *> 詰み(M)の問題では今日の辞書で次の手番の
      *> 続く語を数え直して0語なら、生き残り(K)の
      *> 問題ではそのまま正解とし、それ以外は外れ。
      *> ENDで降参すると
      *> 勝ち筋を見せる。答えるたびに PUZZLE-LOG.TXT
      *> へ1行(出題からの秒数付き)を追記する。
      *> 解答者はPLAYER-MASTERの現役に限り(台帳が
      *> 空の間は自由名)、正解・降参の済んだ問題は
      *> その日はもう受けない。
      *> 秒数は初めて問題を見せた時刻から数える:
      *> 初回の提示で"V"行を書き、入り直しても
      *> その時刻を使う(見てから出直す手を封じる)。
      *> 採掘の後に辞書保守で勝ち筋の語が使えなく
      *> なった問題や、詰みの問題で勝ち筋の語に今日
      *> の辞書で続く語ができた問題は出さず、出題
      *> 待ちの次の問題を
      *> 繰り上げる。別の日に繰り上げて出した問題は
      *> 二度は出さない。解答記録の出題日は実際に
      *> 出した日。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT ALLOW-LIST ASSIGN "..\04 SHIRITORI_COMMON\ALLOW-LIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT KATAKANA-MAP ASSIGN
            "..\04 SHIRITORI_COMMON\KATAKANA-MAP.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT WORD-DICT-IX ASSIGN
            "..\04 SHIRITORI_COMMON\WORD-DICT.IDX"
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS DIX-WORD.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-CHAIN ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE-CHAIN.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-LOG ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE-LOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

       FD KATAKANA-MAP.
       COPY "KATAKANA-MAP.CBF".

       FD WORD-DICT-IX.
       COPY "DICT-IX.CBF".

       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PUZZLE-FILE.
       COPY "PUZZLE.CBF".

       FD PUZZLE-CHAIN.
       COPY "PUZZLE-CHAIN.CBF".

       FD PUZZLE-LOG.
       COPY "PUZZLE-LOG.CBF".
       WORKING-STORAGE          SECTION.
       01 IN-STR        PIC X(50).
       01 MY-NAME       PIC X(20).

       78 GIVE-UP-CMD   VALUE "END".
       78 KANA-N        VALUE X"82F1".

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.
       01 ERR-FLG       PIC X VALUE LOW-VALUE.
        88 ERR                VALUE HIGH-VALUE.
       01 DONE-FLG      PIC X VALUE LOW-VALUE.
        88 DONE               VALUE HIGH-VALUE.
       01 NAME-OK-FLG   PIC X VALUE LOW-VALUE.
        88 NAME-OK            VALUE HIGH-VALUE.
       01 PUZZLE-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 PUZZLE-FOUND       VALUE HIGH-VALUE.
       01 FINISHED-FLG  PIC X VALUE LOW-VALUE.
        88 ALREADY-FINISHED   VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).
       01 DICT-NOW      PIC X(21).
       01 TODAY         PIC X(08).
       01 START-TIME    PIC X(14).
      *> この解答者がこの問題を初めて見た時刻
      *> (記録が無ければSPACE)
       01 FIRST-START   PIC X(14).
      *> 問題選び: 勝ち筋が今日も使えるか、前の日に
      *> 繰り上げて出していないか
       01 PUZZLE-OK-FLG PIC X VALUE LOW-VALUE.
        88 PUZZLE-OK          VALUE HIGH-VALUE.
       01 SKIP-CNT      PIC 9(03) VALUE 0.

      *> 続く語の数え直し(PUZZLE-MINEと同じ数え方)
       01 ANS-WORD      PIC X(50).
       01 FOLLOW-KANA   PIC X(02).
       01 FOLLOW-CNT    PIC 9(05).
       01 DIX-EOF-FLG   PIC X VALUE LOW-VALUE.
        88 DIX-EOF            VALUE HIGH-VALUE.

      * word-splitting work tables
       01 STR-TMP.
           02 C         PIC X(02) OCCURS 25 INDEXED BY P.
       01 STR-TMP2.
           02 D         PIC X(02) OCCURS 25 INDEXED BY Q.

       01 ALLOW-TBL.
           02 A         PIC X(02) OCCURS 100 INDEXED PA.
           02 B         PIC X(02) OCCURS 100 INDEXED PB.

       01 KATA-TBL.
           02 KATA-ENTRY OCCURS 100 INDEXED BY PK.
             03 KATA-K  PIC X(02).
             03 KATA-H  PIC X(02).

      *> 問題のルール(対局の写し)
       01 RULE-N-ENDING     PIC X(01).
       01 RULE-CHOONPU-MORA PIC X(01).
       01 GAME-THEME        PIC X(10).

      *> 今日の問題の連鎖
       01 L-CNT         PIC 9(05) VALUE 0.
       01 LOG-TBL.
           02 L         OCCURS 1 TO 10000 TIMES
                        DEPENDING ON L-CNT INDEXED BY I.
             03 L-WORD  PIC X(50).
             03 L-NAME  PIC X(20).
       01 LJ            PIC 9(05).

       01 PM-CNT        PIC 9(03) VALUE 0.
       01 PM-TBL.
           02 PM-ENTRY  OCCURS 1 TO 200 TIMES
                        DEPENDING ON PM-CNT INDEXED BY PMI.
             03 PMT-ID        PIC X(06).
             03 PMT-NAME      PIC X(20).
             03 PMT-ACTIVE    PIC X(01).

       01 DIX-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 DIX-FOUND          VALUE HIGH-VALUE.
       01 LIVE-STATUS   PIC X(01).
       01 LIVE-CAT      PIC X(10).

       01 ANS-RESULT    PIC X(01).
       01 WJ            PIC 9(01).
       01 TRY-CNT       PIC 9(03) VALUE 0.

      *> 時刻の秒換算(FAIR-PLAYと同じ要領)
       01 CONV-TIME.
           02 CONV-DATE     PIC 9(08).
           02 CONV-HH       PIC 9(02).
           02 CONV-MI       PIC 9(02).
           02 CONV-SS       PIC 9(02).
       01 CONV-SECS     PIC 9(11).
       01 START-SECS    PIC 9(11).
       01 SOLVE-SECS    PIC 9(11).
       PROCEDURE                DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:8) TO TODAY
           PERFORM ALLOW-INIT
           PERFORM KATA-INIT
           PERFORM PLAYER-INIT
           PERFORM LOAD-TODAY-PUZZLE
           IF NOT PUZZLE-FOUND THEN
             DISPLAY "本日(" TODAY ")の問題は"
                     "まだありません"
             CLOSE PUZZLE-FILE
             STOP RUN
           END-IF
           PERFORM LOAD-PUZZLE-CHAIN
           PERFORM INPUT-NAME
           PERFORM CHECK-FINISHED
           IF ALREADY-FINISHED THEN
             DISPLAY "本日の問題は解答済みです。"
                     "また明日どうぞ"
             CLOSE PUZZLE-FILE
             STOP RUN
           END-IF
           PERFORM SHOW-PUZZLE
      *> 前に見たことがあればその時刻から数え、
      *> 初めてなら提示を"V"行で残す
           IF FIRST-START NOT = SPACE THEN
             MOVE FIRST-START TO START-TIME
             DISPLAY "(" START-TIME(9:2) ":" START-TIME(11:2)
                     " に初めて表示した時刻から"
                     "計ります)"
           ELSE
             MOVE FUNCTION CURRENT-DATE TO CURR-DATE
             MOVE CURR-DATE(1:14) TO START-TIME
           END-IF
           MOVE START-TIME TO CONV-TIME
           PERFORM TIME-TO-SECS
           MOVE CONV-SECS TO START-SECS
           IF FIRST-START = SPACE THEN
             MOVE SPACE TO IN-STR
             MOVE "V" TO ANS-RESULT
             PERFORM LOG-ATTEMPT
           END-IF
           PERFORM UNTIL DONE
             DISPLAY SPACE
             DISPLAY "「" PZ-REQ-KANA "」で始まる答えを"
                     "入力してください(ENDで降参)"
             ACCEPT IN-STR
             IF IN-STR = GIVE-UP-CMD THEN
               MOVE "G" TO ANS-RESULT
               PERFORM LOG-ATTEMPT
               PERFORM SHOW-ANSWERS
               SET DONE TO TRUE
             ELSE
               IF IN-STR NOT = SPACE THEN
                 PERFORM JUDGE-ANSWER
                 PERFORM LOG-ATTEMPT
                 PERFORM SHOW-VERDICT
               END-IF
             END-IF
           END-PERFORM
           CLOSE PUZZLE-FILE
           STOP RUN.

       ALLOW-INIT.
      * =========================================================
      * =        load the legal-character table                =
      * =========================================================
           OPEN INPUT ALLOW-LIST
           READ ALLOW-LIST INTO ALLOW-TBL
           CLOSE ALLOW-LIST.

       KATA-INIT.
      * =========================================================
      * =    load the katakana-to-hiragana map table            =
      * =========================================================
           OPEN INPUT KATAKANA-MAP
           READ KATAKANA-MAP INTO KATA-TBL
           CLOSE KATAKANA-MAP.

       PLAYER-INIT.
           MOVE 0 TO PM-CNT
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
                     "!! 登録数が上限(200)に達しています"
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER
           MOVE LOW-VALUE TO EOF-FLG.

       LOAD-TODAY-PUZZLE.
      * =========================================================
      * =  出題日が今日の問題(同じ日に二問あれば   =
      * =  先の行)。出せない問題は飛ばし、出題待ち =
      * =  (出題日が明日以降)の次の問題を繰り上げ =
      * =  る。見つけたらPUZZLE-FILEは開いたまま   =
      * =  置き、問題行をレコード域に残して最後   =
      * =  まで使う                                  =
      * =========================================================
           MOVE LOW-VALUE TO PUZZLE-FOUND-FLG
           MOVE 0 TO SKIP-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-FILE
           PERFORM UNTIL EOF OR PUZZLE-FOUND
             READ PUZZLE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PZ-DATE NOT = SPACE
                    AND PZ-DATE NOT < TODAY THEN
                   PERFORM TAKE-PUZZLE-ROW
                 END-IF
             END-READ
           END-PERFORM
           MOVE LOW-VALUE TO EOF-FLG
           IF PUZZLE-FOUND THEN
             IF SKIP-CNT > 0 THEN
               DISPLAY "(今日の問題は出せないため、No."
                       PZ-ID " を繰り上げて出題します)"
             END-IF
           END-IF.

       TAKE-PUZZLE-ROW.
      *> 今日の分が無いときは明日以降の問題を繰り
      *> 上げない(今日の問題を飛ばしたときだけ)
           IF PZ-DATE > TODAY AND SKIP-CNT = 0 THEN
             SET EOF TO TRUE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PUZZLE-USABLE
           IF PUZZLE-OK THEN
             SET PUZZLE-FOUND TO TRUE
           ELSE
             ADD 1 TO SKIP-CNT
           END-IF.

       CHECK-PUZZLE-USABLE.
      *> 読んだ問題行が今日出せるか: 勝ち筋の語が
      *> どれも今日の辞書で使え(しばり分類も合い)、
      *> 詰みの問題なら今日の辞書でも勝ち筋の語に
      *> 続く語が無く、前の日に繰り上げて出した
      *> 問題でないこと。ルールとしばりはこの行の
      *> もの(出す問題では最後まで使う)
           SET PUZZLE-OK TO TRUE
           MOVE PZ-N-ENDING     TO RULE-N-ENDING
           MOVE PZ-CHOONPU-MORA TO RULE-CHOONPU-MORA
           MOVE PZ-THEME        TO GAME-THEME
           IF PZ-KIND = "M" THEN
             PERFORM LOAD-PUZZLE-CHAIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
           OPEN INPUT WORD-DICT-IX
           PERFORM VARYING WJ FROM 1 BY 1
                   UNTIL WJ > PZ-WIN-CNT OR NOT PUZZLE-OK
             MOVE PZ-WIN-WORD(WJ) TO DIX-WORD
             READ WORD-DICT-IX
              INVALID KEY
               MOVE LOW-VALUE TO PUZZLE-OK-FLG
              NOT INVALID KEY
               PERFORM RESOLVE-DICT-ENTRY
               IF LIVE-STATUS NOT = SPACE
                  OR (PZ-THEME NOT = SPACE
                      AND LIVE-CAT NOT = PZ-THEME) THEN
                 MOVE LOW-VALUE TO PUZZLE-OK-FLG
               END-IF
             END-READ
             IF PUZZLE-OK AND PZ-KIND = "M" THEN
               MOVE PZ-WIN-WORD(WJ) TO ANS-WORD
               PERFORM COUNT-REPLIES
               IF FOLLOW-CNT > 0 THEN
                 MOVE LOW-VALUE TO PUZZLE-OK-FLG
               END-IF
             END-IF
           END-PERFORM
           CLOSE WORD-DICT-IX
           IF NOT PUZZLE-OK THEN
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-LOG
           PERFORM UNTIL EOF OR NOT PUZZLE-OK
             READ PUZZLE-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PL-PZ-ID = PZ-ID AND PL-PZ-DATE < TODAY THEN
                   MOVE LOW-VALUE TO PUZZLE-OK-FLG
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-LOG
           MOVE LOW-VALUE TO EOF-FLG.

       LOAD-PUZZLE-CHAIN.
      *> 問題の局面までの連鎖(着手順)
           MOVE 0 TO L-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-CHAIN
           PERFORM UNTIL EOF
             READ PUZZLE-CHAIN
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PC-PZ-ID = PZ-ID AND L-CNT < 10000 THEN
                   ADD 1 TO L-CNT
                   MOVE PC-WORD TO L-WORD(L-CNT)
                   MOVE PC-NAME TO L-NAME(L-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-CHAIN
           MOVE LOW-VALUE TO EOF-FLG.

       INPUT-NAME.
           MOVE LOW-VALUE TO NAME-OK-FLG
           PERFORM UNTIL NAME-OK
             DISPLAY "お名前を入力してください"
             ACCEPT MY-NAME
             IF MY-NAME = SPACE THEN
               DISPLAY "!! 名前は省略できません"
             ELSE
               PERFORM CHECK-PLAYER-NAME
             END-IF
           END-PERFORM.

       CHECK-PLAYER-NAME.
      *> SHIRITORIと同じ: IDでも正式表示名でも受け、
      *> 正式表示名へ寄せる。引退者は解答できない。
      *> 台帳が空の間は自由名のまま
           IF PM-CNT = 0 THEN
             SET NAME-OK TO TRUE
             EXIT PARAGRAPH
           END-IF
           SET PMI TO 1
           SEARCH PM-ENTRY
             AT END
               DISPLAY "!! 台帳に未登録の名前です"
             WHEN PMT-NAME(PMI) = MY-NAME
              OR (PMT-ID(PMI) = MY-NAME(1:6)
                  AND MY-NAME(7:14) = SPACE)
               IF PMT-ACTIVE(PMI) = "A" THEN
                 MOVE PMT-NAME(PMI) TO MY-NAME
                 SET NAME-OK TO TRUE
               ELSE
                 DISPLAY "!! 引退済みのため参加できません"
               END-IF
           END-SEARCH.

       CHECK-FINISHED.
      *> この問題を正解した・降参した行があれば
      *> もう受けない(外れ・反則は何度でも)。
      *> 初めて見た時刻(最も早いPL-START-TIME)と
      *> それまでの外れ・反則の回数も拾う
           MOVE LOW-VALUE TO FINISHED-FLG
           MOVE SPACE TO FIRST-START
           MOVE 0 TO TRY-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-LOG
           PERFORM UNTIL EOF OR ALREADY-FINISHED
             READ PUZZLE-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PL-PZ-ID = PZ-ID AND PL-NAME = MY-NAME THEN
                   IF PL-RESULT = "S" OR "G" THEN
                     SET ALREADY-FINISHED TO TRUE
                   END-IF
                   IF PL-RESULT = "M" OR "I" THEN
                     ADD 1 TO TRY-CNT
                   END-IF
                   IF PL-START-TIME NOT = SPACE
                      AND (FIRST-START = SPACE
                           OR PL-START-TIME < FIRST-START) THEN
                     MOVE PL-START-TIME TO FIRST-START
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-LOG
           MOVE LOW-VALUE TO EOF-FLG.

       SHOW-PUZZLE.
      * =========================================================
      * =  問題の提示: 出典、ルール、最後の5語 =
      * =========================================================
           DISPLAY SPACE
           DISPLAY "*** 詰めしりとり 今日の一問 No." PZ-ID
                   " (" TODAY ") ***"
           DISPLAY "出典: 対局 " PZ-GAME-ID " の " PZ-WNUM
                   " 手目の後"
           EVALUATE RULE-N-ENDING
             WHEN "A"
               DISPLAY "ルール: 「ん」終わり可"
             WHEN OTHER
               DISPLAY "ルール: 「ん」で終わる語は不可"
           END-EVALUATE
           IF RULE-CHOONPU-MORA = "S" THEN
             DISPLAY "        小書き・長音は飛ばして尻の"
                     "かなを取る"
           ELSE
             DISPLAY "        小書き・長音も一つのかなと"
                     "して数える"
           END-IF
           IF GAME-THEME NOT = SPACE THEN
             DISPLAY "しばり分類: " GAME-THEME
           END-IF
           DISPLAY SPACE
           DISPLAY "*** ここまでに出た言葉 ***"
           IF L-CNT > 5 THEN
             COMPUTE LJ = L-CNT - 4
           ELSE
             MOVE 1 TO LJ
           END-IF
           PERFORM VARYING LJ FROM LJ BY 1 UNTIL LJ > L-CNT
             DISPLAY LJ ": " L-WORD(LJ)(1:30) " (" L-NAME(LJ) ")"
           END-PERFORM
           DISPLAY SPACE
           IF PZ-KIND = "M" THEN
             DISPLAY "お題: 次の人が続けられなくなる"
                     "言葉を答えてください"
             DISPLAY "      (続けられる語は " PZ-CAND-CNT
                     " 語、うち詰ませる語は " PZ-WIN-CNT
                     " 語だけ)"
           ELSE
             DISPLAY "お題: この局面を生き延びる言葉を"
                     "答えてください"
             DISPLAY "      (続けられる語は " PZ-WIN-CNT
                     " 語だけ)"
           END-IF.

       JUDGE-ANSWER.
      * =========================================================
      * =  SHIRITORIのCHECK-WORDと同じ順の判定。      =
      * =  合法なら勝ち筋かどうかで S / M、不正は I  =
      * =  勝ち筋にない語も、詰みの問題は続く語を =
      * =  数え直して0語なら、生き残りの問題は   =
      * =  合法なだけで S                         =
      * =========================================================
           MOVE LOW-VALUE TO ERR-FLG
           ADD 1 TO TRY-CNT
           PERFORM NORMALIZE-KANA
           MOVE IN-STR TO STR-TMP2
           PERFORM CHECK-INVALID-CHAR
           IF NOT ERR AND D(1) NOT = PZ-REQ-KANA THEN
             SET ERR TO TRUE
             DISPLAY "!! 「" PZ-REQ-KANA
                     "」で始まる言葉を入力してください"
           END-IF
           IF NOT ERR THEN
             PERFORM CHECK-CONTAINS
           END-IF
           IF NOT ERR THEN
             PERFORM CHECK-END-WITH
           END-IF
           IF NOT ERR THEN
             PERFORM CHECK-DICTIONARY
           END-IF
           IF ERR THEN
             MOVE "I" TO ANS-RESULT
             EXIT PARAGRAPH
           END-IF
           MOVE "M" TO ANS-RESULT
           PERFORM VARYING WJ FROM 1 BY 1 UNTIL WJ > PZ-WIN-CNT
             IF IN-STR = PZ-WIN-WORD(WJ) THEN
               MOVE "S" TO ANS-RESULT
             END-IF
           END-PERFORM
           IF ANS-RESULT = "S" THEN
             EXIT PARAGRAPH
           END-IF
           IF PZ-KIND NOT = "M" THEN
             MOVE "S" TO ANS-RESULT
             EXIT PARAGRAPH
           END-IF
           MOVE IN-STR TO ANS-WORD
           OPEN INPUT WORD-DICT-IX
           PERFORM COUNT-REPLIES
           CLOSE WORD-DICT-IX
           IF FOLLOW-CNT = 0 THEN
             MOVE "S" TO ANS-RESULT
           END-IF.

       NORMALIZE-KANA.
      * =========================================================
      * =   fold any katakana in the input down to hiragana     =
      * =========================================================
           MOVE IN-STR TO STR-TMP2
           PERFORM VARYING Q FROM 1 BY 1 UNTIL D(Q) = SPACE
             SET PK TO 1
             SEARCH KATA-ENTRY
              AT END CONTINUE
              WHEN KATA-K(PK) = D(Q)
               MOVE KATA-H(PK) TO D(Q)
             END-SEARCH
           END-PERFORM
           MOVE STR-TMP2 TO IN-STR.

       CHECK-INVALID-CHAR.
       *> -----------------------------------------------------
       *> - reject any character not on the legal-kana tables  -
       *> -----------------------------------------------------
           PERFORM VARYING Q FROM 1 BY 1 UNTIL D(Q) = SPACE
             SET PA TO 1
             SEARCH A
              AT END
               SET ERR TO TRUE
              WHEN A(PA) = D(Q)
               CONTINUE
             END-SEARCH

             IF ERR THEN
               MOVE LOW-VALUE TO ERR-FLG
               SET PB TO 1
               SEARCH B
                AT END
                 SET ERR TO TRUE
                 DISPLAY "!! 「" D(Q)
                         "」は使用できない文字です"
                 EXIT PERFORM
                WHEN B(PB) = D(Q)
                 CONTINUE
               END-SEARCH
             END-IF
           END-PERFORM.

       CHECK-CONTAINS.
       *> ---------------------------------------------------------
       *> -          the word must not already be in the chain     -
       *> ---------------------------------------------------------
           IF L-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF
           SET I TO 1
           SEARCH L
            AT END CONTINUE
            WHEN L-WORD(I) = IN-STR
             SET ERR TO TRUE
             DISPLAY "!! その言葉はすでに使われています"
           END-SEARCH.

       CHECK-END-WITH.
      *> 問題のルールで「ん」終わりを判定する。
      *> 警告ルール("P")の対局でも罰点付きの語は
      *> 答えにならない
           IF RULE-N-ENDING = "A" THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CHAR2
           IF Q > 0 THEN
             IF D(Q) = KANA-N THEN
               SET ERR TO TRUE
               DISPLAY "!! 「ん」で終わる言葉は"
                       "使えません"
             END-IF
           END-IF.

       CHECK-DICTIONARY.
      *> 今日の辞書で使用中の語で、しばり分類に
      *> 合うこと
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
           MOVE LOW-VALUE TO DIX-FOUND-FLG
           MOVE IN-STR TO DIX-WORD
           OPEN INPUT WORD-DICT-IX
           READ WORD-DICT-IX
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             SET DIX-FOUND TO TRUE
             PERFORM RESOLVE-DICT-ENTRY
           END-READ
           CLOSE WORD-DICT-IX
           EVALUATE TRUE
             WHEN NOT DIX-FOUND
               SET ERR TO TRUE
               DISPLAY "!! その言葉は辞書にありません"
             WHEN LIVE-STATUS NOT = SPACE
               SET ERR TO TRUE
               DISPLAY "!! その言葉は辞書で使えません"
             WHEN GAME-THEME NOT = SPACE
                  AND LIVE-CAT NOT = GAME-THEME
               SET ERR TO TRUE
               DISPLAY "!! しばり「" GAME-THEME
                 "」の分類外の言葉です"
           END-EVALUATE.

       COUNT-REPLIES.
      *> PUZZLE-MINEのCOUNT-CANDIDATESと同じ数え方:
      *> ANS-WORDの尻のかなで始まる使用中の(しばり
      *> に合う)辞書語のうち、問題の連鎖になく
      *> ANS-WORD自身でもないもの。0か否かだけ
      *> 分かればよいので1語見つけたら打ち切る。
      *> WORD-DICT-IXは呼ぶ側で開いておく
           MOVE ANS-WORD TO STR-TMP2
           PERFORM FIND-CHAR2
           IF Q = 0 THEN
             MOVE SPACE TO FOLLOW-KANA
           ELSE
             MOVE D(Q) TO FOLLOW-KANA
           END-IF
           MOVE 0 TO FOLLOW-CNT
           MOVE LOW-VALUE TO DIX-EOF-FLG
           MOVE SPACE TO DIX-WORD
           MOVE FOLLOW-KANA TO DIX-WORD(1:2)
           START WORD-DICT-IX KEY NOT < DIX-WORD
             INVALID KEY
               SET DIX-EOF TO TRUE
           END-START
           PERFORM UNTIL DIX-EOF OR FOLLOW-CNT > 0
             READ WORD-DICT-IX NEXT
               AT END SET DIX-EOF TO TRUE
               NOT AT END
                 IF DIX-WORD(1:2) NOT = FOLLOW-KANA THEN
                   SET DIX-EOF TO TRUE
                 ELSE
                   PERFORM RESOLVE-DICT-ENTRY
                   IF LIVE-STATUS = SPACE
                      AND DIX-WORD NOT = ANS-WORD
                      AND (GAME-THEME = SPACE
                           OR LIVE-CAT = GAME-THEME) THEN
                     PERFORM MATCH-CHAIN-WORD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE LOW-VALUE TO DIX-EOF-FLG.

       MATCH-CHAIN-WORD.
      *> 読んだ辞書語が問題の連鎖になければ数える
           IF L-CNT = 0 THEN
             ADD 1 TO FOLLOW-CNT
             EXIT PARAGRAPH
           END-IF
           SET I TO 1
           SEARCH L
             AT END
               ADD 1 TO FOLLOW-CNT
             WHEN L-WORD(I) = DIX-WORD
               CONTINUE
           END-SEARCH.

       RESOLVE-DICT-ENTRY.
      *> 読んだ辞書行の今日の姿: 発効日(DICT-NOW
      *> 基準)の来た予定変更を現在の値に重ねる
           MOVE DIX-STATUS   TO LIVE-STATUS
           MOVE DIX-CATEGORY TO LIVE-CAT
           IF DIX-NEXT-DATE NOT = SPACE
              AND DIX-NEXT-DATE <= DICT-NOW(1:8) THEN
             MOVE DIX-NEXT-STATUS TO LIVE-STATUS
             MOVE DIX-NEXT-CAT    TO LIVE-CAT
           END-IF.

       FIND-CHAR2.
       *> =========================================================
       *> =   find the position of the new word's last mora        =
       *> =========================================================
           PERFORM VARYING Q FROM 1 BY 1 UNTIL D(Q) = SPACE
             CONTINUE
           END-PERFORM
           SET Q DOWN BY 1

         *> RULE-CHOONPU-MORA = "S" skips small kana / choonpu
           IF RULE-CHOONPU-MORA = "S" THEN
             PERFORM VARYING Q FROM Q BY -1 UNTIL Q = 0
               SET PB TO 1
               SEARCH B
                AT END
                 EXIT PERFORM
                WHEN B(PB) = D(Q)
                 CONTINUE
               END-SEARCH
             END-PERFORM
           END-IF.

       LOG-ATTEMPT.
      * =========================================================
      * =  答え1つ(降参・初回の提示を含む)を      =
      * =  解答記録へ追記する                        =
      * =========================================================
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:14) TO CONV-TIME
           PERFORM TIME-TO-SECS
           IF CONV-SECS > START-SECS THEN
             COMPUTE SOLVE-SECS = CONV-SECS - START-SECS
           ELSE
             MOVE 0 TO SOLVE-SECS
           END-IF
           IF SOLVE-SECS > 999999 THEN
             MOVE 999999 TO SOLVE-SECS
           END-IF
           MOVE PZ-ID           TO PL-PZ-ID
           MOVE TODAY           TO PL-PZ-DATE
           MOVE MY-NAME         TO PL-NAME
           MOVE START-TIME      TO PL-START-TIME
           MOVE CURR-DATE(1:14) TO PL-TIME
           MOVE SOLVE-SECS      TO PL-SECS
           MOVE IN-STR          TO PL-ANSWER
           MOVE ANS-RESULT      TO PL-RESULT
           OPEN EXTEND PUZZLE-LOG
           WRITE PUZZLE-LOG-REC
           CLOSE PUZZLE-LOG.

       SHOW-VERDICT.
           EVALUATE ANS-RESULT
             WHEN "S"
               DISPLAY "正解です! (" PL-SECS " 秒、"
                       TRY-CNT " 回目)"
               IF PZ-PLAYED NOT = SPACE THEN
                 DISPLAY "   実戦で指された手: " PZ-PLAYED(1:30)
               END-IF
               SET DONE TO TRUE
             WHEN "M"
               IF PZ-KIND = "M" THEN
                 DISPLAY "残念、その言葉では次の人が"
                         "まだ続けられます"
               ELSE
                 DISPLAY "残念、その言葉は勝ち筋では"
                         "ありません"
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SHOW-ANSWERS.
           DISPLAY "降参: 勝ち筋は次の言葉でした"
           PERFORM VARYING WJ FROM 1 BY 1 UNTIL WJ > PZ-WIN-CNT
             DISPLAY "   " PZ-WIN-WORD(WJ)(1:30)
           END-PERFORM
           IF PZ-PLAYED NOT = SPACE THEN
             DISPLAY "   (実戦で指された手: " PZ-PLAYED(1:30)
                     ")"
           END-IF.

       TIME-TO-SECS.
      *> CONV-TIME(YYYYMMDDHHMMSS)を通算秒へ。
      *> 読めない時刻は0
           MOVE 0 TO CONV-SECS
           IF CONV-TIME NUMERIC THEN
             IF FUNCTION TEST-DATE-YYYYMMDD(CONV-DATE) = 0 THEN
               COMPUTE CONV-SECS =
                 FUNCTION INTEGER-OF-DATE(CONV-DATE) * 86400
                 + CONV-HH * 3600 + CONV-MI * 60 + CONV-SS
             END-IF
           END-IF.
