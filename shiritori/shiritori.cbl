      *>   - added penalty ledger for warn-mode infractions
      *>     ("P" loss at the snapshot threshold)
      *>   - added desk notification queue (NOTIFY-QUEUE)
      *>   - added tables of three to six players: seat order fixed
      *>     at creation, a loser drops out ("X" marker in S-FILE)
      *>     and play goes on; finishing places on the result row
      *>   - added ADJOURN (sealed move): the word is kept hidden,
      *>     clocks and the TURN-STATE prompt time stand still, and
      *>     the sealer's desk opens the word once everyone is back
      *>   - dictionary rows carry a status and a dated change:
      *>     play is judged by each word's standing as of today
      *>   - added handicap games: when the two players' ratings are
      *>     far enough apart the stronger side plays with a cut
      *>     time budget, a minimum word length or banned ending
      *>     kana, fixed in GAME-PROF at creation
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL NOTIFY-QUEUE ASSIGN
            "..\04 SHIRITORI_COMMON\NOTIFY-QUEUE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RATING-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\RATING-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD S-FILE.

       FD NOTIFY-QUEUE.
       COPY "NOTIFY-QUEUE.CBF".

       FD RATING-MASTER.
       COPY "RATING.CBF".
       WORKING-STORAGE          SECTION.
       01 IN-STR        PIC X(50).
       01 MY-NAME       PIC X(20).
           02 RULE-FORFEIT-SEC   PIC 9(04).
           02 RULE-BUDGET-SEC    PIC 9(04).
           02 RULE-PENALTY-MAX   PIC 9(03).
      *> 指し掛けの日数(RF-ADJOURN-DAYS)はGAME-CLOSE
      *> だけが使う
           02 FILLER             PIC X(03).
           02 RULE-HC-GAP        PIC 9(04).

      *> 罰点(この対局・指し手別)の集計と表示用
       01 PEN-KIND      PIC X(01).
       01 DIX-EOF-FLG   PIC X VALUE LOW-VALUE.
        88 DIX-EOF            VALUE HIGH-VALUE.

      *> 辞書行の今日の姿(発効日の来た予定変更を
      *> 重ねたもの)。LIVE-STATUS 空白=使用中
       01 DICT-NOW      PIC X(21).
       01 LIVE-STATUS   PIC X(01).
       01 LIVE-CAT      PIC X(10).

      *> この対局のしばり分類(GAME-PROFから。
      *> 空白=しばりなし)
       01 GAME-THEME    PIC X(10).
       01 TS-START-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 TS-START-FOUND        VALUE HIGH-VALUE.
       01 TS-START-VALUE PIC X(14).

      *> 3人以上の卓(GAME-PROFのGP-SEAT-CNTが3-6)の
      *> 座席順と脱落者。SEAT-CNT = 0 は2人対局で、
      *> 手番は従来どおりROSTERから求める
       01 SEAT-CNT      PIC 9(01) VALUE 0.
       01 SEAT-TBL.
           02 SEAT-NAME PIC X(20) OCCURS 6.
       01 SEAT-ANS      PIC X(01).
       01 SEAT-FROM     PIC X(20).
       01 SJ            PIC 9(01).
       01 SK            PIC 9(01).
       01 SAVE-MY-NAME  PIC X(20).
      *> 脱落者(脱落順)。EL-WNUMは脱落したときの
      *> 手数位置(その位置の語の前に脱落した)
       01 EL-CNT        PIC 9(01) VALUE 0.
       01 EL-TBL.
           02 EL-ENTRY  OCCURS 6.
             03 EL-NAME       PIC X(20).
             03 EL-REASON     PIC X(01).
             03 EL-WNUM       PIC 9(04).
             03 EL-TIME       PIC X(14).
       01 ELJ           PIC 9(01).
       01 LIVE-CNT      PIC 9(01).
       01 LAST-TS-ELCNT PIC 9(01) VALUE 0.
      *> ADD-ELIMINATION / WRITE-ELIM-MARKへの受け渡し
       01 ELIM-NAME     PIC X(20).
       01 ELIM-REASON   PIC X(01).
       01 ELIM-TIME     PIC X(14).
       01 ELIM-SAVE-KEY PIC 9(09).
       01 ELIM-NEW-FLG  PIC X VALUE LOW-VALUE.
        88 ELIM-NEW           VALUE HIGH-VALUE.
       01 MARK-DONE-FLG PIC X VALUE LOW-VALUE.
        88 MARK-DONE          VALUE HIGH-VALUE.
       01 CHECK-NAME    PIC X(20).
       01 SEAT-OUT-FLG  PIC X VALUE LOW-VALUE.
        88 SEAT-OUT           VALUE HIGH-VALUE.
       01 SEAT-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 SEAT-FOUND         VALUE HIGH-VALUE.
       01 SURVIVOR      PIC X(20).
      *> 結果行を書かずに終える: 自分が脱落した
      *> だけで対局は続く、または終局の行は
      *> 別の卓が書いた
       01 NO-RESULT-FLG PIC X VALUE LOW-VALUE.
        88 NO-RESULT-ROW      VALUE HIGH-VALUE.
      *> COMPUTE-CLOCKSで区間を脱落の時刻で区切る作業域
       01 CLK-PREV-TIME PIC X(14).
       01 CLK-PREV-NAME PIC X(20).

      *> 封じ手(指し掛け)。S-FILEの"A"行で指し掛けに
      *> なり、"J"行で対局者が戻り、"R"行で再開する
       78 ADJOURN-CMD   VALUE "ADJOURN".
       01 ADJ-FLG       PIC X VALUE LOW-VALUE.
        88 GAME-ADJOURNED     VALUE HIGH-VALUE.
      *> 開始時の読み込みを終え、対局中であること
      *> (対局中に"A"行を読んだ卓は退席する)
       01 IN-PLAY-FLG   PIC X VALUE LOW-VALUE.
        88 IN-PLAY            VALUE HIGH-VALUE.
      *> 封じ手を開いた: IN-STRの語を次の周で判定する
       01 REVEAL-FLG    PIC X VALUE LOW-VALUE.
        88 REVEAL-PENDING     VALUE HIGH-VALUE.
       01 ADJ-SEALER    PIC X(20).
       01 ADJ-WORD      PIC X(50).
       01 ADJ-SEAL-TIME PIC X(14).
       01 ADJ-WNUM      PIC 9(04).
      *> WRITE-ADJ-MARKへの受け渡し
       01 ADJ-MARK-KIND PIC X(01).
       01 ADJ-MARK-NAME PIC X(20).
       01 ADJ-MARK-WORD PIC X(50).
       01 ADJ-MARK-TIME PIC X(14).
      *> 指し掛けの後に戻った対局者
       01 JN-CNT        PIC 9(02) VALUE 0.
       01 JN-TBL.
           02 JN-NAME   PIC X(20) OCCURS 20.
       01 JNJ           PIC 9(02).
       01 NAME-JOINED-FLG PIC X VALUE LOW-VALUE.
        88 NAME-JOINED        VALUE HIGH-VALUE.
       01 ALL-JOINED-FLG PIC X VALUE LOW-VALUE.
        88 ALL-JOINED         VALUE HIGH-VALUE.
      *> 済んだ指し掛け。AJ-WNUMの手の考慮時間から
      *> 指し掛けの長さ(AJ-GAP-SEC)を除く
       01 AJ-CNT        PIC 9(02) VALUE 0.
       01 AJ-TBL.
           02 AJ-ENTRY  OCCURS 20.
             03 AJ-WNUM       PIC 9(04).
             03 AJ-SEAL-TIME  PIC X(14).
             03 AJ-GAP-SEC    PIC S9(09).
       01 AJJ           PIC 9(02).
       01 AJ-SLOT       PIC 9(04).
       01 GAP-SEC       PIC S9(09).
      *> 封じ手を開いた手: L-TIMEは封じる前の提示
      *> 時刻のまま、TURN-STATEの提示時刻は指し掛け
      *> の長さだけ後ろへずらす
       01 RESUME-WNUM   PIC 9(04) VALUE 0.
       01 RESUME-PROMPT PIC X(14).
       01 RESUME-TS-PROMPT PIC X(14).
      *> TURN-STATEの最新行(FIND-GAME-START-TIMEが控える)
       01 TS-LAST-WNUM  PIC 9(04).
       01 TS-LAST-PROMPT PIC X(14).
       01 TS-LAST-ADJ   PIC X(01).
      *> PUT-TURN-STATEが書く行の提示時刻と指し掛け欄
       01 TS-ROW-PROMPT PIC X(14).
       01 TS-ROW-ADJ    PIC X(01).
       01 TS-ROW-SEAL   PIC X(14).
      *> SHIFT-PROMPT-TIMEの作業域
       01 FROZEN-PROMPT PIC X(14).
       01 SHIFTED-TIME  PIC X(14).
       01 ABS-SEC       PIC 9(12).
       01 ABS-DAYS      PIC 9(07).
       01 DAY-SEC       PIC 9(05).
       01 SHIFT-DATE    PIC 9(08).
       01 SHIFT-HH      PIC 9(02).
       01 SHIFT-MM      PIC 9(02).
       01 SHIFT-SS      PIC 9(02).

      *> ハンデ戦(GAME-PROFのGP-HC-*)。上手(HC-STRONG)
      *> だけがこの条件で指し、下手は通常のルール。
      *> HC-KIND 空白=ハンデなし
       01 HC-KIND       PIC X(01) VALUE SPACE.
       01 HC-STRONG     PIC X(20).
       01 HC-WEAK       PIC X(20).
       01 HC-STRONG-RT  PIC 9(04).
       01 HC-WEAK-RT    PIC 9(04).
       01 HC-WORTH      PIC 9(04).
       01 HC-BUDGET     PIC 9(04).
       01 HC-MIN-LEN    PIC 9(02).
       01 HC-BAN-TBL.
           02 HC-BAN    PIC X(02) OCCURS 5 INDEXED BY HBI.
      *> 作成時の入力と判定の作業域。新顔の初期
      *> レーティングはRATING-CALCと同じ1500、基準の
      *> 差はRULES.TXTに無ければ200
       78 START-RATING  VALUE 1500.
       78 HC-DEFAULT-GAP VALUE 200.
       01 HC-ANS        PIC X(01).
       01 HC-GAP        PIC 9(04).
       01 RATING-GAP    PIC 9(04).
       01 HC-CUT-PCT    PIC 9(03).
       01 HC-SIDE-TBL.
           02 HC-SIDE   OCCURS 2.
             03 HC-SIDE-NAME  PIC X(20).
             03 HC-SIDE-RT    PIC 9(04).
       01 HJ            PIC 9(01).
       01 HS            PIC 9(01).
       01 HW            PIC 9(01).
       01 RATING-KEY    PIC X(20).
       01 FOUND-RATING  PIC 9(04).
       01 HC-LEN        PIC 9(02).
       01 HC-REJECT-FLG PIC X VALUE LOW-VALUE.
        88 HC-REJECT          VALUE HIGH-VALUE.
      *> 禁じ手のかなを選ぶための集計(かなごとに
      *> 始まる語数と、終わる語の数)
       01 KT-CNT        PIC 9(03) VALUE 0.
       01 KT-TBL.
           02 KT-ENTRY  OCCURS 1 TO 100 TIMES
                        DEPENDING ON KT-CNT INDEXED BY KTI.
             03 KT-KANA       PIC X(02).
             03 KT-START      PIC 9(05).
             03 KT-END        PIC 9(05).
       01 KT-PICK       PIC 9(03).
      *> 持ち時間の判定・表示に使う、その指し手の
      *> 持ち時間(ハンデ戦の上手はHC-BUDGET)
       01 CLOCK-NAME    PIC X(20).
       01 PLAYER-BUDGET PIC 9(04).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM INIT
           OPEN INPUT S-FILE
           PERFORM F-READ
           CLOSE S-FILE
      *> 指し掛けの対局へ戻った: 着席を記し、全員
      *> そろっていれば封じ手を開く
           IF GAME-ADJOURNED AND NOT GAME-OVER THEN
             PERFORM REJOIN-GAME
           END-IF
           SET IN-PLAY TO TRUE

      *> 脱落済み・終局済みの卓では提示しない。
      *> 封じ手を開いたときはその語を判定する
           IF REVEAL-PENDING THEN
             MOVE LOW-VALUE TO REVEAL-FLG
           ELSE
             IF NOT GAME-OVER THEN
               PERFORM INPUT-WORD
             END-IF
           END-IF
           PERFORM UNTIL IN-STR = "END" OR "end" OR "I"
                          OR GAME-OVER
             EVALUATE TRUE
               WHEN GAME-ADJOURNED
                 IF IN-STR NOT = SPACE THEN
                   DISPLAY "!! 指し掛け中は受け付けません"
                 END-IF
                 OPEN INPUT S-FILE
                 PERFORM F-READ
                 CLOSE S-FILE
                 IF GAME-ADJOURNED AND NOT GAME-OVER THEN
                   PERFORM CHECK-RESUME
                 END-IF
               WHEN IN-STR = SPACE
                 OPEN INPUT S-FILE
                 PERFORM F-READ
                 CLOSE S-FILE
               WHEN IN-STR = ADMIN-UNDO-CMD
                 PERFORM ADMIN-UNDO
               WHEN IN-STR = ADJOURN-CMD
                 PERFORM ADJOURN-GAME
               WHEN OTHER
                 PERFORM CHECK-WORD
                 IF N-ENDING THEN
                   END-IF
                 END-IF
             END-EVALUATE
      *> 座席のある卓では負けた者が脱落し、
      *> 残りで続ける
             IF GAME-OVER AND SEAT-CNT > 0 AND NOT NO-RESULT-ROW
                AND (END-REASON = "N" OR "T" OR "P") THEN
               PERFORM DROP-OUT-SELF
             END-IF
             IF REVEAL-PENDING THEN
               MOVE LOW-VALUE TO REVEAL-FLG
             ELSE
               IF NOT GAME-OVER THEN
                 PERFORM INPUT-WORD
               END-IF
             END-IF
           END-PERFORM

      *> Skip the result row when we just lost the race to a forfeit
      *> (END-REASON = "F"): FORFEIT-WATCH already wrote the one
      *> authoritative result for that event.  Likewise when this
      *> session only dropped out of a seated table, or another
      *> session wrote the table's final row (NO-RESULT-ROW).  An
      *> adjourned game has not ended at all: leaving it (or
      *> sealing the move) writes nothing.
           IF END-REASON NOT = "F" AND NOT NO-RESULT-ROW
              AND NOT GAME-ADJOURNED THEN
             PERFORM WRITE-GAME-RESULT
           END-IF
           STOP RUN.
           END-IF
           IF GAME-THEME NOT = SPACE THEN
             DISPLAY "この対局のしばり分類: " GAME-THEME
           END-IF
           IF SEAT-CNT > 0 THEN
             PERFORM SHOW-SEATS
           END-IF
           IF HC-KIND NOT = SPACE THEN
             PERFORM SHOW-HANDICAP
           END-IF.

       GEN-GAME-ID.
      * =========================================================
           MOVE LOW-VALUE TO PROF-FOUND-FLG
           MOVE SPACE TO GAME-THEME
           MOVE SPACE TO HC-KIND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF OR PROF-FOUND
                   IF GP-PENALTY-MAX NUMERIC THEN
                     MOVE GP-PENALTY-MAX TO RULE-PENALTY-MAX
                   END-IF
      *> 座席欄のない旧形式の行と2人対局は座席なし
                   IF GP-SEAT-CNT NUMERIC THEN
                     IF GP-SEAT-CNT > 2 THEN
                       MOVE GP-SEAT-CNT TO SEAT-CNT
                       MOVE GP-SEATS    TO SEAT-TBL
                     END-IF
                   END-IF
      *> ハンデ欄のない旧形式の行は通常の対局
                   IF GP-HC-KIND = "T" OR "L" OR "K" THEN
                     MOVE GP-HC-KIND      TO HC-KIND
                     MOVE GP-HC-STRONG    TO HC-STRONG
                     MOVE GP-HC-WEAK      TO HC-WEAK
                     MOVE GP-HC-STRONG-RT TO HC-STRONG-RT
                     MOVE GP-HC-WEAK-RT   TO HC-WEAK-RT
                     MOVE GP-HC-WORTH     TO HC-WORTH
                     MOVE GP-HC-BUDGET    TO HC-BUDGET
                     MOVE GP-HC-MIN-LEN   TO HC-MIN-LEN
                     MOVE GP-HC-BAN       TO HC-BAN-TBL
                   END-IF
                   SET PROF-FOUND TO TRUE
                 END-IF
             END-READ
               MOVE "E" TO DIFFICULTY
             END-IF
           END-IF
      *> 3人以上の卓は作成時に座席順を決める
      *> (練習対局はCOMとの2人のまま)
           MOVE 0 TO SEAT-CNT
           MOVE SPACE TO SEAT-TBL
           IF NOT PRACTICE-GAME THEN
             DISPLAY "参加人数(3-6 / 空欄=2人)"
             ACCEPT SEAT-ANS
             IF SEAT-ANS >= "3" AND SEAT-ANS <= "6" THEN
               MOVE SEAT-ANS TO SEAT-CNT
               PERFORM INPUT-SEATS
             END-IF
           END-IF
      *> 2人対局はレーティング差でハンデ戦にできる
           MOVE SPACE TO HC-KIND
           MOVE SPACE TO HC-STRONG HC-WEAK HC-BAN-TBL
           MOVE 0 TO HC-STRONG-RT HC-WEAK-RT HC-WORTH
           MOVE 0 TO HC-BUDGET HC-MIN-LEN
           IF NOT PRACTICE-GAME AND SEAT-CNT = 0 THEN
             DISPLAY "ハンデ戦にしますか? (Y=する)"
             ACCEPT HC-ANS
             IF HC-ANS = "Y" OR HC-ANS = "y" THEN
               PERFORM INPUT-HANDICAP
             END-IF
           END-IF
           OPEN EXTEND GAME-PROF
           MOVE GAME-ID           TO GP-GAME-ID
           MOVE GAME-THEME        TO GP-THEME
           END-IF
           MOVE RULE-BUDGET-SEC TO GP-BUDGET-SEC
           MOVE RULE-PENALTY-MAX TO GP-PENALTY-MAX
           MOVE SEAT-CNT TO GP-SEAT-CNT
           MOVE SEAT-TBL TO GP-SEATS
           MOVE HC-KIND      TO GP-HC-KIND
           MOVE HC-STRONG    TO GP-HC-STRONG
           MOVE HC-WEAK      TO GP-HC-WEAK
           MOVE HC-STRONG-RT TO GP-HC-STRONG-RT
           MOVE HC-WEAK-RT   TO GP-HC-WEAK-RT
           MOVE HC-WORTH     TO GP-HC-WORTH
           MOVE HC-BUDGET    TO GP-HC-BUDGET
           MOVE HC-MIN-LEN   TO GP-HC-MIN-LEN
           MOVE HC-BAN-TBL   TO GP-HC-BAN
           WRITE GAME-PROF-REC
           CLOSE GAME-PROF.

       INPUT-SEATS.
      * =========================================================
      * =  座席順を決める。手番はこの順に回り、 =
      * =  脱落した者を飛ばす。名前は台帳で     =
      * =  確かめ、登録どおりの表記で控える     =
      * =========================================================
           MOVE MY-NAME TO SAVE-MY-NAME
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
             MOVE LOW-VALUE TO NAME-OK-FLG
             PERFORM UNTIL NAME-OK
               DISPLAY SJ "番席の名前を入力してください"
               ACCEPT MY-NAME
               IF MY-NAME = SPACE THEN
                 DISPLAY "!! 名前が空欄です"
               ELSE
                 PERFORM CHECK-PLAYER-NAME
                 IF NAME-OK THEN
                   PERFORM CHECK-SEAT-DUP
                 END-IF
               END-IF
             END-PERFORM
             MOVE MY-NAME TO SEAT-NAME(SJ)
           END-PERFORM
           MOVE SAVE-MY-NAME TO MY-NAME.

       CHECK-SEAT-DUP.
           PERFORM VARYING SK FROM 1 BY 1 UNTIL SK >= SJ
             IF SEAT-NAME(SK) = MY-NAME THEN
               DISPLAY "!! すでに座席にある名前です"
               MOVE LOW-VALUE TO NAME-OK-FLG
             END-IF
           END-PERFORM.

       SHOW-SEATS.
           DISPLAY "*** 座席順 ***"
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
             MOVE SEAT-NAME(SJ) TO CHECK-NAME
             PERFORM CHECK-SEAT-OUT
             IF SEAT-OUT THEN
               DISPLAY SJ "番席 " SEAT-NAME(SJ) " (脱落)"
             ELSE
               DISPLAY SJ "番席 " SEAT-NAME(SJ)
             END-IF
           END-PERFORM.

       INPUT-HANDICAP.
      * =========================================================
      * =  ハンデ戦: 二人の名前を台帳で確かめ、   =
      * =  RATING-MASTERの差が基準に届けば上手に =
      * =  課す条件を選ぶ。下手は通常のルール     =
      * =========================================================
           MOVE MY-NAME TO SAVE-MY-NAME
           PERFORM VARYING HJ FROM 1 BY 1 UNTIL HJ > 2
             MOVE LOW-VALUE TO NAME-OK-FLG
             PERFORM UNTIL NAME-OK
               DISPLAY "対局者" HJ "の名前を入力"
               ACCEPT MY-NAME
               IF MY-NAME = SPACE THEN
                 DISPLAY "!! 名前が空欄です"
               ELSE
                 PERFORM CHECK-PLAYER-NAME
                 IF NAME-OK AND HJ = 2
                    AND MY-NAME = HC-SIDE-NAME(1) THEN
                   DISPLAY "!! 同じ名前です"
                   MOVE LOW-VALUE TO NAME-OK-FLG
                 END-IF
               END-IF
             END-PERFORM
             MOVE MY-NAME TO HC-SIDE-NAME(HJ)
             PERFORM FIND-PLAYER-RATING
             MOVE FOUND-RATING TO HC-SIDE-RT(HJ)
           END-PERFORM
           MOVE SAVE-MY-NAME TO MY-NAME
           MOVE LOW-VALUE TO NAME-OK-FLG

           IF HC-SIDE-RT(1) >= HC-SIDE-RT(2) THEN
             MOVE 1 TO HS
             MOVE 2 TO HW
           ELSE
             MOVE 2 TO HS
             MOVE 1 TO HW
           END-IF
           COMPUTE RATING-GAP = HC-SIDE-RT(HS) - HC-SIDE-RT(HW)
           IF RULE-HC-GAP NUMERIC THEN
             MOVE RULE-HC-GAP TO HC-GAP
           ELSE
             MOVE HC-DEFAULT-GAP TO HC-GAP
           END-IF
           DISPLAY "上手 " HC-SIDE-NAME(HS) " (" HC-SIDE-RT(HS)
                   ") / 下手 " HC-SIDE-NAME(HW) " ("
                   HC-SIDE-RT(HW) ") 差 " RATING-GAP
           IF RATING-GAP < HC-GAP THEN
             DISPLAY "差が基準(" HC-GAP ")未満のため"
                     "通常の対局にします"
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL HC-KIND NOT = SPACE
             DISPLAY "上手に課す条件を選んでください"
             IF RULE-BUDGET-SEC > 0 THEN
               DISPLAY " 1:持ち時間を減らす"
             END-IF
             DISPLAY " 2:最低文字数"
             DISPLAY " 3:詰めに使うかなで終わる語の禁止"
             DISPLAY " (空欄=ハンデなし)"
             ACCEPT HC-ANS
             EVALUATE HC-ANS
               WHEN SPACE
                 EXIT PERFORM
               WHEN "1"
                 IF RULE-BUDGET-SEC > 0 THEN
                   MOVE "T" TO HC-KIND
                 END-IF
               WHEN "2"
                 MOVE "L" TO HC-KIND
               WHEN "3"
                 MOVE "K" TO HC-KIND
               WHEN OTHER
                 DISPLAY "!! 番号で選んでください"
             END-EVALUATE
           END-PERFORM
           IF HC-KIND = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM SET-HANDICAP-TERMS.

       SET-HANDICAP-TERMS.
      *> 差に応じた重さ:
      *>   T 持ち時間を差の1/10%減らす(最大50%)
      *>   L 3文字 + 差200ごとに1文字(最大6文字)
      *>   K 上手は禁じ手のかな5つで終われない
      *> ハンデの値打ち(HC-WORTH)は差の半分と見る。
      *> 差より小さいので上手は依然として本命
           MOVE HC-SIDE-NAME(HS) TO HC-STRONG
           MOVE HC-SIDE-NAME(HW) TO HC-WEAK
           MOVE HC-SIDE-RT(HS)   TO HC-STRONG-RT
           MOVE HC-SIDE-RT(HW)   TO HC-WEAK-RT
           COMPUTE HC-WORTH = RATING-GAP / 2
           EVALUATE HC-KIND
             WHEN "T"
               COMPUTE HC-CUT-PCT = RATING-GAP / 10
               IF HC-CUT-PCT > 50 THEN
                 MOVE 50 TO HC-CUT-PCT
               END-IF
               COMPUTE HC-BUDGET
                 = RULE-BUDGET-SEC * (100 - HC-CUT-PCT) / 100
             WHEN "L"
               COMPUTE HC-MIN-LEN = 3 + RATING-GAP / 200
               IF HC-MIN-LEN > 6 THEN
                 MOVE 6 TO HC-MIN-LEN
               END-IF
             WHEN "K"
               PERFORM PICK-BAN-KANA
           END-EVALUATE.

       FIND-PLAYER-RATING.
      *> RATING-MASTERのキーは登録ID(台帳が空なら
      *> 名前そのまま)。まだ評価のない者は初期値
           MOVE SPACE TO RATING-KEY
           IF MY-PLAYER-ID NOT = SPACE THEN
             MOVE MY-PLAYER-ID TO RATING-KEY
           ELSE
             MOVE MY-NAME TO RATING-KEY
           END-IF
           MOVE START-RATING TO FOUND-RATING
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RATING-MASTER
           PERFORM UNTIL EOF
             READ RATING-MASTER
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RT-PLAYER-KEY = RATING-KEY THEN
                   MOVE RT-RATING TO FOUND-RATING
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RATING-MASTER
           MOVE LOW-VALUE TO EOF-FLG.

       PICK-BAN-KANA.
      * =========================================================
      * =  上手の禁じ手のかな: 辞書(しばりがあれば  =
      * =  その分類)の使用中の語を一巡し、語尾に    =
      * =  現れるかなのうち、そのかなで始まる語が   =
      * =  最も少ない5つ。相手を詰ませにいく「攻め =
      * =  のかな」を上手から取り上げる             =
      * =========================================================
           MOVE 0 TO KT-CNT
           PERFORM VARYING PA FROM 1 BY 1 UNTIL PA > 100
             IF A(PA) NOT = SPACE AND A(PA) NOT = KANA-N THEN
               ADD 1 TO KT-CNT
               MOVE A(PA) TO KT-KANA(KT-CNT)
               MOVE 0 TO KT-START(KT-CNT)
               MOVE 0 TO KT-END(KT-CNT)
             END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
           MOVE LOW-VALUE TO DIX-EOF-FLG
           OPEN INPUT WORD-DICT-IX
           PERFORM UNTIL DIX-EOF
             READ WORD-DICT-IX NEXT
               AT END SET DIX-EOF TO TRUE
               NOT AT END
                 PERFORM TALLY-DICT-KANA
             END-READ
           END-PERFORM
           CLOSE WORD-DICT-IX
           MOVE LOW-VALUE TO DIX-EOF-FLG

           MOVE SPACE TO HC-BAN-TBL
           PERFORM VARYING HBI FROM 1 BY 1 UNTIL HBI > 5
             MOVE 0 TO KT-PICK
             PERFORM VARYING KTI FROM 1 BY 1 UNTIL KTI > KT-CNT
               IF KT-END(KTI) > 0 THEN
                 IF KT-PICK = 0 THEN
                   SET KT-PICK TO KTI
                 ELSE
                   IF KT-START(KTI) < KT-START(KT-PICK) THEN
                     SET KT-PICK TO KTI
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF KT-PICK > 0 THEN
               MOVE KT-KANA(KT-PICK) TO HC-BAN(HBI)
               MOVE 0 TO KT-END(KT-PICK)
             END-IF
           END-PERFORM.

       TALLY-DICT-KANA.
           PERFORM RESOLVE-DICT-ENTRY
           IF LIVE-STATUS NOT = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           IF GAME-THEME NOT = SPACE
              AND LIVE-CAT NOT = GAME-THEME THEN
             EXIT PARAGRAPH
           END-IF
           SET KTI TO 1
           SEARCH KT-ENTRY
             AT END CONTINUE
             WHEN KT-KANA(KTI) = DIX-WORD(1:2)
               ADD 1 TO KT-START(KTI)
           END-SEARCH
           MOVE DIX-WORD TO STR-TMP2
           PERFORM FIND-CHAR2
           IF Q > 0 THEN
             SET KTI TO 1
             SEARCH KT-ENTRY
               AT END CONTINUE
               WHEN KT-KANA(KTI) = D(Q)
                 ADD 1 TO KT-END(KTI)
             END-SEARCH
           END-IF.

       SHOW-HANDICAP.
           DISPLAY "*** ハンデ戦 上手 " HC-STRONG
                   " (" HC-STRONG-RT ") / 下手 " HC-WEAK
                   " (" HC-WEAK-RT ") ***"
           EVALUATE HC-KIND
             WHEN "T"
               DISPLAY "上手の持ち時間 " HC-BUDGET
                       "秒 (下手は " RULE-BUDGET-SEC "秒)"
             WHEN "L"
               DISPLAY "上手は " HC-MIN-LEN
                       " 文字以上の言葉のみ"
             WHEN "K"
               DISPLAY "上手は次のかなで終わる言葉を"
                       "使えません: " HC-BAN(1) " " HC-BAN(2)
                       " " HC-BAN(3) " " HC-BAN(4) " " HC-BAN(5)
           END-EVALUATE.

       INPUT-NAME.
           MOVE LOW-VALUE TO NAME-OK-FLG
           PERFORM UNTIL NAME-OK
               DISPLAY "ftHg̖Ou" DEFAULT-NAME "vɂ܂B"
             END-IF
             PERFORM CHECK-PLAYER-NAME
      *> 座席のある卓には座席表にある者しか入れない
             IF NAME-OK AND SEAT-CNT > 0 THEN
               PERFORM CHECK-SEATED
             END-IF
      *> ハンデ戦には決めた二人しか入れない
             IF NAME-OK AND HC-KIND NOT = SPACE
                AND MY-NAME NOT = HC-STRONG
                AND MY-NAME NOT = HC-WEAK THEN
               DISPLAY "!! このハンデ戦の対局者では"
                       "ありません"
               MOVE LOW-VALUE TO NAME-OK-FLG
             END-IF
           END-PERFORM.

       CHECK-SEATED.
           MOVE LOW-VALUE TO SEAT-FOUND-FLG
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
             IF SEAT-NAME(SJ) = MY-NAME THEN
               SET SEAT-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT SEAT-FOUND THEN
             DISPLAY "!! この対局の座席にない名前です"
             MOVE LOW-VALUE TO NAME-OK-FLG
           END-IF.

       CHECK-PLAYER-NAME.
      *> Validate the entered name against PLAYER-MASTER: the player
      *> ID and the canonical display name are both accepted, and
           MOVE LOW-VALUE TO N-ENDING-FLG
           MOVE LOW-VALUE TO N-WARN-PEND-FLG

      *> 座席のある卓では手番の者の語だけを受ける
           IF SEAT-CNT > 0 THEN
             PERFORM CHECK-SEAT-TURN
             IF ERR THEN
               EXIT PARAGRAPH
             END-IF
           END-IF

           PERFORM NORMALIZE-KANA

           IF W-NUM NOT = 1 THEN

           PERFORM CHECK-END-WITH
           PERFORM CHECK-CONTAINS
           IF HC-KIND NOT = SPACE AND MY-NAME = HC-STRONG THEN
             PERFORM CHECK-HANDICAP
           END-IF
           PERFORM CHECK-DICTIONARY
      *> 警告ルール下の「ん」終わりは、語が全ての
      *> チェックを通ったときだけ罰点になる
             PERFORM LOG-PENALTY
           END-IF.

       CHECK-SEAT-TURN.
      *> 封じ手と同じく盤面を読み直し、他の席の手や
      *> 脱落を拾ってから手番を確かめる
           OPEN INPUT S-FILE
           PERFORM F-READ
           CLOSE S-FILE
           IF GAME-OVER THEN
             SET ERR TO TRUE
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-MOVER
           IF NEXT-MOVER NOT = MY-NAME THEN
             SET ERR TO TRUE
             DISPLAY "!! 手番ではありません(手番: "
               NEXT-MOVER ")"
           END-IF.

       NORMALIZE-KANA.
      * =========================================================
      * =   fold any katakana in the input down to hiragana     =
             PERFORM LOG-PENALTY
           END-SEARCH.

       CHECK-HANDICAP.
       *> part of the CHECK-WORD sequence
       *> ---------------------------------------------------------
       *> - handicap game: the stronger side's word must also meet -
       *> -   the length / ending-kana terms (JUDGE-HC-WORD)       -
       *> ---------------------------------------------------------
           MOVE IN-STR TO STR-TMP2
           PERFORM JUDGE-HC-WORD
           IF HC-REJECT THEN
             SET ERR TO TRUE
             IF HC-KIND = "L" THEN
               DISPLAY "!! ハンデ: " HC-MIN-LEN
                       " 文字以上の言葉を入力して"
                       "ください"
             ELSE
               DISPLAY "!! ハンデ: 「" D(Q)
                       "」で終わる言葉は使えません"
             END-IF
           END-IF.

       JUDGE-HC-WORD.
      *> STR-TMP2の語が上手の条件に反すればHC-REJECT。
      *> 文字数はかなの升目の数(小書き・長音も
      *> 数える)
           MOVE LOW-VALUE TO HC-REJECT-FLG
           EVALUATE HC-KIND
             WHEN "L"
               PERFORM VARYING Q FROM 1 BY 1 UNTIL D(Q) = SPACE
                 CONTINUE
               END-PERFORM
               SET HC-LEN TO Q
               SUBTRACT 1 FROM HC-LEN
               IF HC-LEN < HC-MIN-LEN THEN
                 SET HC-REJECT TO TRUE
               END-IF
             WHEN "K"
               PERFORM FIND-CHAR2
               IF Q > 0 THEN
                 SET HBI TO 1
                 SEARCH HC-BAN
                   AT END CONTINUE
                   WHEN HC-BAN(HBI) = D(Q)
                     SET HC-REJECT TO TRUE
                 END-SEARCH
               END-IF
           END-EVALUATE.

       CHECK-DICTIONARY.
       *> part of the CHECK-WORD sequence
       *> ---------------------------------------------------------
       *> - legal characters are not enough -- it must be a real   -
       *> -   word in WORD-DICT.TXT                                -
       *> ---------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
           MOVE IN-STR TO DIX-WORD
           OPEN INPUT WORD-DICT-IX
           READ WORD-DICT-IX
             SET ERR TO TRUE
             DISPLAY "!! その言葉は辞書にありません"
            NOT INVALID KEY
      *> 廃止された語・発効前の語は辞書にない扱い
      *> (追加候補には回さない)
             PERFORM RESOLVE-DICT-ENTRY
             IF LIVE-STATUS NOT = SPACE THEN
               SET ERR TO TRUE
               DISPLAY "!! その言葉は辞書で使えません"
             ELSE
      *> 辞書にはあっても、しばり対局では
      *> 分類外を弾く
               IF GAME-THEME NOT = SPACE
                  AND LIVE-CAT NOT = GAME-THEME THEN
                 SET ERR TO TRUE
                 DISPLAY "!! しばり「" GAME-THEME
                   "」の分類外の言葉です"
               END-IF
             END-IF
           END-READ
           CLOSE WORD-DICT-IX.

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

       LOG-WORD-PROPOSAL.
      * =========================================================
      * =  record a dictionary miss so DICT-REVIEW can grow      =
               PERFORM SHOW-CLOCKS
             END-IF
             PERFORM SHOW-PENALTIES
             IF SEAT-CNT > 0 THEN
               PERFORM SHOW-SEATS
             END-IF
             IF HC-KIND NOT = SPACE THEN
               PERFORM SHOW-HANDICAP
             END-IF

             IF GAME-ADJOURNED THEN
               PERFORM SHOW-ADJOURN
             ELSE
               MOVE L-WORD(W-NUM - 1) TO STR-TMP
               PERFORM FIND-CHAR
               DISPLAY SPACE
               DISPLAY "u" C(P) "vn܂錾t͂ĂB"
             END-IF
           END-IF
           PERFORM WRITE-TURN-STATE.

      *> row is only rewritten when the turn has actually advanced --
      *> otherwise a player who keeps hitting Enter to look at the
      *> board would reset the idle clock on every poll and no one
      *> could ever be force-forfeited.  At a seated table a
      *> player dropping out also moves the turn on (EL-CNT).
      *> While the game is adjourned the row is left alone: its
      *> prompt time stays frozen at the sealed turn.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:14) TO PROMPT-TIME
           IF GAME-ADJOURNED THEN
             EXIT PARAGRAPH
           END-IF
      *> 封じ手を開いた手は封じる前の提示時刻で
      *> 数える(指し掛けの間は時計を進めない)
           MOVE PROMPT-TIME TO TS-ROW-PROMPT
           IF W-NUM = RESUME-WNUM THEN
             MOVE RESUME-PROMPT    TO PROMPT-TIME
             MOVE RESUME-TS-PROMPT TO TS-ROW-PROMPT
           END-IF
           IF W-NUM NOT = LAST-TS-WNUM
              OR EL-CNT NOT = LAST-TS-ELCNT THEN
             MOVE SPACE TO TS-ROW-ADJ
             MOVE SPACE TO TS-ROW-SEAL
             PERFORM PUT-TURN-STATE
      *> 手番が進んだことを待ち手の机へ知らせる。
      *> 最初の提示では開始通知も併せて流す
             IF W-NUM = 1 THEN
             MOVE "あなたの番です" TO NFY-TEXT
             PERFORM WRITE-NOTIFY
             MOVE W-NUM TO LAST-TS-WNUM
             MOVE EL-CNT TO LAST-TS-ELCNT
           END-IF.

       PUT-TURN-STATE.
      *> TURN-STATEへ1行追記する。提示時刻と指し掛け
      *> 欄は呼ぶ側がTS-ROW-PROMPT/ADJ/SEALに置く
           PERFORM FIND-NEXT-MOVER
           PERFORM FIND-GAME-START-TIME
           MOVE GAME-ID TO TS-GAME-ID
           MOVE W-NUM TO TS-WNUM
           MOVE NEXT-MOVER TO TS-WAIT-NAME
           IF W-NUM NOT = 1 THEN
             MOVE L-NAME(W-NUM - 1) TO TS-CREDIT-NAME
           ELSE
             MOVE SPACE TO TS-CREDIT-NAME
           END-IF
           MOVE TS-ROW-PROMPT TO TS-PROMPT-TIME
           MOVE TS-START-VALUE TO TS-START-TIME
           MOVE TS-ROW-ADJ TO TS-ADJOURN
           MOVE TS-ROW-SEAL TO TS-SEAL-TIME
           OPEN EXTEND TURN-STATE
           WRITE TURN-STATE-REC
           CLOSE TURN-STATE.

       FIND-GAME-START-TIME.
      *> TURN-STATE is append-only, so the last row read that
      *> matches GAME-ID is the newest one written so far; its
      *> TS-START-TIME is the game's true start and must be carried
      *> forward unchanged.  If no row exists yet, this write is the
      *> very first one for this GAME-ID, so this session's own
      *> start time is authoritative.  The newest row's turn,
      *> prompt time and adjournment flag are kept as well.
           MOVE LOW-VALUE TO TS-START-FOUND-FLG
           MOVE 0 TO TS-LAST-WNUM
           MOVE SPACE TO TS-LAST-PROMPT
           MOVE SPACE TO TS-LAST-ADJ
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TURN-STATE
           PERFORM UNTIL EOF
                 IF TS-GAME-ID = GAME-ID THEN
                   MOVE TS-START-TIME TO TS-START-VALUE
                   SET TS-START-FOUND TO TRUE
                   MOVE TS-WNUM        TO TS-LAST-WNUM
                   MOVE TS-PROMPT-TIME TO TS-LAST-PROMPT
                   MOVE TS-ADJOURN     TO TS-LAST-ADJ
                 END-IF
             END-READ
           END-PERFORM
      *> "On the clock" is whoever's turn comes after the last
      *> writer in the join-order roster -- not MY-NAME, which is
      *> only ever the identity of whichever session is rendering
      *> this particular prompt.  A seated table goes round its
      *> fixed seat order instead (FIND-NEXT-SEAT).
           IF SEAT-CNT > 0 THEN
             IF W-NUM > 1 THEN
               MOVE L-NAME(W-NUM - 1) TO SEAT-FROM
             ELSE
               MOVE SPACE TO SEAT-FROM
             END-IF
             PERFORM FIND-NEXT-SEAT
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-ROSTER
           MOVE ROSTER-NAME(1) TO NEXT-MOVER
           IF ROSTER-CNT > 1 AND W-NUM > 1 THEN
       BUILD-ROSTER.
      *> Distinct names in first-appearance order: every past writer
      *> (from this game's own word chain), then this session's own
      *> name if it has not shown up yet.  A seated table's
      *> roster is simply its seats.
           MOVE 0 TO ROSTER-CNT
           IF SEAT-CNT > 0 THEN
             PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
               MOVE SEAT-NAME(SJ) TO REG-NAME
               PERFORM REGISTER-ROSTER-NAME
             END-PERFORM
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= W-NUM
             MOVE L-NAME(I) TO REG-NAME
             PERFORM REGISTER-ROSTER-NAME
               CONTINUE
           END-SEARCH.

       FIND-NEXT-SEAT.
      *> SEAT-FROMの席の次から座席順に回り、脱落して
      *> いない最初の者をNEXT-MOVERにする
      *> (SEAT-FROMが空欄なら1番席から)
           MOVE 0 TO SK
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
             IF SEAT-NAME(SJ) = SEAT-FROM THEN
               MOVE SJ TO SK
             END-IF
           END-PERFORM
           MOVE SPACE TO NEXT-MOVER
           PERFORM SEAT-CNT TIMES
             ADD 1 TO SK
             IF SK > SEAT-CNT THEN
               MOVE 1 TO SK
             END-IF
             MOVE SEAT-NAME(SK) TO CHECK-NAME
             PERFORM CHECK-SEAT-OUT
             IF NOT SEAT-OUT AND NEXT-MOVER = SPACE THEN
               MOVE CHECK-NAME TO NEXT-MOVER
             END-IF
           END-PERFORM.

       CHECK-SEAT-OUT.
      *> CHECK-NAMEが脱落済みならSEAT-OUT
           MOVE LOW-VALUE TO SEAT-OUT-FLG
           PERFORM VARYING ELJ FROM 1 BY 1 UNTIL ELJ > EL-CNT
             IF EL-NAME(ELJ) = CHECK-NAME THEN
               SET SEAT-OUT TO TRUE
             END-IF
           END-PERFORM.

       F-READ.
      *     Resume from S-NEXT-KEY (not slot 1) so a refresh does not
      *     re-append words already in L-TBL.  Slots are located via
                           DISPLAY "!! Ԑ؂̂߁u" S-NAME
                             "v̏ł"
                           DISPLAY "   ̑΋ǂ͏I܂"
                         WHEN S-KIND = "X"
                           PERFORM READ-ELIM-MARK
                         WHEN S-KIND = "A" OR "J" OR "R"
                           PERFORM TAKE-ADJ-MARK
                         WHEN OTHER
                           PERFORM CHECK-READ-LIMIT
                           IF NOT ERR THEN
               SET ERR TO TRUE
           END-SEARCH.

       READ-ELIM-MARK.
      *> 脱落の印("X"行)。自分の卓が書いた印を読み
      *> 直したときは表に入っているので何もしない
           MOVE S-NAME      TO ELIM-NAME
           MOVE S-WORD(1:1) TO ELIM-REASON
           MOVE S-TIME      TO ELIM-TIME
           PERFORM ADD-ELIMINATION
           IF NOT ELIM-NEW THEN
             EXIT PARAGRAPH
           END-IF
           IF ELIM-NAME = MY-NAME THEN
             DISPLAY "!! あなたは脱落しています"
             SET GAME-OVER TO TRUE
             SET NO-RESULT-ROW TO TRUE
           ELSE
             DISPLAY "!! 「" ELIM-NAME "」が脱落しました"
             IF LIVE-CNT <= 1 THEN
               DISPLAY "   最後まで残った「" MY-NAME
                       "」の勝ちです"
               SET GAME-OVER TO TRUE
               SET NO-RESULT-ROW TO TRUE
             END-IF
           END-IF.

       ADD-ELIMINATION.
      *> ELIM-NAMEを脱落表へ加え、残り人数を出す。
      *> 同じ者の印が二つあっても最初の一つ
      *> だけ数える
           MOVE LOW-VALUE TO ELIM-NEW-FLG
           MOVE ELIM-NAME TO CHECK-NAME
           PERFORM CHECK-SEAT-OUT
           IF SEAT-OUT OR EL-CNT >= 6 THEN
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO EL-CNT
           MOVE ELIM-NAME   TO EL-NAME(EL-CNT)
           MOVE ELIM-REASON TO EL-REASON(EL-CNT)
           MOVE W-NUM       TO EL-WNUM(EL-CNT)
           MOVE ELIM-TIME   TO EL-TIME(EL-CNT)
           COMPUTE LIVE-CNT = SEAT-CNT - EL-CNT
           SET ELIM-NEW TO TRUE.

       WRITE-ELIM-MARK.
      * =========================================================
      * =  脱落の印("X"行)をS-FILEの空き枠へ書く。  =
      * =  語ではないので鎖には入らず、他の卓は     =
      * =  F-READで拾う。S-FILEは呼ぶ側が I-O で開く =
      * =========================================================
           MOVE GAME-ID     TO S-GAME-ID
           MOVE SPACE       TO S-WORD
           MOVE ELIM-REASON TO S-WORD(1:1)
           MOVE ELIM-NAME   TO S-NAME
           MOVE ELIM-TIME   TO S-TIME
           MOVE "X"         TO S-KIND
           PERFORM PUT-MARK-ROW
           PERFORM ADD-ELIMINATION.

       PUT-MARK-ROW.
      *> 印の行(S-REC)を高水位の空き枠へ書き、対局別
      *> 索引へ載せる。S-FILEは呼ぶ側が I-O で開く
           PERFORM READ-MAX-KEY
           MOVE GLOBAL-NEXT-KEY TO S-KEY
           MOVE LOW-VALUE TO MARK-DONE-FLG
           PERFORM UNTIL MARK-DONE
             WRITE S-REC
               INVALID KEY
                 ADD 1 TO S-KEY
               NOT INVALID KEY
                 SET MARK-DONE TO TRUE
             END-WRITE
           END-PERFORM
           PERFORM LOG-GAME-INDEX
      *> 高水位だけ印の先へ進める。自分の読み位置
      *> (S-NEXT-KEY)は戻しておき、飛ばした枠に他の
      *> 卓の語が入っていればF-READで拾う
           MOVE S-NEXT-KEY TO ELIM-SAVE-KEY
           COMPUTE S-NEXT-KEY = S-KEY + 1
           PERFORM ADVANCE-NEXT-KEY
           MOVE ELIM-SAVE-KEY TO S-NEXT-KEY.

       DROP-OUT-SELF.
      * =========================================================
      * =  座席のある卓で負けた("N"/"T"/"P")者は    =
      * =  脱落の印を書いて抜け、残りで続ける。      =
      * =  最後の1人になったときはこの卓が終局の    =
      * =  行を書く                                  =
      * =========================================================
           OPEN I-O S-FILE
      *> 先に他の卓の脱落を拾い、残り人数を確かめる
           PERFORM F-READ
           IF NO-RESULT-ROW THEN
             CLOSE S-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE MY-NAME     TO ELIM-NAME
           MOVE END-REASON  TO ELIM-REASON
           MOVE PROMPT-TIME TO ELIM-TIME
           PERFORM WRITE-ELIM-MARK
           CLOSE S-FILE
           IF LIVE-CNT > 1 THEN
             DISPLAY "!! 「" MY-NAME "」は脱落です。残り "
                     LIVE-CNT " 人で続きます"
             SET NO-RESULT-ROW TO TRUE
             PERFORM WRITE-TURN-STATE
           ELSE
             DISPLAY "!! 「" MY-NAME "」の脱落で終局です"
           END-IF.

       TAKE-ADJ-MARK.
      *> 指し掛けの印(S-REC)を状態へ映す。自分の卓が
      *> 書いた印を読み直しても二重には数えない
           EVALUATE S-KIND
             WHEN "A"
               IF GAME-ADJOURNED AND ADJ-SEAL-TIME = S-TIME THEN
                 EXIT PARAGRAPH
               END-IF
               SET GAME-ADJOURNED TO TRUE
               MOVE S-NAME TO ADJ-SEALER
               MOVE S-WORD TO ADJ-WORD
               MOVE S-TIME TO ADJ-SEAL-TIME
               MOVE W-NUM  TO ADJ-WNUM
               MOVE 0 TO JN-CNT
      *> 対局中の卓はここで退席する(再開は入り直し)
               IF IN-PLAY THEN
                 DISPLAY "!! 「" S-NAME "」の封じ手で"
                   "指し掛けです"
                 DISPLAY "   再開は同じ対局IDで入り直し"
                   "てください"
                 SET GAME-OVER TO TRUE
               END-IF
             WHEN "J"
               IF GAME-ADJOURNED THEN
                 MOVE S-NAME TO CHECK-NAME
                 PERFORM CHECK-NAME-JOINED
                 IF NOT NAME-JOINED AND JN-CNT < 20 THEN
                   ADD 1 TO JN-CNT
                   MOVE S-NAME TO JN-NAME(JN-CNT)
                 END-IF
               END-IF
             WHEN "R"
               IF GAME-ADJOURNED THEN
                 MOVE LOW-VALUE TO ADJ-FLG
                 IF AJ-CNT < 20 THEN
                   ADD 1 TO AJ-CNT
                   MOVE ADJ-WNUM      TO AJ-WNUM(AJ-CNT)
                   MOVE ADJ-SEAL-TIME TO AJ-SEAL-TIME(AJ-CNT)
                   MOVE S-TIME        TO NOW-TIME
                   MOVE ADJ-SEAL-TIME TO THEN-TIME
                   PERFORM COMPUTE-TIME-DIFF
                   IF ELAPSED-SEC < 0 THEN
                     MOVE 0 TO ELAPSED-SEC
                   END-IF
                   MOVE ELAPSED-SEC TO AJ-GAP-SEC(AJ-CNT)
                 END-IF
      *> 再開の行は封じた者の卓が書いたので、
      *> この卓からは書き直さない
                 MOVE W-NUM  TO LAST-TS-WNUM
                 MOVE EL-CNT TO LAST-TS-ELCNT
                 IF IN-PLAY AND S-NAME NOT = MY-NAME THEN
                   DISPLAY "*** 封じ手を開いて再開します"
                 END-IF
               END-IF
           END-EVALUATE.

       WRITE-ADJ-MARK.
      *> 指し掛けの印をADJ-MARK-KIND/NAME/WORD/TIMEで
      *> 書き、状態へ映す。S-FILEは呼ぶ側が I-O で開く
           MOVE GAME-ID       TO S-GAME-ID
           MOVE ADJ-MARK-WORD TO S-WORD
           MOVE ADJ-MARK-NAME TO S-NAME
           MOVE ADJ-MARK-TIME TO S-TIME
           MOVE ADJ-MARK-KIND TO S-KIND
           PERFORM PUT-MARK-ROW
           PERFORM TAKE-ADJ-MARK.

       ADJOURN-GAME.
      * =========================================================
      * =  封じ手: 手番の者が次の語を封じて指し掛け =
      * =  にする。語は伏せたまま"A"行に預け、     =
      * =  TURN-STATEの提示時刻は封じた手番の時刻  =
      * =  で止める。全員が入り直すまで時計は進め  =
      * =  ない                                      =
      * =========================================================
           IF W-NUM = 1 THEN
             DISPLAY "!! 最初の語は封じられません"
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-MOVER
           IF NEXT-MOVER NOT = MY-NAME THEN
             DISPLAY "!! 封じ手は手番の人だけができます"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "封じる言葉を入力してください"
             "(空欄=取りやめ)"
           DISPLAY "(再開まで他の人には見えません)"
           ACCEPT ADJ-MARK-WORD
           IF ADJ-MARK-WORD = SPACE THEN
             DISPLAY "封じ手を取りやめました"
             EXIT PARAGRAPH
           END-IF
           OPEN I-O S-FILE
      *> 封じる間に相手の手や脱落が入っていないか
           PERFORM F-READ
           PERFORM FIND-NEXT-MOVER
           IF GAME-OVER OR NEXT-MOVER NOT = MY-NAME THEN
             CLOSE S-FILE
             DISPLAY "!! 盤面が変わったため"
               "封じ手を取りやめました"
             EXIT PARAGRAPH
           END-IF
      *> 止める提示時刻はこの手番の最新行のもの
           PERFORM FIND-GAME-START-TIME
           IF TS-LAST-WNUM = W-NUM AND TS-LAST-ADJ = SPACE THEN
             MOVE TS-LAST-PROMPT TO FROZEN-PROMPT
           ELSE
             MOVE PROMPT-TIME TO FROZEN-PROMPT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE "A"             TO ADJ-MARK-KIND
           MOVE MY-NAME         TO ADJ-MARK-NAME
           MOVE CURR-DATE(1:14) TO ADJ-MARK-TIME
           PERFORM WRITE-ADJ-MARK
           CLOSE S-FILE
           MOVE FROZEN-PROMPT TO TS-ROW-PROMPT
           MOVE "A"           TO TS-ROW-ADJ
           MOVE ADJ-SEAL-TIME TO TS-ROW-SEAL
           PERFORM PUT-TURN-STATE
           MOVE "H" TO NFY-KIND
           MOVE "封じ手により指し掛けになりました"
             TO NFY-TEXT
           PERFORM NOTIFY-ROSTER
           DISPLAY "封じ手を預かりました(" ADJ-SEAL-TIME ")".

       REJOIN-GAME.
      * =========================================================
      * =  指し掛けの対局へ戻った。対局者なら着席 =
      * =  の"J"行を書き、全員そろったか確かめる =
      * =========================================================
           PERFORM CHECK-PARTY
           IF NOT SEAT-FOUND THEN
             DISPLAY "!! 封じ手で指し掛け中の対局です"
             DISPLAY "   対局者のほかは入れません"
             SET GAME-OVER TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE MY-NAME TO CHECK-NAME
           PERFORM CHECK-NAME-JOINED
           IF NOT NAME-JOINED THEN
             MOVE FUNCTION CURRENT-DATE TO CURR-DATE
             MOVE "J"             TO ADJ-MARK-KIND
             MOVE MY-NAME         TO ADJ-MARK-NAME
             MOVE SPACE           TO ADJ-MARK-WORD
             MOVE CURR-DATE(1:14) TO ADJ-MARK-TIME
             OPEN I-O S-FILE
             PERFORM WRITE-ADJ-MARK
             CLOSE S-FILE
      *> 自分の着席で全員そろったら封じた者の机へ
             PERFORM CHECK-ALL-JOINED
             IF ALL-JOINED AND MY-NAME NOT = ADJ-SEALER THEN
               MOVE ADJ-SEALER TO NFY-TO
               MOVE "R" TO NFY-KIND
               MOVE W-NUM TO NFY-WNUM
               MOVE "対局者がそろいました" TO NFY-TEXT
               PERFORM WRITE-NOTIFY
             END-IF
           END-IF
           PERFORM CHECK-RESUME.

       CHECK-PARTY.
      *> MY-NAMEが指し掛けの対局者か。座席のある卓は
      *> INPUT-NAMEで確かめ済み、2人対局は封じた者か
      *> 鎖に現れた名前
           SET SEAT-FOUND TO TRUE
           IF SEAT-CNT > 0 OR MY-NAME = ADJ-SEALER THEN
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO SEAT-FOUND-FLG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= W-NUM
             IF L-NAME(I) = MY-NAME THEN
               SET SEAT-FOUND TO TRUE
             END-IF
           END-PERFORM.

       CHECK-RESUME.
      *> 全員そろえば封じた者の卓が封じ手を開く。
      *> ほかの卓はその"R"行をF-READで拾う
           PERFORM CHECK-ALL-JOINED
           IF ALL-JOINED AND MY-NAME = ADJ-SEALER THEN
             PERFORM RESUME-GAME
           END-IF.

       CHECK-ALL-JOINED.
      *> 指し掛けの対局者が全員戻ったか。座席のある
      *> 卓は残っている席、2人対局は鎖に現れた名前
      *> と封じた者
           SET ALL-JOINED TO TRUE
           IF SEAT-CNT > 0 THEN
             PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
               MOVE SEAT-NAME(SJ) TO CHECK-NAME
               PERFORM CHECK-SEAT-OUT
               IF NOT SEAT-OUT THEN
                 PERFORM TALLY-JOINED
               END-IF
             END-PERFORM
           ELSE
             PERFORM VARYING I FROM 1 BY 1 UNTIL I >= W-NUM
               MOVE L-NAME(I) TO CHECK-NAME
               PERFORM TALLY-JOINED
             END-PERFORM
             MOVE ADJ-SEALER TO CHECK-NAME
             PERFORM TALLY-JOINED
           END-IF.

       TALLY-JOINED.
           PERFORM CHECK-NAME-JOINED
           IF NOT NAME-JOINED THEN
             MOVE LOW-VALUE TO ALL-JOINED-FLG
           END-IF.

       CHECK-NAME-JOINED.
      *> CHECK-NAMEが指し掛けの後に戻っていれば
      *> NAME-JOINED(COMはいつも戻っている扱い)
           MOVE LOW-VALUE TO NAME-JOINED-FLG
           IF CHECK-NAME = MACHINE-NAME THEN
             SET NAME-JOINED TO TRUE
           END-IF
           PERFORM VARYING JNJ FROM 1 BY 1 UNTIL JNJ > JN-CNT
             IF JN-NAME(JNJ) = CHECK-NAME THEN
               SET NAME-JOINED TO TRUE
             END-IF
           END-PERFORM.

       RESUME-GAME.
      * =========================================================
      * =  封じた者の卓が"R"行で指し掛けを解き、   =
      * =  伏せた語を普通の手としてCHECK-WORDへ    =
      * =  回す。TURN-STATEの提示時刻は指し掛けの  =
      * =  長さだけ後ろへずらして書き直す          =
      * =========================================================
           OPEN I-O S-FILE
           PERFORM F-READ
           IF NOT GAME-ADJOURNED OR GAME-OVER THEN
             CLOSE S-FILE
             EXIT PARAGRAPH
           END-IF
      *> 封じる前の提示時刻は指し掛けの行にある
           PERFORM FIND-GAME-START-TIME
           IF TS-LAST-ADJ = "A" AND TS-LAST-WNUM = W-NUM THEN
             MOVE TS-LAST-PROMPT TO FROZEN-PROMPT
           ELSE
             MOVE ADJ-SEAL-TIME TO FROZEN-PROMPT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE "R"             TO ADJ-MARK-KIND
           MOVE MY-NAME         TO ADJ-MARK-NAME
           MOVE SPACE           TO ADJ-MARK-WORD
           MOVE CURR-DATE(1:14) TO ADJ-MARK-TIME
           PERFORM WRITE-ADJ-MARK
           CLOSE S-FILE
      *> 封じるまでに使った秒を再開時刻から引いた
      *> 時刻を、この手番の新しい提示時刻にする
           MOVE ADJ-SEAL-TIME TO NOW-TIME
           MOVE FROZEN-PROMPT TO THEN-TIME
           PERFORM COMPUTE-TIME-DIFF
           IF ELAPSED-SEC < 0 THEN
             MOVE 0 TO ELAPSED-SEC
           END-IF
           MOVE ADJ-MARK-TIME TO NOW-TIME
           PERFORM SHIFT-PROMPT-TIME
           MOVE W-NUM         TO RESUME-WNUM
           MOVE FROZEN-PROMPT TO RESUME-PROMPT
           MOVE SHIFTED-TIME  TO RESUME-TS-PROMPT
           MOVE SHIFTED-TIME  TO TS-ROW-PROMPT
           MOVE SPACE         TO TS-ROW-ADJ
           MOVE SPACE         TO TS-ROW-SEAL
           PERFORM PUT-TURN-STATE
           MOVE W-NUM  TO LAST-TS-WNUM
           MOVE EL-CNT TO LAST-TS-ELCNT
           MOVE "R" TO NFY-KIND
           MOVE "封じ手を開いて再開しました" TO NFY-TEXT
           PERFORM NOTIFY-ROSTER
           MOVE FROZEN-PROMPT TO PROMPT-TIME
           DISPLAY SPACE
           DISPLAY "*** 封じ手を開きます: " ADJ-WORD
           MOVE ADJ-WORD TO IN-STR
           SET REVEAL-PENDING TO TRUE.

       SHOW-ADJOURN.
           DISPLAY SPACE
           DISPLAY "*** 「" ADJ-SEALER "」の封じ手で"
             "指し掛け中 ***"
           DISPLAY "封じた時刻 " ADJ-SEAL-TIME
           PERFORM VARYING JNJ FROM 1 BY 1 UNTIL JNJ > JN-CNT
             DISPLAY "  着席: " JN-NAME(JNJ)
           END-PERFORM
           PERFORM CHECK-ALL-JOINED
           IF ALL-JOINED THEN
             DISPLAY "全員そろいました。"
               "封じた人の卓で開きます"
           ELSE
             DISPLAY "全員が入り直すと封じ手を開きます"
           END-IF
           DISPLAY "(空欄Enterで更新 / ENDで退席)".

       NOTIFY-ROSTER.
      *> 自分以外の(脱落していない)同席者へ、
      *> NFY-KIND/NFY-TEXTの通知を流す
           PERFORM BUILD-ROSTER
           PERFORM VARYING RJ FROM 1 BY 1 UNTIL RJ > ROSTER-CNT
             MOVE ROSTER-NAME(RJ) TO CHECK-NAME
             PERFORM CHECK-SEAT-OUT
             IF CHECK-NAME NOT = MY-NAME AND NOT SEAT-OUT THEN
               MOVE CHECK-NAME TO NFY-TO
               MOVE W-NUM TO NFY-WNUM
               PERFORM WRITE-NOTIFY
             END-IF
           END-PERFORM.

       LOG-GAME-INDEX.
      * =========================================================
      * =  append this write's slot to the per-game index        =
                     "」の勝ちです"
             SET GAME-OVER TO TRUE
             MOVE "D" TO END-REASON
             IF SEAT-CNT > 0 THEN
               PERFORM DROP-OUT-STUCK
             END-IF
           END-IF.

       DROP-OUT-STUCK.
      *> 座席のある卓の辞書切れ: 次の手番の者
      *> から順に誰も続けられないので、作者
      *> 以外を手番順に脱落させる(先に詰んだ
      *> 者ほど下位)。S-FILEは
      *> F-WRITEが I-O で開いたまま
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:14) TO ELIM-TIME
           MOVE "D" TO ELIM-REASON
           COMPUTE LIVE-CNT = SEAT-CNT - EL-CNT
           PERFORM UNTIL LIVE-CNT <= 1
             MOVE MY-NAME TO SEAT-FROM
             PERFORM FIND-NEXT-SEAT
             IF NEXT-MOVER = MY-NAME OR NEXT-MOVER = SPACE THEN
               EXIT PERFORM
             END-IF
             MOVE NEXT-MOVER TO ELIM-NAME
             PERFORM WRITE-ELIM-MARK
           END-PERFORM.

       COUNT-CANDIDATES.
      *> required kana = the last mora of the word just played,
      *> found the same way CHECK-START-WITH will judge the next
      *> word (FIND-CHAR, honoring the choonpu/small-kana rule);
      *> a candidate is a dictionary word starting with it that
      *> is not already in this game's chain.  In a handicap game
      *> where the stronger side moves next, a word the handicap
      *> forbids them is no candidate either
           MOVE IN-STR TO STR-TMP
           PERFORM FIND-CHAR
           MOVE C(P) TO REQ-KANA
           MOVE 0 TO CAND-CNT
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
      *> 索引編成なので先頭かなへSTARTで位置付け、
      *> その かな の範囲だけをREAD NEXTで流す
           MOVE LOW-VALUE TO DIX-EOF-FLG
                 IF DIX-WORD(1:2) NOT = REQ-KANA THEN
                   SET DIX-EOF TO TRUE
                 ELSE
                   PERFORM RESOLVE-DICT-ENTRY
                   MOVE LOW-VALUE TO HC-REJECT-FLG
                   IF (HC-KIND = "L" OR "K")
                      AND MY-NAME = HC-WEAK THEN
                     MOVE DIX-WORD TO STR-TMP2
                     PERFORM JUDGE-HC-WORD
                   END-IF
                   IF LIVE-STATUS = SPACE AND NOT HC-REJECT
                      AND (GAME-THEME = SPACE
                           OR LIVE-CAT = GAME-THEME) THEN
                     SET I TO 1
                     SEARCH L
                       AT END
           ELSE
             MOVE SPACE TO GR-PRACTICE
           END-IF
           MOVE 0 TO GR-SEAT-CNT
           MOVE SPACE TO GR-PLACES
           IF SEAT-CNT > 0 AND END-REASON NOT = "M" THEN
             PERFORM FILL-PLACES
           END-IF
           WRITE GAME-RESULT-REC
           CLOSE GAME-RESULT
           PERFORM NOTIFY-GAME-END.

       FILL-PLACES.
      *> 座席のある卓の終局: 1位は最後に残った者、
      *> 2位以下は脱落の遅い順
           MOVE SEAT-CNT TO GR-SEAT-CNT
           MOVE SPACE TO SURVIVOR
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SEAT-CNT
             MOVE SEAT-NAME(SJ) TO CHECK-NAME
             PERFORM CHECK-SEAT-OUT
             IF NOT SEAT-OUT THEN
               MOVE CHECK-NAME TO SURVIVOR
             END-IF
           END-PERFORM
           MOVE SURVIVOR TO GR-PLACE(1)
           MOVE 2 TO SK
           PERFORM VARYING ELJ FROM EL-CNT BY -1
               UNTIL ELJ < 1 OR SK > 6
             MOVE EL-NAME(ELJ) TO GR-PLACE(SK)
             ADD 1 TO SK
           END-PERFORM
      *> 最後の2人はGR-LAST-NAME/GR-OPP-NAMEへ2人対局
      *> と同じ向きで残す("D"は作者=1位が LAST)
           IF END-REASON = "D" THEN
             MOVE GR-PLACE(1) TO GR-LAST-NAME
             MOVE GR-PLACE(2) TO GR-OPP-NAME
           ELSE
             MOVE GR-PLACE(2) TO GR-LAST-NAME
             MOVE GR-PLACE(1) TO GR-OPP-NAME
           END-IF.

       MACHINE-MOVE.
      * =========================================================
      * =  練習相手: 直前のCHECK-DEAD-ENDが求めた   =
      * =   全面解禁"A"のルール以外では避ける)      =
      * =========================================================
           MOVE 0 TO MC-CNT
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
           MOVE LOW-VALUE TO DIX-EOF-FLG
           OPEN INPUT WORD-DICT-IX
           MOVE SPACE TO DIX-WORD
           MOVE LOW-VALUE TO DIX-EOF-FLG.

       CONSIDER-MACHINE-CAND.
           PERFORM RESOLVE-DICT-ENTRY
           IF LIVE-STATUS NOT = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           IF GAME-THEME NOT = SPACE
              AND LIVE-CAT NOT = GAME-THEME THEN
             EXIT PARAGRAPH
           END-IF
           IF RULE-N-ENDING NOT = "A" THEN
      * =========================================================
           MOVE 0 TO CK-CNT
           PERFORM VARYING I FROM 2 BY 1 UNTIL I >= W-NUM
             MOVE L-TIME(I - 1) TO CLK-PREV-TIME
             MOVE L-NAME(I - 1) TO CLK-PREV-NAME
             MOVE 0 TO GAP-SEC
      *> 座席のある卓では、手I-1と手Iの間に脱落した
      *> 者の提示時刻で区間を区切り、各自に課金する
             PERFORM VARYING ELJ FROM 1 BY 1 UNTIL ELJ > EL-CNT
               IF EL-WNUM(ELJ) = I
                  AND EL-NAME(ELJ) NOT = CLK-PREV-NAME THEN
                 MOVE EL-TIME(ELJ) TO NOW-TIME
                 PERFORM CHARGE-PREV-INTERVAL
                 MOVE EL-TIME(ELJ) TO CLK-PREV-TIME
                 MOVE EL-NAME(ELJ) TO CLK-PREV-NAME
               END-IF
             END-PERFORM
      *> 指し掛けの間は誰の時計も進めない
             COMPUTE AJ-SLOT = I - 1
             PERFORM SUM-ADJOURN-GAP
             MOVE L-TIME(I) TO NOW-TIME
             PERFORM CHARGE-PREV-INTERVAL
           END-PERFORM.

       CHARGE-PREV-INTERVAL.
           MOVE CLK-PREV-TIME TO THEN-TIME
           PERFORM COMPUTE-TIME-DIFF
           SUBTRACT GAP-SEC FROM ELAPSED-SEC
           MOVE CLK-PREV-NAME TO REG-NAME
           PERFORM CHARGE-CLOCK.

       CHARGE-CLOCK.
           SET CKI TO 1
           SEARCH CK-ENTRY
               ADD ELAPSED-SEC TO CK-USED-SEC(CKI)
           END-SEARCH.

       SUM-ADJOURN-GAP.
      *> AJ-SLOTの手の考慮時間から、その手の提示の
      *> 後に入った指し掛けの長さを除く分
           MOVE 0 TO GAP-SEC
           PERFORM VARYING AJJ FROM 1 BY 1 UNTIL AJJ > AJ-CNT
             IF AJ-WNUM(AJJ) = AJ-SLOT
                AND L-TIME(AJ-SLOT) <= AJ-SEAL-TIME(AJJ) THEN
               ADD AJ-GAP-SEC(AJJ) TO GAP-SEC
             END-IF
           END-PERFORM.

       SHIFT-PROMPT-TIME.
      *> NOW-TIMEからELAPSED-SEC秒さかのぼった時刻を
      *> SHIFTED-TIMEへ
           MOVE NOW-TIME(1:8) TO NOW-DATE
           COMPUTE ABS-SEC =
             FUNCTION INTEGER-OF-DATE(NOW-DATE) * 86400
             + FUNCTION NUMVAL(NOW-TIME(9:2)) * 3600
             + FUNCTION NUMVAL(NOW-TIME(11:2)) * 60
             + FUNCTION NUMVAL(NOW-TIME(13:2))
             - ELAPSED-SEC
           DIVIDE ABS-SEC BY 86400 GIVING ABS-DAYS
             REMAINDER DAY-SEC
           COMPUTE SHIFT-DATE = FUNCTION DATE-OF-INTEGER(ABS-DAYS)
           DIVIDE DAY-SEC BY 3600 GIVING SHIFT-HH
             REMAINDER DAY-SEC
           DIVIDE DAY-SEC BY 60 GIVING SHIFT-MM
             REMAINDER SHIFT-SS
           MOVE SPACE TO SHIFTED-TIME
           STRING SHIFT-DATE SHIFT-HH SHIFT-MM SHIFT-SS
             DELIMITED BY SIZE INTO SHIFTED-TIME.

       SHOW-CLOCKS.
      *> 表示は確定済みの手だけを課金した値。乗った
      *> ばかりの手の分はCHECK-TIME-BUDGETが現在時刻
      *> で足して判定する(表示時は再描画が遅れても
      *> 前の指し手へ待ち時間を付け替えないため)
           PERFORM COMPUTE-CLOCKS
           IF HC-KIND = "T" THEN
             DISPLAY "*** 持ち時間 (各" RULE-BUDGET-SEC
                     "秒、上手は" HC-BUDGET "秒) ***"
           ELSE
             DISPLAY "*** 持ち時間 (各" RULE-BUDGET-SEC "秒) ***"
           END-IF
           PERFORM VARYING CKJ FROM 1 BY 1 UNTIL CKJ > CK-CNT
             MOVE CK-NAME(CKJ) TO CLOCK-NAME
             PERFORM FIND-PLAYER-BUDGET
             COMPUTE CK-REMAIN
               = PLAYER-BUDGET - CK-USED-SEC(CKJ)
             IF CK-REMAIN < 0 THEN
               MOVE 0 TO CK-REMAIN
             END-IF
           MOVE CURR-DATE(1:14)   TO NOW-TIME
           MOVE L-TIME(W-NUM - 1) TO THEN-TIME
           PERFORM COMPUTE-TIME-DIFF
           COMPUTE AJ-SLOT = W-NUM - 1
           PERFORM SUM-ADJOURN-GAP
           SUBTRACT GAP-SEC FROM ELAPSED-SEC
           MOVE L-NAME(W-NUM - 1) TO REG-NAME
           PERFORM CHARGE-CLOCK
           MOVE SPACE TO CLOCK-LOSER
           MOVE L-NAME(W-NUM - 1) TO CLOCK-NAME
           PERFORM FIND-PLAYER-BUDGET
           PERFORM VARYING CKJ FROM 1 BY 1 UNTIL CKJ > CK-CNT
             IF CK-NAME(CKJ) = L-NAME(W-NUM - 1)
                AND CK-USED-SEC(CKJ) > PLAYER-BUDGET THEN
               MOVE CK-NAME(CKJ) TO CLOCK-LOSER
             END-IF
           END-PERFORM
             MOVE "T" TO END-REASON
           END-IF.

       FIND-PLAYER-BUDGET.
      *> CLOCK-NAMEの持ち時間。ハンデ戦で持ち時間を
      *> 削られた上手はHC-BUDGET
           MOVE RULE-BUDGET-SEC TO PLAYER-BUDGET
           IF HC-KIND = "T" AND CLOCK-NAME = HC-STRONG THEN
             MOVE HC-BUDGET TO PLAYER-BUDGET
           END-IF.

       LOG-PENALTY.
      * =========================================================
      * =  罰点1件を台帳へ追記し、累計が対局の      =
