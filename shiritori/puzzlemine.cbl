       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      PUZZLE-MINE.
      *> 詰めしりとりの問題を実戦の連鎖から掘り出す
      *> 夜間バッチ。前回以降にGAME-RESULTへ載った
      *> 決着局(N/T/P/F/D、練習対局を除く)の連鎖を
      *> 退避(S-HIST)と現役(S-FILE)から集め、終盤の
      *> 局面を終わりから遡って調べる。局面の候補
      *> (要求かなで始まる未使用の辞書語。しばりと
      *> 「ん」のルールを守るもの)ごとに、SHIRITORI
      *> のCOUNT-CANDIDATESと同じ数え方で次の手番の
      *> 続く語を数え、0語(CHECK-DEAD-ENDなら辞書
      *> 切れで勝ち)になる語を「勝ち筋」とする:
      *>   M = 勝ち筋が1-2語だけある(詰み)
      *>   K = そもそも続けられる語が1-2語だけ
      *>       (生き残り)
      *> 一局から一問、最も終わりに近い局面を採り、
      *> PUZZLE.TXTに問題行を、PUZZLE-CHAIN.TXTに
      *> そこまでの連鎖を追記する。ルールとしばりは
      *> その対局のGAME-PROFの写し。出題日は一日
      *> 一問ずつ、今日以降の空いた日を順に振る。
      *> 処理済みの結果行数は PUZZLE-CKPT.TXT に
      *> 覚えておき、次回はその続きから読む。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL S-FILE ASSIGN TO "G:\COBOL\SHIRITORI.TXT"
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS S-KEY.

        SELECT OPTIONAL S-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\S-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL S-GAME-IDX ASSIGN
            "..\04 SHIRITORI_COMMON\S-GAME-IDX.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-RESULT ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-PROF ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT ALLOW-LIST ASSIGN "..\04 SHIRITORI_COMMON\ALLOW-LIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT RULES-FILE ASSIGN "..\04 SHIRITORI_COMMON\RULES.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT WORD-DICT-IX ASSIGN
            "..\04 SHIRITORI_COMMON\WORD-DICT.IDX"
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS DIX-WORD.

        SELECT OPTIONAL PUZZLE-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-CHAIN ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE-CHAIN.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-CKPT ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE-CKPT.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD S-FILE.
       COPY "S-FILE.CBF".

       FD S-HIST.
       COPY "S-HIST.CBF".

       FD S-GAME-IDX.
       COPY "S-GAME-IDX.CBF".

       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".

       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

       FD RULES-FILE.
       COPY "RULES.CBF".

       FD WORD-DICT-IX.
       COPY "DICT-IX.CBF".

       FD PUZZLE-FILE.
       COPY "PUZZLE.CBF".

       FD PUZZLE-CHAIN.
       COPY "PUZZLE-CHAIN.CBF".

       FD PUZZLE-CKPT.
       COPY "PUZZLE-CKPT.CBF".
       WORKING-STORAGE          SECTION.
       01 S-KEY         PIC 9(09).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).
       01 DICT-NOW      PIC X(21).
       01 TODAY         PIC 9(08).

       78 KANA-N        VALUE X"82F1".

      *> 掘り出しの目安
      *>   PZ-LOOK-BACK  終局から遡って調べる局面の数
      *>   PZ-WIN-MAX    勝ち筋がこの語数以下なら問題
      *>   PZ-CAND-MAX   候補がこれを超える局面は
      *>                 問題にしない(広すぎる)
       78 PZ-LOOK-BACK  VALUE 6.
       78 PZ-WIN-MAX    VALUE 2.
       78 PZ-CAND-MAX   VALUE 200.

       01 ALLOW-TBL.
           02 A         PIC X(02) OCCURS 100 INDEXED PA.
           02 B         PIC X(02) OCCURS 100 INDEXED PB.

       01 DEF-RULES.
           02 DEF-N-ENDING       PIC X(01).
           02 DEF-CHOONPU-MORA   PIC X(01).
           02 FILLER             PIC X(18).
       01 RULE-N-ENDING     PIC X(01).
       01 RULE-CHOONPU-MORA PIC X(01).
       01 GAME-THEME        PIC X(10).
       01 PROF-FOUND-FLG    PIC X VALUE LOW-VALUE.
        88 PROF-FOUND            VALUE HIGH-VALUE.

      *> 語の分割(SHIRITORIと同じ2バイト升目)
       01 STR-TMP.
           02 C         PIC X(02) OCCURS 25 INDEXED BY P.
       01 STR-TMP2.
           02 D         PIC X(02) OCCURS 25 INDEXED BY Q.

      *> チェックポイント
       01 ROWS-DONE     PIC 9(09) VALUE 0.
       01 ROW-NO        PIC 9(09) VALUE 0.

      *> 今回掘る対局(前回以降の決着行)
       01 TG-CNT        PIC 9(03) VALUE 0.
       01 TG-TBL.
           02 TG-ENTRY  OCCURS 1 TO 500 TIMES
                        DEPENDING ON TG-CNT INDEXED BY TGI.
             03 TGT-GAME-ID   PIC X(10).
             03 TGT-REASON    PIC X(01).
      *>     "Y" = 既に問題にした対局
             03 TGT-DONE      PIC X(01).
             03 TGT-FIRST     PIC 9(05).
             03 TGT-LAST      PIC 9(05).
       01 TG-FULL-FLG   PIC X VALUE LOW-VALUE.
        88 TG-FULL            VALUE HIGH-VALUE.
       01 CUR-TG        PIC 9(03).

      *> 対象局の語(退避を先、現役を後に読むので
      *> 着手順)。WTT-NEXTで同じ対局の次の語へ
       01 WT-CNT        PIC 9(05) VALUE 0.
       01 WT-TBL.
           02 WT-ENTRY  OCCURS 1 TO 30000 TIMES
                        DEPENDING ON WT-CNT.
             03 WTT-WORD      PIC X(50).
             03 WTT-NAME      PIC X(20).
             03 WTT-NEXT      PIC 9(05).
       01 WT-FULL-FLG   PIC X VALUE LOW-VALUE.
        88 WT-FULL            VALUE HIGH-VALUE.
       01 LOC-GAME-ID   PIC X(10).
       01 ADD-WORD      PIC X(50).
       01 ADD-NAME      PIC X(20).
       01 CI            PIC 9(05).

      *> 一局の連鎖。局面を調べる間はCH-CNTを
      *> その局面までの語数に絞り、SEARCHが
      *> 「使用済み」をそこまでで見るようにする
       01 CH-ALL        PIC 9(05).
       01 CH-CNT        PIC 9(05) VALUE 0.
       01 CH-TBL.
           02 CH-ENTRY  OCCURS 1 TO 10000 TIMES
                        DEPENDING ON CH-CNT INDEXED BY CHI.
             03 CHT-WORD      PIC X(50).
             03 CHT-NAME      PIC X(20).
       01 POS-K         PIC 9(05).
       01 POS-STOP      PIC 9(05).
       01 PLAYED-WORD   PIC X(50).
       01 PUZZLE-HIT-FLG PIC X VALUE LOW-VALUE.
        88 PUZZLE-HIT         VALUE HIGH-VALUE.

      *> 局面の候補と、その後に続く語の有無
       01 REQ-KANA      PIC X(02).
       01 CD-CNT        PIC 9(03) VALUE 0.
       01 CD-TBL.
           02 CD-ENTRY  OCCURS 1 TO 200 TIMES
                        DEPENDING ON CD-CNT INDEXED BY CDI.
             03 CD-WORD       PIC X(50).
             03 CD-FOLLOW     PIC 9(05).
       01 CD-OVER-FLG   PIC X VALUE LOW-VALUE.
        88 CD-OVER            VALUE HIGH-VALUE.
       01 CDJ           PIC 9(03).
       01 WIN-CNT       PIC 9(03).
       01 PUZ-KIND      PIC X(01).
       01 DIX-EOF-FLG   PIC X VALUE LOW-VALUE.
        88 DIX-EOF            VALUE HIGH-VALUE.
       01 LIVE-STATUS   PIC X(01).
       01 LIVE-CAT      PIC X(10).
       01 FOLLOW-KANA   PIC X(02).
       01 FOLLOW-CNT    PIC 9(05).

      *> 問題の採番と出題日
       01 LAST-PZ-ID    PIC 9(06) VALUE 0.
       01 LAST-PZ-DATE  PIC 9(08) VALUE 0.
       01 NEXT-PZ-DATE  PIC 9(08).
       01 DATE-INT      PIC 9(08).
       01 MINED-CNT     PIC 9(05) VALUE 0.
       01 SEEN-CNT      PIC 9(05) VALUE 0.
       PROCEDURE                DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:8) TO TODAY
           MOVE CURR-DATE TO DICT-NOW
           PERFORM ALLOW-INIT
           PERFORM RULES-INIT
           PERFORM READ-CHECKPOINT
           PERFORM SCAN-GAME-RESULT
           PERFORM LOAD-PUZZLES
           PERFORM LOAD-WORDS
           OPEN INPUT WORD-DICT-IX
           PERFORM VARYING CUR-TG FROM 1 BY 1 UNTIL CUR-TG > TG-CNT
             IF TGT-DONE(CUR-TG) NOT = "Y" THEN
               PERFORM MINE-ONE-GAME
             END-IF
           END-PERFORM
           CLOSE WORD-DICT-IX
           PERFORM SAVE-CHECKPOINT
           IF WT-FULL THEN
             DISPLAY "!! 語の表(30000)が一杯: 一部の対局の"
                     "連鎖は途中までで調べました"
           END-IF
           DISPLAY "詰めしりとり: 対象 " SEEN-CNT " 局から "
                   MINED-CNT " 問 (通算処理行 " ROW-NO " 行)"
           STOP RUN.

       ALLOW-INIT.
           OPEN INPUT ALLOW-LIST
           READ ALLOW-LIST INTO ALLOW-TBL
           CLOSE ALLOW-LIST.

       RULES-INIT.
      *> GAME-PROFにルール欄のない旧形式の対局用
           OPEN INPUT RULES-FILE
           READ RULES-FILE INTO DEF-RULES
           CLOSE RULES-FILE.

       READ-CHECKPOINT.
      * =========================================================
      * =  前回処理済みのGAME-RESULT行数を読み取る  =
      * =========================================================
           MOVE 0 TO ROWS-DONE
           OPEN INPUT PUZZLE-CKPT
           READ PUZZLE-CKPT
             AT END
               CONTINUE
             NOT AT END
               IF PZK-ROWS-DONE IS NUMERIC THEN
                 MOVE PZK-ROWS-DONE TO ROWS-DONE
               END-IF
           END-READ
           CLOSE PUZZLE-CKPT.

       SCAN-GAME-RESULT.
      * =========================================================
      * =  続きの結果行から決着局を対象表へ。       =
      * =  表が一杯になったらそこで止め、残りは =
      * =  次回に回す                                =
      * =========================================================
           MOVE 0 TO ROW-NO
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF
             READ GAME-RESULT
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO ROW-NO
                 IF ROW-NO > ROWS-DONE THEN
                   PERFORM TAKE-ONE-RESULT
                   IF TG-FULL THEN
                     SUBTRACT 1 FROM ROW-NO
                     SET EOF TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-RESULT
           MOVE LOW-VALUE TO EOF-FLG.

       TAKE-ONE-RESULT.
           IF GR-PRACTICE = "Y" THEN
             EXIT PARAGRAPH
           END-IF
           IF GR-END-REASON NOT = "N" AND NOT = "T" AND NOT = "P"
              AND NOT = "F" AND NOT = "D" THEN
             EXIT PARAGRAPH
           END-IF
           IF TG-CNT > 0 THEN
             SET TGI TO 1
             SEARCH TG-ENTRY
               AT END CONTINUE
               WHEN TGT-GAME-ID(TGI) = GR-GAME-ID
                 EXIT PARAGRAPH
             END-SEARCH
           END-IF
           IF TG-CNT >= 500 THEN
             SET TG-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO TG-CNT
           MOVE GR-GAME-ID    TO TGT-GAME-ID(TG-CNT)
           MOVE GR-END-REASON TO TGT-REASON(TG-CNT)
           MOVE SPACE         TO TGT-DONE(TG-CNT)
           MOVE 0             TO TGT-FIRST(TG-CNT)
           MOVE 0             TO TGT-LAST(TG-CNT).

       LOAD-PUZZLES.
      * =========================================================
      * =  既存の問題: 最後の番号と出題日を取り、    =
      * =  問題にした対局は二度掘らない             =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-FILE
           PERFORM UNTIL EOF
             READ PUZZLE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PZ-ID NUMERIC AND PZ-ID > LAST-PZ-ID THEN
                   MOVE PZ-ID TO LAST-PZ-ID
                 END-IF
                 IF PZ-DATE NUMERIC THEN
                   IF PZ-DATE > LAST-PZ-DATE THEN
                     MOVE PZ-DATE TO LAST-PZ-DATE
                   END-IF
                 END-IF
                 IF TG-CNT > 0 THEN
                   SET TGI TO 1
                   SEARCH TG-ENTRY
                     AT END CONTINUE
                     WHEN TGT-GAME-ID(TGI) = PZ-GAME-ID
                       MOVE "Y" TO TGT-DONE(TGI)
                   END-SEARCH
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       LOAD-WORDS.
      * =========================================================
      * =  対象局の言葉を語の表へ積む: 退避(S-HIST) =
      * =  を先に、現役(S-FILE)は対局索引の順に      =
      * =========================================================
           IF TG-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-HIST
           PERFORM UNTIL EOF
             READ S-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE H-GAME-ID TO LOC-GAME-ID
                 MOVE H-WORD    TO ADD-WORD
                 MOVE H-NAME    TO ADD-NAME
                 PERFORM ADD-CHAIN-WORD
             END-READ
           END-PERFORM
           CLOSE S-HIST

           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-FILE
           OPEN INPUT S-GAME-IDX
           PERFORM UNTIL EOF
             READ S-GAME-IDX
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE SGI-KEY TO S-KEY
                 READ S-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF S-GAME-ID = SGI-GAME-ID
                        AND S-KIND = SPACE THEN
                       MOVE S-GAME-ID TO LOC-GAME-ID
                       MOVE S-WORD    TO ADD-WORD
                       MOVE S-NAME    TO ADD-NAME
                       PERFORM ADD-CHAIN-WORD
                     END-IF
                 END-READ
             END-READ
           END-PERFORM
           CLOSE S-GAME-IDX
           CLOSE S-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       ADD-CHAIN-WORD.
      *> 対象局で、まだ問題にしていない対局の語
      *> だけを積む
           SET TGI TO 1
           SEARCH TG-ENTRY
             AT END
               EXIT PARAGRAPH
             WHEN TGT-GAME-ID(TGI) = LOC-GAME-ID
               CONTINUE
           END-SEARCH
           IF TGT-DONE(TGI) = "Y" THEN
             EXIT PARAGRAPH
           END-IF
           IF WT-CNT >= 30000 THEN
             SET WT-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WT-CNT
           MOVE ADD-WORD TO WTT-WORD(WT-CNT)
           MOVE ADD-NAME TO WTT-NAME(WT-CNT)
           MOVE 0        TO WTT-NEXT(WT-CNT)
           IF TGT-LAST(TGI) > 0 THEN
             MOVE WT-CNT TO WTT-NEXT(TGT-LAST(TGI))
           ELSE
             MOVE WT-CNT TO TGT-FIRST(TGI)
           END-IF
           MOVE WT-CNT TO TGT-LAST(TGI).

       MINE-ONE-GAME.
      * =========================================================
      * =  一局: 連鎖を組み、終局から遡って最初に   =
      * =  見つかった問題局面を書く                  =
      * =========================================================
           ADD 1 TO SEEN-CNT
           MOVE 0 TO CH-CNT
           MOVE TGT-FIRST(CUR-TG) TO CI
           PERFORM UNTIL CI = 0 OR CH-CNT >= 10000
             ADD 1 TO CH-CNT
             MOVE WTT-WORD(CI) TO CHT-WORD(CH-CNT)
             MOVE WTT-NAME(CI) TO CHT-NAME(CH-CNT)
             MOVE WTT-NEXT(CI) TO CI
           END-PERFORM
           IF CH-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE CH-CNT TO CH-ALL
           PERFORM RESOLVE-GAME-RULES
      *> 終局の局面(最後の語の次)から遡る。辞書
      *> 切れ(D)の最後の局面は候補0なので外れる
           MOVE CH-ALL TO POS-K
           IF CH-ALL > PZ-LOOK-BACK THEN
             COMPUTE POS-STOP = CH-ALL - PZ-LOOK-BACK + 1
           ELSE
             MOVE 1 TO POS-STOP
           END-IF
           MOVE LOW-VALUE TO PUZZLE-HIT-FLG
           PERFORM UNTIL PUZZLE-HIT OR POS-K < POS-STOP
      *> 実戦でこの局面に指された語(終局の局面は
      *> なし)。CH-CNTを絞る前に取る
             MOVE SPACE TO PLAYED-WORD
             IF POS-K < CH-ALL THEN
               MOVE CHT-WORD(POS-K + 1) TO PLAYED-WORD
             END-IF
             MOVE POS-K TO CH-CNT
             PERFORM JUDGE-POSITION
             IF PUZZLE-HIT THEN
               PERFORM WRITE-PUZZLE
             END-IF
             SUBTRACT 1 FROM POS-K
           END-PERFORM
           MOVE CH-ALL TO CH-CNT.

       RESOLVE-GAME-RULES.
      * =========================================================
      * =  対局プロフィールの最初の行(作成者の行)   =
      * =  のルールとしばり。ルール欄のない旧形式   =
      * =  の行と行のない対局はRULES.TXTの既定値    =
      * =========================================================
           MOVE DEF-N-ENDING     TO RULE-N-ENDING
           MOVE DEF-CHOONPU-MORA TO RULE-CHOONPU-MORA
           MOVE SPACE TO GAME-THEME
           MOVE LOW-VALUE TO PROF-FOUND-FLG
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF OR PROF-FOUND
             READ GAME-PROF
               AT END SET EOF TO TRUE
               NOT AT END
                 IF GP-GAME-ID = TGT-GAME-ID(CUR-TG) THEN
                   MOVE GP-THEME TO GAME-THEME
                   IF GP-N-ENDING NOT = SPACE THEN
                     MOVE GP-N-ENDING     TO RULE-N-ENDING
                     MOVE GP-CHOONPU-MORA TO RULE-CHOONPU-MORA
                   END-IF
                   SET PROF-FOUND TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-PROF
           MOVE LOW-VALUE TO EOF-FLG.

       JUDGE-POSITION.
      * =========================================================
      * =  CH-CNT語まで進んだ局面: 候補を集め、各々  =
      * =  の後に続く語があるかを数える             =
      * =========================================================
           MOVE LOW-VALUE TO PUZZLE-HIT-FLG
           MOVE CHT-WORD(CH-CNT) TO STR-TMP
           PERFORM FIND-CHAR
           IF P = 0 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE C(P) TO REQ-KANA
           PERFORM GATHER-CANDIDATES
           IF CD-OVER OR CD-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WIN-CNT
           PERFORM VARYING CDJ FROM 1 BY 1 UNTIL CDJ > CD-CNT
             MOVE CD-WORD(CDJ) TO STR-TMP
             PERFORM FIND-CHAR
             IF P = 0 THEN
               MOVE SPACE TO FOLLOW-KANA
             ELSE
               MOVE C(P) TO FOLLOW-KANA
             END-IF
             PERFORM COUNT-CANDIDATES
             MOVE FOLLOW-CNT TO CD-FOLLOW(CDJ)
             IF FOLLOW-CNT = 0 THEN
               ADD 1 TO WIN-CNT
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WIN-CNT > 0 AND WIN-CNT <= PZ-WIN-MAX
                  AND CD-CNT > WIN-CNT
               MOVE "M" TO PUZ-KIND
               SET PUZZLE-HIT TO TRUE
             WHEN CD-CNT <= PZ-WIN-MAX
               MOVE "K" TO PUZ-KIND
               SET PUZZLE-HIT TO TRUE
           END-EVALUATE.

       GATHER-CANDIDATES.
      *> REQ-KANAで始まる、今日の辞書で使用中の
      *> 語のうち、しばり分類に合い、この局面まで
      *> の連鎖にない語。「ん」で終わる語は全面
      *> 解禁"A"のルール以外では答えにならない
      *> (負け・罰点になる)ので入れない
           MOVE 0 TO CD-CNT
           MOVE LOW-VALUE TO CD-OVER-FLG
           MOVE LOW-VALUE TO DIX-EOF-FLG
           MOVE SPACE TO DIX-WORD
           MOVE REQ-KANA TO DIX-WORD(1:2)
           START WORD-DICT-IX KEY NOT < DIX-WORD
             INVALID KEY
               SET DIX-EOF TO TRUE
           END-START
           PERFORM UNTIL DIX-EOF OR CD-OVER
             READ WORD-DICT-IX NEXT
               AT END SET DIX-EOF TO TRUE
               NOT AT END
                 IF DIX-WORD(1:2) NOT = REQ-KANA THEN
                   SET DIX-EOF TO TRUE
                 ELSE
                   PERFORM CONSIDER-CANDIDATE
                 END-IF
             END-READ
           END-PERFORM
           MOVE LOW-VALUE TO DIX-EOF-FLG.

       CONSIDER-CANDIDATE.
           PERFORM RESOLVE-DICT-ENTRY
           IF LIVE-STATUS NOT = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           IF GAME-THEME NOT = SPACE
              AND LIVE-CAT NOT = GAME-THEME THEN
             EXIT PARAGRAPH
           END-IF
           IF RULE-N-ENDING NOT = "A" THEN
             MOVE DIX-WORD TO STR-TMP2
             PERFORM FIND-CHAR2
             IF Q > 0 THEN
               IF D(Q) = KANA-N THEN
                 EXIT PARAGRAPH
               END-IF
             END-IF
           END-IF
           SET CHI TO 1
           SEARCH CH-ENTRY
             AT END
               IF CD-CNT >= PZ-CAND-MAX THEN
                 SET CD-OVER TO TRUE
               ELSE
                 ADD 1 TO CD-CNT
                 MOVE DIX-WORD TO CD-WORD(CD-CNT)
                 MOVE 0        TO CD-FOLLOW(CD-CNT)
               END-IF
             WHEN CHT-WORD(CHI) = DIX-WORD
               CONTINUE
           END-SEARCH.

       COUNT-CANDIDATES.
      *> SHIRITORIのCOUNT-CANDIDATESと同じ数え方:
      *> FOLLOW-KANAで始まる使用中の(しばりに合う)
      *> 辞書語のうち連鎖にないもの。答えの語
      *> 自身も指された後は使用済みになるので
      *> 数えない。0か否かだけ分かればよいので
      *> 1語見つけたら打ち切る
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
                      AND DIX-WORD NOT = CD-WORD(CDJ)
                      AND (GAME-THEME = SPACE
                           OR LIVE-CAT = GAME-THEME) THEN
                     SET CHI TO 1
                     SEARCH CH-ENTRY
                       AT END
                         ADD 1 TO FOLLOW-CNT
                       WHEN CHT-WORD(CHI) = DIX-WORD
                         CONTINUE
                     END-SEARCH
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE LOW-VALUE TO DIX-EOF-FLG.

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

       FIND-CHAR.
       *> =========================================================
       *> =    find the position of the previous word's last mora  =
       *> =========================================================
           PERFORM VARYING P FROM 1 BY 1 UNTIL C(P) = SPACE
             CONTINUE
           END-PERFORM
           SET P DOWN BY 1

         *> RULE-CHOONPU-MORA = "S" skips small kana / choonpu
           IF RULE-CHOONPU-MORA = "S" THEN
             PERFORM VARYING P FROM P BY -1 UNTIL P = 0
               SET PB TO 1
               SEARCH B
                AT END
                 EXIT PERFORM
                WHEN B(PB) = C(P)
                 CONTINUE
               END-SEARCH
             END-PERFORM
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

       WRITE-PUZZLE.
      * =========================================================
      * =  問題行と、その局面までの連鎖を追記する。=
      * =  出題日は最後の出題日の翌日(今日より前   =
      * =  なら今日)                                 =
      * =========================================================
           IF LAST-PZ-DATE < TODAY THEN
             MOVE TODAY TO NEXT-PZ-DATE
           ELSE
             COMPUTE DATE-INT =
               FUNCTION INTEGER-OF-DATE(LAST-PZ-DATE) + 1
             MOVE FUNCTION DATE-OF-INTEGER(DATE-INT)
               TO NEXT-PZ-DATE
           END-IF
           ADD 1 TO LAST-PZ-ID
           MOVE NEXT-PZ-DATE TO LAST-PZ-DATE

           INITIALIZE PUZZLE-REC
           MOVE LAST-PZ-ID          TO PZ-ID
           MOVE NEXT-PZ-DATE        TO PZ-DATE
           MOVE TGT-GAME-ID(CUR-TG) TO PZ-GAME-ID
           MOVE CH-CNT              TO PZ-WNUM
           MOVE TGT-REASON(CUR-TG)  TO PZ-END-REASON
           MOVE PUZ-KIND            TO PZ-KIND
           MOVE GAME-THEME          TO PZ-THEME
           MOVE RULE-N-ENDING       TO PZ-N-ENDING
           MOVE RULE-CHOONPU-MORA   TO PZ-CHOONPU-MORA
           MOVE REQ-KANA            TO PZ-REQ-KANA
           MOVE CD-CNT              TO PZ-CAND-CNT
           MOVE 0                   TO PZ-WIN-CNT
      *> 詰みは後続0語の候補、生き残りは候補全部
           PERFORM VARYING CDJ FROM 1 BY 1 UNTIL CDJ > CD-CNT
             IF PUZ-KIND = "K" OR CD-FOLLOW(CDJ) = 0 THEN
               ADD 1 TO PZ-WIN-CNT
               MOVE CD-WORD(CDJ) TO PZ-WIN-WORD(PZ-WIN-CNT)
             END-IF
           END-PERFORM
           MOVE PLAYED-WORD         TO PZ-PLAYED
           MOVE CURR-DATE(1:14)     TO PZ-MINED-AT
           OPEN EXTEND PUZZLE-FILE
           WRITE PUZZLE-REC
           CLOSE PUZZLE-FILE

           OPEN EXTEND PUZZLE-CHAIN
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CH-CNT
             MOVE LAST-PZ-ID   TO PC-PZ-ID
             MOVE CI           TO PC-SEQ
             MOVE CHT-WORD(CI) TO PC-WORD
             MOVE CHT-NAME(CI) TO PC-NAME
             WRITE PUZZLE-CHAIN-REC
           END-PERFORM
           CLOSE PUZZLE-CHAIN
           ADD 1 TO MINED-CNT
           DISPLAY "問題 " PZ-ID " (" PZ-DATE ") 対局 "
                   PZ-GAME-ID " " PZ-WNUM " 手目の後 "
                   PZ-KIND " 勝ち筋 " PZ-WIN-CNT " / 候補 "
                   PZ-CAND-CNT.

       SAVE-CHECKPOINT.
      * =========================================================
      * =  処理済み行数を次回再開用に書き戻す。      =
      * =  問題を書き終えてから: 途中で落ちたら同じ =
      * =  行を掘り直すが、問題にした対局は         =
      * =  LOAD-PUZZLESで外れるので重ならない       =
      * =========================================================
           MOVE ROW-NO TO PZK-ROWS-DONE
           OPEN OUTPUT PUZZLE-CKPT
           WRITE PZK-REC
           CLOSE PUZZLE-CKPT.
