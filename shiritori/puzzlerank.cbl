       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      PUZZLE-RANK.
      *> 詰めしりとりの月間ランキング。PUZZLE-LOG.TXT
      *> のうち出題日(PL-PZ-DATE)が対象月の行を解答
      *> 者ごとにまとめ、正解数の多い順、同数なら
      *> 正解までの合計秒の少ない順、さらに外れ
      *> (合法だが勝ち筋でない答えと反則の答え)の
      *> 少ない順に並べて PUZZRANK.TXT へ印字する。
      *> 対象月は引数YYYYMM(既定は今月)。解答者は
      *> SEASON-TABLEと同じくPLAYER-MASTERの登録IDへ
      *> 寄せる。一つの問題の正解は最初の1回だけ
      *> 数える。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-LOG ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE-LOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZRANK.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD PUZZLE-FILE.
       COPY "PUZZLE.CBF".

       FD PUZZLE-LOG.
       COPY "PUZZLE-LOG.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).
       01 RUN-PARM      PIC X(06).
       01 RANK-MONTH    PIC X(06).

      *> プレイヤー台帳
       01 PM-CNT        PIC 9(03) VALUE 0.
       01 PM-TBL.
           02 PM-ENTRY  OCCURS 1 TO 200 TIMES
                        DEPENDING ON PM-CNT INDEXED BY PMI.
             03 PMT-ID        PIC X(06).
             03 PMT-NAME      PIC X(20).

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

      *> 解答者別の集計。RKT-DONEは印字済みの印
       01 RK-CNT        PIC 9(04) VALUE 0.
       01 RK-TBL.
           02 RK-ENTRY  OCCURS 1 TO 1000 TIMES
                        DEPENDING ON RK-CNT INDEXED BY RKI.
             03 RKT-KEY       PIC X(20).
             03 RKT-NAME      PIC X(20).
             03 RKT-SOLVED    PIC 9(04).
             03 RKT-SECS      PIC 9(09).
             03 RKT-BEST      PIC 9(06).
             03 RKT-MISSES    PIC 9(05).
             03 RKT-GIVE-UPS  PIC 9(04).
             03 RKT-TRIED     PIC 9(04).
             03 RKT-DONE      PIC X(01).

      *> 解答者×問題の状態(挑戦した問題の数と、
      *> 正解を一度だけ数えるため)
      *>   PPT-STATE  SPACE = 挑戦中  "S" = 正解済み
      *>              "G" = 降参済み
       01 PP-CNT        PIC 9(05) VALUE 0.
       01 PP-TBL.
           02 PP-ENTRY  OCCURS 1 TO 20000 TIMES
                        DEPENDING ON PP-CNT INDEXED BY PPI.
             03 PPT-KEY       PIC X(20).
             03 PPT-PZ-ID     PIC 9(06).
             03 PPT-STATE     PIC X(01).
       01 FULL-FLG      PIC X VALUE LOW-VALUE.
        88 TABLE-FULL         VALUE HIGH-VALUE.

       01 PUZZLE-CNT    PIC 9(03) VALUE 0.
       01 LOG-CNT       PIC 9(06) VALUE 0.

      *> 印字
       01 BEST-IX       PIC 9(04).
       01 BEST-SOLVED   PIC 9(04).
       01 BEST-SECS     PIC 9(09).
       01 BEST-MISSES   PIC 9(05).
       01 RKJ           PIC 9(04).
       01 PLACE-NO      PIC 9(04) VALUE 0.
       01 PRINTED-CNT   PIC 9(04) VALUE 0.
       01 PREV-SOLVED   PIC 9(04).
       01 PREV-SECS     PIC 9(09).
       01 PREV-MISSES   PIC 9(05).
       01 PLACE-X       PIC ZZZ9.
       01 SOLVED-X      PIC ZZZ9.
       01 SECS-X        PIC ZZZZZZZZ9.
       01 AVG-W         PIC 9(06).
       01 AVG-X         PIC ZZZZZ9.
       01 BEST-X        PIC ZZZZZ9.
       01 MISSES-X      PIC ZZZZ9.
       01 GIVE-UPS-X    PIC ZZZ9.
       01 TRIED-X       PIC ZZZ9.
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM SET-MONTH
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM COUNT-PUZZLES
           PERFORM SCAN-PUZZLE-LOG
           PERFORM WRITE-REPORT
           STOP RUN.

       SET-MONTH.
      *> 引数に年月があればその月、なければ今月
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE SPACE TO RUN-PARM
           ACCEPT RUN-PARM FROM COMMAND-LINE
           MOVE CURR-DATE(1:6) TO RANK-MONTH
           IF RUN-PARM NUMERIC THEN
             IF RUN-PARM(5:2) >= "01" AND RUN-PARM(5:2) <= "12" THEN
               MOVE RUN-PARM TO RANK-MONTH
             END-IF
           END-IF.

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
                 ELSE
                   DISPLAY "!! 台帳の件数(200)超過"
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

       RESOLVE-PLAYER.
      *> 台帳に登録のある名前は登録IDをキーに、
      *> 表示を正式表示名へ寄せる
           MOVE NAME-TO-RESOLVE TO RESOLVED-KEY
           MOVE NAME-TO-RESOLVE TO RESOLVED-NAME
           IF PM-CNT > 0 THEN
             SET PMI TO 1
             SEARCH PM-ENTRY
               AT END
                 PERFORM RESOLVE-ALIAS
               WHEN PMT-NAME(PMI) = NAME-TO-RESOLVE
                 MOVE SPACE TO RESOLVED-KEY
                 MOVE PMT-ID(PMI) TO RESOLVED-KEY(1:6)
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

       COUNT-PUZZLES.
      *> 対象月に出題された問題の数(見出し用)
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-FILE
           PERFORM UNTIL EOF
             READ PUZZLE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PZ-DATE(1:6) = RANK-MONTH THEN
                   ADD 1 TO PUZZLE-CNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       SCAN-PUZZLE-LOG.
      * =========================================================
      * =  対象月の解答行を解答者別に積む           =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-LOG
           PERFORM UNTIL EOF
             READ PUZZLE-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PL-PZ-DATE(1:6) = RANK-MONTH THEN
                   PERFORM TALLY-ONE-ATTEMPT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-LOG
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-ONE-ATTEMPT.
      *> 出題の表示("V")は答えではない
           IF PL-RESULT = "V" THEN
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOG-CNT
           MOVE PL-NAME TO NAME-TO-RESOLVE
           PERFORM RESOLVE-PLAYER
           PERFORM FIND-OR-ADD-RANKER
           IF RKI = 0 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-PAIR
           IF PPI = 0 THEN
             EXIT PARAGRAPH
           END-IF
      *> 正解・降参の済んだ問題への後の行は数えない
           IF PPT-STATE(PPI) NOT = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           EVALUATE PL-RESULT
             WHEN "S"
               MOVE "S" TO PPT-STATE(PPI)
               ADD 1 TO RKT-SOLVED(RKI)
               IF PL-SECS NUMERIC THEN
                 ADD PL-SECS TO RKT-SECS(RKI)
                 IF RKT-SOLVED(RKI) = 1
                    OR PL-SECS < RKT-BEST(RKI) THEN
                   MOVE PL-SECS TO RKT-BEST(RKI)
                 END-IF
               END-IF
             WHEN "G"
               MOVE "G" TO PPT-STATE(PPI)
               ADD 1 TO RKT-GIVE-UPS(RKI)
             WHEN OTHER
               ADD 1 TO RKT-MISSES(RKI)
           END-EVALUATE.

       FIND-OR-ADD-RANKER.
      *> RESOLVED-KEYの行をRKIへ(表が一杯なら0)
           IF RK-CNT > 0 THEN
             SET RKI TO 1
             SEARCH RK-ENTRY
               AT END CONTINUE
               WHEN RKT-KEY(RKI) = RESOLVED-KEY
                 EXIT PARAGRAPH
             END-SEARCH
           END-IF
           IF RK-CNT >= 1000 THEN
             SET TABLE-FULL TO TRUE
             SET RKI TO 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO RK-CNT
           SET RKI TO RK-CNT
           MOVE RESOLVED-KEY  TO RKT-KEY(RKI)
           MOVE RESOLVED-NAME TO RKT-NAME(RKI)
           MOVE 0     TO RKT-SOLVED(RKI)
           MOVE 0     TO RKT-SECS(RKI)
           MOVE 0     TO RKT-BEST(RKI)
           MOVE 0     TO RKT-MISSES(RKI)
           MOVE 0     TO RKT-GIVE-UPS(RKI)
           MOVE 0     TO RKT-TRIED(RKI)
           MOVE SPACE TO RKT-DONE(RKI).

       FIND-OR-ADD-PAIR.
      *> 解答者×問題の行をPPIへ。初めての問題なら
      *> 挑戦数を数える(表が一杯なら0)
           IF PP-CNT > 0 THEN
             SET PPI TO 1
             SEARCH PP-ENTRY
               AT END CONTINUE
               WHEN PPT-KEY(PPI) = RESOLVED-KEY
                AND PPT-PZ-ID(PPI) = PL-PZ-ID
                 EXIT PARAGRAPH
             END-SEARCH
           END-IF
           IF PP-CNT >= 20000 THEN
             SET TABLE-FULL TO TRUE
             SET PPI TO 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO PP-CNT
           SET PPI TO PP-CNT
           MOVE RESOLVED-KEY TO PPT-KEY(PPI)
           MOVE PL-PZ-ID     TO PPT-PZ-ID(PPI)
           MOVE SPACE        TO PPT-STATE(PPI)
           ADD 1 TO RKT-TRIED(RKI).

       PUT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACE TO REPORT-LINE.

       WRITE-REPORT.
      * =========================================================
      * =  正解数・合計秒・外れの順に順位を付ける =
      * =========================================================
           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "=== 詰めしりとり 月間ランキング "
             RANK-MONTH(1:4) "年" RANK-MONTH(5:2) "月 ==="
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "出題 " PUZZLE-CNT " 問 / 解答者 " RK-CNT
             " 名 / 解答 " LOG-CNT " 件"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-LINE
           MOVE "順位" TO REPORT-LINE(1:)
           MOVE "名前" TO REPORT-LINE(7:)
           MOVE "正解" TO REPORT-LINE(29:)
           MOVE "合計秒" TO REPORT-LINE(35:)
           MOVE "平均秒" TO REPORT-LINE(47:)
           MOVE "最速秒" TO REPORT-LINE(57:)
           MOVE "外れ" TO REPORT-LINE(67:)
           MOVE "降参" TO REPORT-LINE(75:)
           MOVE "挑戦" TO REPORT-LINE(82:)
           PERFORM PUT-LINE
           PERFORM UNTIL PRINTED-CNT >= RK-CNT
             PERFORM PICK-NEXT-RANKER
             PERFORM WRITE-ONE-RANKER
           END-PERFORM
           IF RK-CNT = 0 THEN
             MOVE "(この月の解答はありません)"
               TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           IF TABLE-FULL THEN
             PERFORM PUT-LINE
             MOVE "!! 集計表が一杯のため一部の解答を"
               TO REPORT-LINE
             MOVE "数えていません" TO REPORT-LINE(50:)
             PERFORM PUT-LINE
           END-IF
           CLOSE REPORT-FILE.

       PICK-NEXT-RANKER.
      *> 未印字の行から、正解数が多く、合計秒が
      *> 少なく、外れが少ないものを選ぶ
           MOVE 0 TO BEST-IX
           PERFORM VARYING RKJ FROM 1 BY 1 UNTIL RKJ > RK-CNT
             IF RKT-DONE(RKJ) = SPACE THEN
               IF BEST-IX = 0
                  OR RKT-SOLVED(RKJ) > BEST-SOLVED
                  OR (RKT-SOLVED(RKJ) = BEST-SOLVED
                      AND RKT-SECS(RKJ) < BEST-SECS)
                  OR (RKT-SOLVED(RKJ) = BEST-SOLVED
                      AND RKT-SECS(RKJ) = BEST-SECS
                      AND RKT-MISSES(RKJ) < BEST-MISSES) THEN
                 MOVE RKJ TO BEST-IX
                 MOVE RKT-SOLVED(RKJ) TO BEST-SOLVED
                 MOVE RKT-SECS(RKJ)   TO BEST-SECS
                 MOVE RKT-MISSES(RKJ) TO BEST-MISSES
               END-IF
             END-IF
           END-PERFORM.

       WRITE-ONE-RANKER.
           SET RKI TO BEST-IX
           MOVE "Y" TO RKT-DONE(RKI)
           ADD 1 TO PRINTED-CNT
      *> 三つとも前の者と同じなら同順位
           IF PRINTED-CNT = 1
              OR RKT-SOLVED(RKI) NOT = PREV-SOLVED
              OR RKT-SECS(RKI)   NOT = PREV-SECS
              OR RKT-MISSES(RKI) NOT = PREV-MISSES THEN
             MOVE PRINTED-CNT TO PLACE-NO
           END-IF
           MOVE RKT-SOLVED(RKI) TO PREV-SOLVED
           MOVE RKT-SECS(RKI)   TO PREV-SECS
           MOVE RKT-MISSES(RKI) TO PREV-MISSES
           IF RKT-SOLVED(RKI) = 0 THEN
             MOVE 0 TO AVG-W
           ELSE
             COMPUTE AVG-W = RKT-SECS(RKI) / RKT-SOLVED(RKI)
           END-IF
           MOVE PLACE-NO          TO PLACE-X
           MOVE RKT-SOLVED(RKI)   TO SOLVED-X
           MOVE RKT-SECS(RKI)     TO SECS-X
           MOVE AVG-W             TO AVG-X
           MOVE RKT-BEST(RKI)     TO BEST-X
           MOVE RKT-MISSES(RKI)   TO MISSES-X
           MOVE RKT-GIVE-UPS(RKI) TO GIVE-UPS-X
           MOVE RKT-TRIED(RKI)    TO TRIED-X
           MOVE SPACE TO REPORT-LINE
           MOVE PLACE-X         TO REPORT-LINE(1:)
           MOVE RKT-NAME(RKI)   TO REPORT-LINE(7:)
           MOVE SOLVED-X        TO REPORT-LINE(29:)
           MOVE SECS-X          TO REPORT-LINE(35:)
           MOVE AVG-X           TO REPORT-LINE(47:)
           MOVE BEST-X          TO REPORT-LINE(57:)
           MOVE MISSES-X        TO REPORT-LINE(67:)
           MOVE GIVE-UPS-X      TO REPORT-LINE(75:)
           MOVE TRIED-X         TO REPORT-LINE(82:)
           PERFORM PUT-LINE.
