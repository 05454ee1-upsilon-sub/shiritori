       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      NIGHT-BATCH.
      *> 夜間バッチの実行管理。GAME-CLOSE・FILE-AUDIT・
      *> RATING-CALC・SEASON-TABLE・TOURNEY突き合わせ・
      *> WORD-STATS・PUZZLE-MINEをこの順に起動し、
      *> 工程ごとの開始・
      *> 終了の時刻、戻り値、件数をRUN-CTL.TXTへ
      *> 追記する。異常終了の後に起動し直すと、
      *> 終わっていない最初の工程から続ける
      *> (終わった工程は二度と流さない)。
      *> FILE-AUDITが例外を出したとき、または
      *> REWRITE-JNLに"W"のままの対象があるときは、
      *> 後続の工程を保留する。
      *> 運用担当がサインする1枚の実行記録を
      *> RUNLOG.TXTへ印字する。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL RUN-CTL ASSIGN
            "..\04 SHIRITORI_COMMON\RUN-CTL.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL REWRITE-JNL ASSIGN
            "..\04 SHIRITORI_COMMON\REWRITE-JNL.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL S-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\S-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL AUDIT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\AUDIT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RATING-CKPT ASSIGN
            "..\04 SHIRITORI_COMMON\RATING-CKPT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL SEASON-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\SEASON-FILE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL TOURN-FIXTURE ASSIGN
            "..\04 SHIRITORI_COMMON\TOURN-FIXTURE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL WSTAT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\WORDSTATS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\PUZZLE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\RUNLOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD RUN-CTL.
       COPY "RUN-CTL.CBF".

       FD REWRITE-JNL.
       COPY "REWRITE-JNL.CBF".

       FD S-HIST.
       COPY "S-HIST.CBF".

       FD AUDIT-FILE.
       01 AUDIT-LINE    PIC X(200).

       FD RATING-CKPT.
       COPY "RATING-CKPT.CBF".

       FD SEASON-FILE.
       COPY "SEASON.CBF".

       FD TOURN-FIXTURE.
       COPY "TOURN-FIXTURE.CBF".

       FD WSTAT-FILE.
       01 WSTAT-LINE    PIC X(200).

       FD PUZZLE-FILE.
       COPY "PUZZLE.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).
       01 TODAY         PIC X(08).
       01 NOW-STAMP     PIC X(14).

      *> 夜間の工程表(実行順)。件数はその工程が
      *> 書き終えたファイルを数える
       78 STEP-MAX      VALUE 7.
       01 STEP-TBL.
           02 STEP-DEF  OCCURS 7 INDEXED BY SDI.
             03 SD-NAME       PIC X(12).
             03 SD-CMD        PIC X(30).
             03 SD-CNT-LABEL  PIC X(18).

      *> 対象の実行(RUN-CTLの最新の実行)の工程別の状態
       01 RUN-ID.
           02 RUN-DATE      PIC X(08).
           02 RUN-SEQ       PIC 9(02).
       01 NEWEST-ID.
           02 NEWEST-DATE   PIC X(08).
           02 NEWEST-SEQ    PIC 9(02).
       01 RUN-DONE-FLG  PIC X VALUE LOW-VALUE.
        88 RUN-COMPLETE       VALUE HIGH-VALUE.
       01 RESUMED-FLG   PIC X VALUE LOW-VALUE.
        88 RUN-RESUMED        VALUE HIGH-VALUE.
       01 ST-TBL.
           02 ST-ENTRY  OCCURS 7 INDEXED BY STI.
      *>     ST-EVENT  その工程の最新の行(RC-EVENT)、
      *>               SPACE = まだ起動していない
             03 ST-EVENT      PIC X(01).
             03 ST-START      PIC X(14).
             03 ST-END        PIC X(14).
             03 ST-RETURN     PIC 9(04).
             03 ST-COUNT      PIC 9(09).
             03 ST-NOTE       PIC X(40).
             03 ST-TRIES      PIC 9(02).
       01 FIRST-STEP    PIC 9(02).

      *> 保留: 立ったら以降の工程は起動しない
       01 HOLD-FLG      PIC X VALUE LOW-VALUE.
        88 HOLD-ON            VALUE HIGH-VALUE.
       01 HOLD-NOTE     PIC X(40).
       01 ABEND-FLG     PIC X VALUE LOW-VALUE.
        88 STEP-ABENDED       VALUE HIGH-VALUE.

      *> 工程の起動
       01 CMD-LINE      PIC X(40).
       01 STEP-RC       PIC S9(09).
       01 STEP-COUNT    PIC 9(09).

      *> RUN-CTLへ書く1行の受け渡し域
       01 PUT-EVENT     PIC X(01).
       01 PUT-RETURN    PIC 9(04).
       01 PUT-NOTE      PIC X(40).

      *> 書き戻しジャーナルの対象別の最新段階
      *> (FILE-AUDITと同じ畳み方)
       01 JT-CNT        PIC 9(02) VALUE 0.
       01 JT-TBL.
           02 JT-ENTRY  OCCURS 1 TO 10 TIMES
                        DEPENDING ON JT-CNT INDEXED BY JTI.
             03 JT-TARGET     PIC X(12).
             03 JT-PHASE      PIC X(01).
             03 JT-TIME       PIC X(14).
       01 JTJ           PIC 9(02).

      *> 実行記録の編集
       01 STATUS-TEXT   PIC X(15).
       01 STEP-NO-ED    PIC 9(02).
       01 RUN-TRIES     PIC 9(02).
       PROCEDURE                DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:8) TO TODAY
           PERFORM STEP-INIT
           PERFORM LOAD-RUN-CTL
           PERFORM CHOOSE-RUN
           PERFORM VARYING STI FROM FIRST-STEP BY 1
               UNTIL STI > STEP-MAX
             SET SDI TO STI
             PERFORM DO-ONE-STEP
           END-PERFORM
           PERFORM CHECK-RUN-COMPLETE
           PERFORM WRITE-RUN-LOG
      *> 戻り値: 0 = 全工程完了、4 = 保留あり、
      *> 8 = 異常終了あり
           EVALUATE TRUE
             WHEN STEP-ABENDED
               MOVE 8 TO RETURN-CODE
             WHEN HOLD-ON
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       STEP-INIT.
           MOVE "GAME-CLOSE"   TO SD-NAME(1)
           MOVE "gameclose"    TO SD-CMD(1)
           MOVE "退避済み語数" TO SD-CNT-LABEL(1)
           MOVE "FILE-AUDIT"   TO SD-NAME(2)
           MOVE "fileaudit"    TO SD-CMD(2)
           MOVE "監査例外数"   TO SD-CNT-LABEL(2)
           MOVE "RATING-CALC"  TO SD-NAME(3)
           MOVE "ratingcalc"   TO SD-CMD(3)
           MOVE "評価済み結果" TO SD-CNT-LABEL(3)
           MOVE "SEASON-TABLE" TO SD-NAME(4)
           MOVE "seasontable"  TO SD-CMD(4)
           MOVE "成績表行数"   TO SD-CNT-LABEL(4)
           MOVE "TOURNEY"      TO SD-NAME(5)
           MOVE "tourney RECONCILE" TO SD-CMD(5)
           MOVE "組み合わせ数" TO SD-CNT-LABEL(5)
           MOVE "WORD-STATS"   TO SD-NAME(6)
           MOVE "wordstats"    TO SD-CMD(6)
           MOVE "集計表行数"   TO SD-CNT-LABEL(6)
           MOVE "PUZZLE-MINE"  TO SD-NAME(7)
           MOVE "puzzlemine"   TO SD-CMD(7)
           MOVE "問題数"       TO SD-CNT-LABEL(7).

       LOAD-RUN-CTL.
      * =========================================================
      * =  RUN-CTLを全件読み、最新の実行の工程別の   =
      * =  状態を畳む(古い実行の行は読み捨てる)     =
      * =========================================================
           MOVE SPACE TO NEWEST-ID
           MOVE SPACE TO ST-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RUN-CTL
           PERFORM UNTIL EOF
             READ RUN-CTL
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RC-RUN-ID > NEWEST-ID THEN
                   MOVE RC-RUN-ID TO NEWEST-ID
                   MOVE SPACE TO ST-TBL
                   MOVE LOW-VALUE TO RUN-DONE-FLG
                 END-IF
                 IF RC-RUN-ID = NEWEST-ID THEN
                   PERFORM FOLD-RUN-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUN-CTL
           MOVE LOW-VALUE TO EOF-FLG.

       FOLD-RUN-ROW.
           IF RC-EVENT = "Z" THEN
             SET RUN-COMPLETE TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF RC-STEP-NO < 1 OR RC-STEP-NO > STEP-MAX THEN
             EXIT PARAGRAPH
           END-IF
           SET STI TO RC-STEP-NO
           EVALUATE RC-EVENT
             WHEN "S"
               IF ST-TRIES(STI) NOT NUMERIC THEN
                 MOVE 0 TO ST-TRIES(STI)
               END-IF
               ADD 1 TO ST-TRIES(STI)
               MOVE RC-TIME TO ST-START(STI)
               MOVE SPACE   TO ST-END(STI)
               MOVE 0       TO ST-RETURN(STI)
               MOVE 0       TO ST-COUNT(STI)
               MOVE SPACE   TO ST-NOTE(STI)
             WHEN "H"
               MOVE RC-NOTE TO ST-NOTE(STI)
             WHEN OTHER
               MOVE RC-TIME   TO ST-END(STI)
               MOVE RC-RETURN TO ST-RETURN(STI)
               MOVE RC-COUNT  TO ST-COUNT(STI)
               MOVE RC-NOTE   TO ST-NOTE(STI)
           END-EVALUATE
           MOVE RC-EVENT TO ST-EVENT(STI).

       CHOOSE-RUN.
      * =========================================================
      * =  最新の実行が未完ならその続き、       =
      * =  終わっていれば今日の日付で新しい実行     =
      * =========================================================
           IF NEWEST-ID NOT = SPACE AND NOT RUN-COMPLETE THEN
             MOVE NEWEST-ID TO RUN-ID
             SET RUN-RESUMED TO TRUE
           ELSE
             MOVE TODAY TO RUN-DATE
             IF NEWEST-DATE = TODAY THEN
               COMPUTE RUN-SEQ = NEWEST-SEQ + 1
             ELSE
               MOVE 1 TO RUN-SEQ
             END-IF
             MOVE SPACE TO ST-TBL
           END-IF
           MOVE STEP-MAX TO FIRST-STEP
           ADD 1 TO FIRST-STEP
           PERFORM VARYING STI FROM STEP-MAX BY -1 UNTIL STI < 1
             IF ST-EVENT(STI) NOT = "E" THEN
               SET FIRST-STEP TO STI
             END-IF
           END-PERFORM
           IF RUN-RESUMED THEN
             DISPLAY "実行 " RUN-ID " の続き: 工程 " FIRST-STEP
                     " から再開します"
           ELSE
             DISPLAY "実行 " RUN-ID " を開始します"
           END-IF.

       DO-ONE-STEP.
      * =========================================================
      * =  工程1つ: 保留中なら"H"を記すだけ。起動  =
      * =  前に書き戻しの中断を確かめる             =
      * =========================================================
           IF NOT HOLD-ON AND STI > 1 THEN
             PERFORM CHECK-REWRITE-JOURNAL
           END-IF
           IF HOLD-ON THEN
             MOVE "H"       TO PUT-EVENT
             MOVE 0         TO PUT-RETURN
             MOVE 0         TO STEP-COUNT
             MOVE HOLD-NOTE TO PUT-NOTE
             PERFORM PUT-RUN-ROW
             DISPLAY SD-NAME(SDI) ": 保留 (" HOLD-NOTE ")"
             EXIT PARAGRAPH
           END-IF
      *> 前回"S"のまま終わった工程は中断として
      *> 記してから流し直す
           IF ST-EVENT(STI) = "S" THEN
             MOVE "A"       TO PUT-EVENT
             MOVE 9999      TO PUT-RETURN
             MOVE 0         TO STEP-COUNT
             MOVE "終了記録なし(中断)" TO PUT-NOTE
             PERFORM PUT-RUN-ROW
           END-IF
           PERFORM RUN-STEP.

       RUN-STEP.
           MOVE "S"   TO PUT-EVENT
           MOVE 0     TO PUT-RETURN
           MOVE 0     TO STEP-COUNT
           MOVE SPACE TO PUT-NOTE
           PERFORM PUT-RUN-ROW
           IF ST-TRIES(STI) NOT NUMERIC THEN
             MOVE 0 TO ST-TRIES(STI)
           END-IF
           ADD 1 TO ST-TRIES(STI)
           MOVE NOW-STAMP TO ST-START(STI)
           DISPLAY SD-NAME(SDI) ": 起動 " NOW-STAMP
           MOVE SPACE TO CMD-LINE
           STRING SD-CMD(SDI) DELIMITED BY "  "
                  LOW-VALUE DELIMITED BY SIZE
             INTO CMD-LINE
           CALL "SYSTEM" USING CMD-LINE
           MOVE RETURN-CODE TO STEP-RC
           MOVE 0 TO RETURN-CODE
           PERFORM COUNT-STEP
           MOVE SPACE TO PUT-NOTE
           EVALUATE TRUE
             WHEN STEP-RC = 0
               MOVE "E" TO PUT-EVENT
             WHEN STEP-RC = 4 AND SD-NAME(SDI) = "FILE-AUDIT"
               MOVE "X" TO PUT-EVENT
               SET HOLD-ON TO TRUE
               MOVE SPACE TO HOLD-NOTE
               STRING "監査例外 " STEP-COUNT " 件"
                 DELIMITED BY SIZE INTO HOLD-NOTE
               MOVE HOLD-NOTE TO PUT-NOTE
             WHEN OTHER
               MOVE "A" TO PUT-EVENT
               SET HOLD-ON TO TRUE
               SET STEP-ABENDED TO TRUE
               MOVE SPACE TO HOLD-NOTE
               STRING SD-NAME(SDI) DELIMITED BY SPACE
                 " 異常終了" DELIMITED BY SIZE INTO HOLD-NOTE
               MOVE "異常終了" TO PUT-NOTE
           END-EVALUATE
           IF STEP-RC < 0 OR STEP-RC > 9999 THEN
             MOVE 9999 TO PUT-RETURN
           ELSE
             MOVE STEP-RC TO PUT-RETURN
           END-IF
           PERFORM PUT-RUN-ROW
           DISPLAY SD-NAME(SDI) ": 終了 " NOW-STAMP
                   " 戻り値 " PUT-RETURN " 件数 " STEP-COUNT.

       PUT-RUN-ROW.
      *> 工程STIの行をRUN-CTLへ追記し、状態表へ映す
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:14) TO NOW-STAMP
           MOVE RUN-ID       TO RC-RUN-ID
           SET STEP-NO-ED    TO STI
           MOVE STEP-NO-ED   TO RC-STEP-NO
           MOVE SD-NAME(SDI) TO RC-STEP-NAME
           MOVE PUT-EVENT    TO RC-EVENT
           MOVE NOW-STAMP    TO RC-TIME
           MOVE PUT-RETURN   TO RC-RETURN
           MOVE STEP-COUNT   TO RC-COUNT
           MOVE PUT-NOTE     TO RC-NOTE
           OPEN EXTEND RUN-CTL
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL
           MOVE PUT-EVENT TO ST-EVENT(STI)
           IF PUT-EVENT NOT = "S" THEN
             MOVE PUT-NOTE TO ST-NOTE(STI)
           END-IF
           IF PUT-EVENT NOT = "S" AND PUT-EVENT NOT = "H" THEN
             MOVE NOW-STAMP  TO ST-END(STI)
             MOVE PUT-RETURN TO ST-RETURN(STI)
             MOVE STEP-COUNT TO ST-COUNT(STI)
           END-IF.

       CHECK-REWRITE-JOURNAL.
      * =========================================================
      * =  書き戻しジャーナルを対象別に畳み、最新   =
      * =  段階が"W"のままの対象があれば保留にする  =
      * =========================================================
           MOVE 0 TO JT-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT REWRITE-JNL
           PERFORM UNTIL EOF
             READ REWRITE-JNL
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM FOLD-JOURNAL-ROW
             END-READ
           END-PERFORM
           CLOSE REWRITE-JNL
           MOVE LOW-VALUE TO EOF-FLG
           PERFORM VARYING JTJ FROM 1 BY 1 UNTIL JTJ > JT-CNT
             IF JT-PHASE(JTJ) = "W" AND NOT HOLD-ON THEN
               SET HOLD-ON TO TRUE
               MOVE SPACE TO HOLD-NOTE
               STRING "書き戻し中断 " JT-TARGET(JTJ)
                 DELIMITED BY SIZE INTO HOLD-NOTE
             END-IF
           END-PERFORM.

       FOLD-JOURNAL-ROW.
           SET JTI TO 1
           SEARCH JT-ENTRY
             AT END
               IF JT-CNT < 10 THEN
                 ADD 1 TO JT-CNT
                 SET JTI TO JT-CNT
                 MOVE RJ-TARGET TO JT-TARGET(JTI)
                 MOVE RJ-PHASE  TO JT-PHASE(JTI)
                 MOVE RJ-TIME   TO JT-TIME(JTI)
               END-IF
             WHEN JT-TARGET(JTI) = RJ-TARGET
               MOVE RJ-PHASE TO JT-PHASE(JTI)
               MOVE RJ-TIME  TO JT-TIME(JTI)
           END-SEARCH.

       COUNT-STEP.
      * =========================================================
      * =  工程が書き終えたファイルの件数   =
      * =========================================================
           MOVE 0 TO STEP-COUNT
           MOVE LOW-VALUE TO EOF-FLG
           EVALUATE SD-NAME(SDI)
             WHEN "GAME-CLOSE"
               OPEN INPUT S-HIST
               PERFORM UNTIL EOF
                 READ S-HIST
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO STEP-COUNT
                 END-READ
               END-PERFORM
               CLOSE S-HIST
             WHEN "FILE-AUDIT"
      *> AUDIT.TXTは見出し1行+例外+締め1行
               OPEN INPUT AUDIT-FILE
               PERFORM UNTIL EOF
                 READ AUDIT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO STEP-COUNT
                 END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF STEP-COUNT > 2 THEN
                 SUBTRACT 2 FROM STEP-COUNT
               ELSE
                 MOVE 0 TO STEP-COUNT
               END-IF
             WHEN "RATING-CALC"
               OPEN INPUT RATING-CKPT
               READ RATING-CKPT
                 AT END CONTINUE
                 NOT AT END
                   IF RCK-ROWS-DONE IS NUMERIC THEN
                     MOVE RCK-ROWS-DONE TO STEP-COUNT
                   END-IF
               END-READ
               CLOSE RATING-CKPT
             WHEN "SEASON-TABLE"
               OPEN INPUT SEASON-FILE
               PERFORM UNTIL EOF
                 READ SEASON-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO STEP-COUNT
                 END-READ
               END-PERFORM
               CLOSE SEASON-FILE
             WHEN "TOURNEY"
               OPEN INPUT TOURN-FIXTURE
               PERFORM UNTIL EOF
                 READ TOURN-FIXTURE
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO STEP-COUNT
                 END-READ
               END-PERFORM
               CLOSE TOURN-FIXTURE
             WHEN "WORD-STATS"
               OPEN INPUT WSTAT-FILE
               PERFORM UNTIL EOF
                 READ WSTAT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO STEP-COUNT
                 END-READ
               END-PERFORM
               CLOSE WSTAT-FILE
             WHEN "PUZZLE-MINE"
               OPEN INPUT PUZZLE-FILE
               PERFORM UNTIL EOF
                 READ PUZZLE-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO STEP-COUNT
                 END-READ
               END-PERFORM
               CLOSE PUZZLE-FILE
           END-EVALUATE
           MOVE LOW-VALUE TO EOF-FLG.

       CHECK-RUN-COMPLETE.
      *> 全工程が"E"なら実行完了の"Z"を記す
           PERFORM VARYING STI FROM 1 BY 1 UNTIL STI > STEP-MAX
             IF ST-EVENT(STI) NOT = "E" THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE RUN-ID          TO RC-RUN-ID
           MOVE 0               TO RC-STEP-NO
           MOVE SPACE           TO RC-STEP-NAME
           MOVE "Z"             TO RC-EVENT
           MOVE CURR-DATE(1:14) TO RC-TIME
           MOVE 0               TO RC-RETURN
           MOVE 0               TO RC-COUNT
           MOVE SPACE           TO RC-NOTE
           OPEN EXTEND RUN-CTL
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL
           SET RUN-COMPLETE TO TRUE.

       PUT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACE TO REPORT-LINE.

       WRITE-RUN-LOG.
      * =========================================================
      * =  運用担当がサインする1枚の実行記録       =
      * =========================================================
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "=== 夜間バッチ実行記録 実行 " RUN-ID
             " (印字 " CURR-DATE(1:14) ") ==="
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO RUN-TRIES
           PERFORM VARYING STI FROM 1 BY 1 UNTIL STI > STEP-MAX
             IF ST-TRIES(STI) IS NUMERIC THEN
               IF ST-TRIES(STI) > RUN-TRIES THEN
                 MOVE ST-TRIES(STI) TO RUN-TRIES
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACE TO REPORT-LINE
           IF RUN-RESUMED THEN
             STRING "今回は工程 " FIRST-STEP " から再開"
               " (最多起動回数 " RUN-TRIES ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
             MOVE "今回は工程 01 から新規に実行"
               TO REPORT-LINE
           END-IF
           PERFORM PUT-LINE
           PERFORM PUT-LINE
           MOVE "工程" TO REPORT-LINE(1:)
           MOVE "名称" TO REPORT-LINE(6:)
           MOVE "状態" TO REPORT-LINE(19:)
           MOVE "開始" TO REPORT-LINE(35:)
           MOVE "終了" TO REPORT-LINE(50:)
           MOVE "戻値" TO REPORT-LINE(68:)
           MOVE "件数" TO REPORT-LINE(73:)
           PERFORM PUT-LINE
           PERFORM VARYING STI FROM 1 BY 1 UNTIL STI > STEP-MAX
             SET SDI TO STI
             PERFORM WRITE-STEP-LINE
           END-PERFORM
           PERFORM PUT-LINE
           EVALUATE TRUE
             WHEN RUN-COMPLETE
               MOVE "結果: 全工程完了" TO REPORT-LINE
             WHEN STEP-ABENDED
               STRING "結果: 異常終了のため以降保留 -- "
                 HOLD-NOTE DELIMITED BY SIZE INTO REPORT-LINE
             WHEN HOLD-ON
               STRING "結果: 保留 -- " HOLD-NOTE
                 DELIMITED BY SIZE INTO REPORT-LINE
             WHEN OTHER
               MOVE "結果: 未完了の工程あり" TO REPORT-LINE
           END-EVALUATE
           PERFORM PUT-LINE
           IF NOT RUN-COMPLETE THEN
             MOVE "  原因を除いてNIGHT-BATCHを再起動"
               TO REPORT-LINE
             PERFORM PUT-LINE
             MOVE "  (未完の工程から続く)"
               TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           PERFORM PUT-LINE
           MOVE "運用担当 確認印: ______________" TO REPORT-LINE
           MOVE "日付: __________" TO REPORT-LINE(50:)
           PERFORM PUT-LINE
           CLOSE REPORT-FILE.

       WRITE-STEP-LINE.
           EVALUATE ST-EVENT(STI)
             WHEN "E"
               MOVE "正常終了" TO STATUS-TEXT
             WHEN "X"
               MOVE "監査例外" TO STATUS-TEXT
             WHEN "A"
               MOVE "異常終了" TO STATUS-TEXT
             WHEN "H"
               MOVE "保留" TO STATUS-TEXT
             WHEN "S"
               MOVE "実行中断" TO STATUS-TEXT
             WHEN OTHER
               MOVE "未実行" TO STATUS-TEXT
           END-EVALUATE
           SET STEP-NO-ED TO STI
           MOVE SPACE TO REPORT-LINE
           STRING STEP-NO-ED "   " SD-NAME(SDI) " " STATUS-TEXT
             " " ST-START(STI) " " ST-END(STI)
             DELIMITED BY SIZE INTO REPORT-LINE
           IF ST-EVENT(STI) = "E" OR "X" OR "A" THEN
             MOVE ST-RETURN(STI) TO REPORT-LINE(68:4)
             MOVE ST-COUNT(STI)  TO REPORT-LINE(73:9)
             MOVE SD-CNT-LABEL(SDI) TO REPORT-LINE(83:)
           END-IF
           PERFORM PUT-LINE
           IF ST-NOTE(STI) NOT = SPACE THEN
             STRING "     備考: " ST-NOTE(STI)
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.
