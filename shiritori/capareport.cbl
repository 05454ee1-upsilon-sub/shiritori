       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      CAPA-REPORT.
      *> 共有ファイルと机の使われ方を月ごとに見る
      *> 運用報告。対象月(既定は先月。引数YYYYMMで
      *> 指定も可)について次をCAPACITY.TXTへ書く:
      *>   対局の開始  日別・時間帯別の開始局数
      *>               (GAME-RESULTの開始時刻、続いて
      *>               いる対局はTURN-STATEの開始時刻)
      *>   同時対局    同時に続いていた対局の最大と、
      *>               一日に動いた対局の最大
      *>   手番の待ち  NOTIFY-QUEUEの"T"(手番が来た)行
      *>               の間隔。TURN-STATEは夜間の締め
      *>               で詰められるので月を通しては
      *>               見ない。
      *>               封じ手("H")をはさむ手番は除く
      *>   衝突        COLLISION-LOGの件数と、書込
      *>               (SFK-NEXT-KEYの進み)1000件あたり
      *>   上限の見込み 次の上限に今の増え方で90日の
      *>               うちに届くかを見る:
      *>                 SFK-NEXT-KEY  PIC 9(09)
      *>                 一局の連鎖    OCCURS 10000
      *>                   (9000語でARCHIVE-ROLLOVERが
      *>                   動き出すのでそこを線とする)
      *>                 一日の対局    GAME-CLOSE・
      *>                   FORFEIT-WATCHの表 200局
      *>                 配達済み控え  NOTIFY-DESKの表
      *>                   一人500行
      *>   記録ファイル 追記型の各ファイルの件数と、
      *>               前月の控えからの増え方
      *> 月ごとの値はCAPA-HIST.TXTに控えとして追記し、
      *> 翌月の増え方はそれと比べる(控えの無い初回
      *> はファイルの始まりからの平均で見る)。
      *> 90日のうちに上限に届く見込みがあれば
      *> 戻り値4。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL S-FILE-KEY ASSIGN
            "..\04 SHIRITORI_COMMON\S-FILE-KEY.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL S-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\S-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL S-GAME-IDX ASSIGN
            "..\04 SHIRITORI_COMMON\S-GAME-IDX.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL TURN-STATE ASSIGN
            "..\04 SHIRITORI_COMMON\TURN-STATE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL COLLISION-LOG ASSIGN
            "..\04 SHIRITORI_COMMON\COLLISION-LOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL NOTIFY-QUEUE ASSIGN
            "..\04 SHIRITORI_COMMON\NOTIFY-QUEUE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-RESULT ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-PROF ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL UNDO-LOG ASSIGN
            "..\04 SHIRITORI_COMMON\UNDO-LOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PENALTY-LOG ASSIGN
            "..\04 SHIRITORI_COMMON\PENALTY-LOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL CAPA-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\CAPA-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\CAPACITY.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD S-FILE-KEY.
       COPY "S-FILE-KEY.CBF".

       FD S-HIST.
       COPY "S-HIST.CBF".

       FD S-GAME-IDX.
       COPY "S-GAME-IDX.CBF".

       FD TURN-STATE.
       COPY "TURN-STATE.CBF".

       FD COLLISION-LOG.
       COPY "COLLISION-LOG.CBF".

       FD NOTIFY-QUEUE.
       COPY "NOTIFY-QUEUE.CBF".

       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".

       FD UNDO-LOG.
       COPY "UNDO-LOG.CBF".

       FD PENALTY-LOG.
       COPY "PENALTY-LOG.CBF".

       FD CAPA-HIST.
       COPY "CAPA-HIST.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).
       01 NOW-TIME      PIC X(14).
       01 NOW-SECS      PIC 9(11).
       01 RUN-PARM      PIC X(06).

      *> 対象月と、その初日・末日
       01 REP-MONTH.
           02 RM-YYYY       PIC 9(04).
           02 RM-MM         PIC 9(02).
       01 MONTH-FIRST   PIC 9(08).
       01 MONTH-LAST    PIC 9(08).
       01 NEXT-FIRST.
           02 NF-YYYY       PIC 9(04).
           02 NF-MM         PIC 9(02).
           02 NF-DD         PIC 9(02).
       01 MONTH-DAYS    PIC 9(02).
      *> 平均に使う日数(今月なら今日まで)
       01 SEEN-DAYS     PIC 9(02).
       01 FROM-SECS     PIC 9(11).
       01 TO-SECS       PIC 9(11).
       01 DATE-INT      PIC 9(08).

      *> 上限
      *>   KEY-LIMIT       SFK-NEXT-KEY PIC 9(09)
      *>   CHAIN-ROLL      一局の連鎖がここでARCHIVE-
      *>                   ROLLOVERにかかる(表はOCCURS
      *>                   10000)
      *>   DAY-GAME-LIMIT  GAME-CLOSE・FORFEIT-WATCHの
      *>                   対局表
      *>   ACK-LIMIT       NOTIFY-DESKの配達済み控え表
      *>   LOOK-DAYS       見込みを見る日数
       78 KEY-LIMIT       VALUE 999999999.
       78 CHAIN-ROLL      VALUE 9000.
       78 DAY-GAME-LIMIT  VALUE 200.
       78 ACK-LIMIT       VALUE 500.
       78 LOOK-DAYS       VALUE 90.

       01 NEXT-KEY      PIC 9(09) VALUE 1.

      *> 記録ファイルの件数(並びはCAPA-HIST.CBFの通り)
       01 LOG-TBL.
           02 LOG-ENTRY OCCURS 9 INDEXED BY LGI.
             03 LGT-NAME      PIC X(14).
      *>       LGT-TIMED "Y" = 行に時刻があり当月分
      *>                       を数える
             03 LGT-TIMED     PIC X(01).
             03 LGT-ROWS      PIC 9(09).
             03 LGT-MONTH     PIC 9(09).

      *> 前月までの控え(対象月より前の最新の行)
       01 PREV-FLG      PIC X VALUE LOW-VALUE.
        88 PREV-FOUND         VALUE HIGH-VALUE.
       01 PREV-SNAP.
           02 PV-MONTH      PIC X(06).
           02 PV-RUN-TIME   PIC X(14).
           02 PV-NEXT-KEY   PIC 9(09).
           02 PV-DAY-GAMES  PIC 9(05).
           02 PV-MAX-ACKS   PIC 9(05).
           02 PV-LOG-ROWS   PIC 9(09) OCCURS 9.
       01 PREV-DAYS     PIC 9(05).
      *> 控えが無いときの物差し: 最も古い対局の
      *> 開始から
       01 EARLIEST-START PIC X(14) VALUE SPACE.
       01 LIFE-DAYS     PIC 9(05).

      *> 対象月に掛かる対局(終わった局と続いて
      *> いる局)
       01 GS-CNT        PIC 9(05) VALUE 0.
       01 GS-FULL-FLG   PIC X VALUE LOW-VALUE.
        88 GS-FULL            VALUE HIGH-VALUE.
       01 GS-TBL.
           02 GS-ENTRY  OCCURS 1 TO 5000 TIMES
                        DEPENDING ON GS-CNT INDEXED BY GSI GSJ.
             03 GST-GAME-ID   PIC X(10).
             03 GST-START     PIC X(14).
      *>       GST-END  SPACE = まだ続いている
             03 GST-END       PIC X(14).
             03 GST-START-SECS PIC 9(11).
             03 GST-END-SECS  PIC 9(11).
       01 OPEN-GAMES    PIC 9(05) VALUE 0.

      *> 開始の日別・時間帯別
       01 STARTED-CNT   PIC 9(05) VALUE 0.
       01 DAY-TBL.
           02 DAY-START     PIC 9(05) OCCURS 31.
           02 DAY-ALIVE     PIC 9(05) OCCURS 31.
       01 HOUR-TBL.
           02 HOUR-START    PIC 9(05) OCCURS 24.
       01 DX            PIC 9(02).
       01 HX            PIC 9(02).
       01 BAR-MAX       PIC 9(05).
       01 BAR-LEN       PIC 9(02).
       01 BAR-STR       PIC X(40) VALUE ALL "*".

      *> 同時対局
       01 PEAK-CONC     PIC 9(05) VALUE 0.
       01 PEAK-AT       PIC X(14) VALUE SPACE.
       01 CONC-CNT      PIC 9(05).
       01 AT-SECS       PIC 9(11).
       01 DAY-GAMES     PIC 9(05) VALUE 0.
       01 DAY-GAMES-AT  PIC 9(08) VALUE 0.
       01 DAY-FROM-SECS PIC 9(11).
       01 DAY-TO-SECS   PIC 9(11).

      *> 手番の待ち(対局ごとの直前の"T"行)
       01 LT-CNT        PIC 9(05) VALUE 0.
       01 LT-TBL.
           02 LT-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON LT-CNT INDEXED BY LTI.
             03 LTT-GAME-ID   PIC X(10).
             03 LTT-WNUM      PIC 9(04).
             03 LTT-SECS      PIC 9(11).
      *>       LTT-HELD "Y" = この手番の間に封じ手があった
             03 LTT-HELD      PIC X(01).
       01 WAIT-TURNS    PIC 9(07) VALUE 0.
       01 WAIT-SUM      PIC 9(11) VALUE 0.
       01 WAIT-MAX      PIC 9(09) VALUE 0.
       01 WAIT-SEC      PIC S9(11).
       01 WAIT-AVG      PIC 9(09) VALUE 0.
       01 NQ-SECS       PIC 9(11).

      *> 配達済み控えの一人あたり行数
       01 AP-CNT        PIC 9(04) VALUE 0.
       01 AP-TBL.
           02 AP-ENTRY  OCCURS 1 TO 1000 TIMES
                        DEPENDING ON AP-CNT INDEXED BY API.
             03 APT-NAME      PIC X(20).
             03 APT-ACKS      PIC 9(05).
       01 MAX-ACKS      PIC 9(05) VALUE 0.
       01 MAX-ACK-NAME  PIC X(20) VALUE SPACE.

      *> 衝突
       01 COLL-MONTH    PIC 9(07) VALUE 0.
       01 COLL-SINCE    PIC 9(07) VALUE 0.
       01 WRITES-SINCE  PIC 9(09) VALUE 0.
       01 COLL-RATE     PIC 9(05)V99 VALUE 0.

      *> 一局の連鎖(S-GAME-IDXの対局ごとの行数)
       01 GI-CNT        PIC 9(05) VALUE 0.
       01 GI-TBL.
           02 GI-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON GI-CNT INDEXED BY GII.
             03 GIT-GAME-ID   PIC X(10).
             03 GIT-ROWS      PIC 9(05).
       01 CHAIN-GAME    PIC X(10) VALUE SPACE.
       01 CHAIN-NOW     PIC 9(05) VALUE 0.
       01 CHAIN-PACE    PIC 9(07)V99 VALUE 0.
       01 CHAIN-PROJ    PIC 9(09) VALUE 0.
       01 BIG-GAME      PIC X(10) VALUE SPACE.
       01 BIG-ROWS      PIC 9(05) VALUE 0.
       01 GAME-DAYS     PIC 9(05).
       01 ONE-PACE      PIC 9(07)V99.
       01 ONE-PROJ      PIC 9(09).

      *> 上限1行分の見込み
       01 LM-LABEL      PIC X(30).
       01 LM-NOW        PIC 9(09).
       01 LM-LIMIT      PIC 9(09).
       01 LM-GROWTH     PIC S9(09).
       01 LM-PER-DAY    PIC S9(07)V99.
       01 LM-PROJ       PIC S9(11).
       01 LM-LEFT       PIC 9(07).
       01 LM-NOTE       PIC X(40).
       01 FLAG-CNT      PIC 9(03) VALUE 0.

      *> 記録ファイルの増え方
       01 LOG-DELTA     PIC S9(09).
       01 LOG-PCT       PIC S9(05)V9.

      *> 印字用
       01 ED-CNT        PIC ZZZZZZZZ9.
       01 ED-CNT2       PIC ZZZZZZZZ9.
       01 ED-CNT3       PIC ZZZZZZZZ9.
       01 ED-SMALL      PIC ZZZ9.
       01 ED-AVG        PIC ZZZ9.9.
       01 ED-RATE       PIC ZZZZ9.99.
       01 ED-PER-DAY    PIC ------9.99.
       01 ED-PROJ       PIC ZZZZZZZZZZ9.
       01 ED-DELTA      PIC ---------9.
       01 ED-PCT        PIC ----9.9.
       01 ED-DAYS       PIC ZZZZ9.

      *> 時刻の秒換算
       01 CONV-TIME.
           02 CONV-DATE     PIC 9(08).
           02 CONV-HH       PIC 9(02).
           02 CONV-MI       PIC 9(02).
           02 CONV-SS       PIC 9(02).
       01 CONV-SECS     PIC 9(11).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM SET-DATES
           PERFORM LOG-INIT
           PERFORM READ-NEXT-KEY
           PERFORM LOAD-PREV-SNAPSHOT
           PERFORM SCAN-GAME-RESULT
           PERFORM SCAN-TURN-STATE
           PERFORM SCAN-S-GAME-IDX
           PERFORM SCAN-COLLISION-LOG
           PERFORM SCAN-NOTIFY-QUEUE
           PERFORM COUNT-OTHER-LOGS
           PERFORM TALLY-STARTS
           PERFORM FIND-PEAK
           PERFORM FIND-DAY-PEAK
           PERFORM PROJECT-CHAINS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HEADER
           PERFORM WRITE-STARTS
           PERFORM WRITE-CONCURRENCY
           PERFORM WRITE-TURN-WAIT
           PERFORM WRITE-COLLISIONS
           PERFORM WRITE-LIMITS
           PERFORM WRITE-LOGS
           PERFORM WRITE-TRAILER
           CLOSE REPORT-FILE
           PERFORM SAVE-SNAPSHOT
           IF FLAG-CNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-DATES.
      *> 引数に年月があればその月、無ければ
      *> 先月を見る
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:14) TO NOW-TIME
           MOVE NOW-TIME TO CONV-TIME
           PERFORM TIME-TO-SECS
           MOVE CONV-SECS TO NOW-SECS
           MOVE CURR-DATE(1:6) TO REP-MONTH
           IF RM-MM = 1 THEN
             SUBTRACT 1 FROM RM-YYYY
             MOVE 12 TO RM-MM
           ELSE
             SUBTRACT 1 FROM RM-MM
           END-IF
           MOVE SPACE TO RUN-PARM
           ACCEPT RUN-PARM FROM COMMAND-LINE
           IF RUN-PARM NUMERIC THEN
             IF RUN-PARM(5:2) >= "01" AND RUN-PARM(5:2) <= "12"
                AND RUN-PARM <= CURR-DATE(1:6) THEN
               MOVE RUN-PARM TO REP-MONTH
             END-IF
           END-IF
           COMPUTE MONTH-FIRST = RM-YYYY * 10000 + RM-MM * 100 + 1
           MOVE RM-YYYY TO NF-YYYY
           MOVE RM-MM   TO NF-MM
           MOVE 1       TO NF-DD
           IF NF-MM = 12 THEN
             ADD 1 TO NF-YYYY
             MOVE 1 TO NF-MM
           ELSE
             ADD 1 TO NF-MM
           END-IF
           COMPUTE DATE-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(NEXT-FIRST)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(DATE-INT) TO MONTH-LAST
           MOVE MONTH-LAST(7:2) TO MONTH-DAYS
           MOVE MONTH-DAYS TO SEEN-DAYS
           IF REP-MONTH = CURR-DATE(1:6) THEN
             MOVE CURR-DATE(7:2) TO SEEN-DAYS
           END-IF
           MOVE MONTH-FIRST TO CONV-DATE
           MOVE 0 TO CONV-HH CONV-MI CONV-SS
           PERFORM TIME-TO-SECS
           MOVE CONV-SECS TO FROM-SECS
           COMPUTE TO-SECS = FROM-SECS + MONTH-DAYS * 86400 - 1.

       LOG-INIT.
           MOVE "S-HIST"        TO LGT-NAME(1)
           MOVE "Y"             TO LGT-TIMED(1)
           MOVE "S-GAME-IDX"    TO LGT-NAME(2)
           MOVE "N"             TO LGT-TIMED(2)
           MOVE "TURN-STATE"    TO LGT-NAME(3)
           MOVE "Y"             TO LGT-TIMED(3)
           MOVE "COLLISION-LOG" TO LGT-NAME(4)
           MOVE "Y"             TO LGT-TIMED(4)
           MOVE "NOTIFY-QUEUE"  TO LGT-NAME(5)
           MOVE "Y"             TO LGT-TIMED(5)
           MOVE "GAME-RESULT"   TO LGT-NAME(6)
           MOVE "Y"             TO LGT-TIMED(6)
           MOVE "GAME-PROF"     TO LGT-NAME(7)
           MOVE "N"             TO LGT-TIMED(7)
           MOVE "UNDO-LOG"      TO LGT-NAME(8)
           MOVE "Y"             TO LGT-TIMED(8)
           MOVE "PENALTY-LOG"   TO LGT-NAME(9)
           MOVE "Y"             TO LGT-TIMED(9)
           PERFORM VARYING LGI FROM 1 BY 1 UNTIL LGI > 9
             MOVE 0 TO LGT-ROWS(LGI) LGT-MONTH(LGI)
           END-PERFORM
           INITIALIZE DAY-TBL HOUR-TBL.

       READ-NEXT-KEY.
           OPEN INPUT S-FILE-KEY
           READ S-FILE-KEY
             AT END
               CONTINUE
             NOT AT END
               IF SFK-NEXT-KEY NUMERIC THEN
                 MOVE SFK-NEXT-KEY TO NEXT-KEY
               END-IF
           END-READ
           CLOSE S-FILE-KEY.

       LOAD-PREV-SNAPSHOT.
      * =========================================================
      * =  対象月より前の控えのうち最後の行      =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT CAPA-HIST
           PERFORM UNTIL EOF
             READ CAPA-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF CP-MONTH < REP-MONTH THEN
                   MOVE CP-MONTH     TO PV-MONTH
                   MOVE CP-RUN-TIME  TO PV-RUN-TIME
                   MOVE CP-NEXT-KEY  TO PV-NEXT-KEY
                   MOVE CP-DAY-GAMES TO PV-DAY-GAMES
                   MOVE CP-MAX-ACKS  TO PV-MAX-ACKS
                   PERFORM VARYING LGI FROM 1 BY 1 UNTIL LGI > 9
                     MOVE CP-LOG-ROWS(LGI) TO PV-LOG-ROWS(LGI)
                   END-PERFORM
                   SET PREV-FOUND TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CAPA-HIST
           MOVE LOW-VALUE TO EOF-FLG
           MOVE 1 TO PREV-DAYS
           IF PREV-FOUND AND PV-RUN-TIME(1:8) NUMERIC THEN
             IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(PV-RUN-TIME(1:8))) = 0 THEN
               COMPUTE DATE-INT =
                 FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(NOW-TIME(1:8)))
                 - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PV-RUN-TIME(1:8)))
               IF DATE-INT > 0 THEN
                 MOVE DATE-INT TO PREV-DAYS
               END-IF
             END-IF
           END-IF.

       SCAN-GAME-RESULT.
      * =========================================================
      * =  終わった対局: 対象月に掛かるものを表へ  =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF
             READ GAME-RESULT
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(6)
                 IF GR-END-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(6)
                 END-IF
                 PERFORM TAKE-RESULT
             END-READ
           END-PERFORM
           CLOSE GAME-RESULT
           MOVE LOW-VALUE TO EOF-FLG.

       TAKE-RESULT.
           MOVE GR-START-TIME TO CONV-TIME
           PERFORM TIME-TO-SECS
           IF CONV-SECS = 0 THEN
             EXIT PARAGRAPH
           END-IF
           IF EARLIEST-START = SPACE
              OR GR-START-TIME < EARLIEST-START THEN
             MOVE GR-START-TIME TO EARLIEST-START
           END-IF
           IF CONV-SECS > TO-SECS THEN
             EXIT PARAGRAPH
           END-IF
           MOVE CONV-SECS TO AT-SECS
           MOVE GR-END-TIME TO CONV-TIME
           PERFORM TIME-TO-SECS
           IF CONV-SECS < FROM-SECS OR CONV-SECS < AT-SECS THEN
             EXIT PARAGRAPH
           END-IF
      *> 同じ対局の結果が重なれば遅い方の終局で見る
           IF GS-CNT > 0 THEN
             SET GSI TO 1
             SEARCH GS-ENTRY
               AT END CONTINUE
               WHEN GST-GAME-ID(GSI) = GR-GAME-ID
                 IF CONV-SECS > GST-END-SECS(GSI) THEN
                   MOVE GR-END-TIME TO GST-END(GSI)
                   MOVE CONV-SECS   TO GST-END-SECS(GSI)
                 END-IF
                 EXIT PARAGRAPH
             END-SEARCH
           END-IF
           IF GS-CNT >= 5000 THEN
             SET GS-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO GS-CNT
           SET GSI TO GS-CNT
           MOVE GR-GAME-ID    TO GST-GAME-ID(GSI)
           MOVE GR-START-TIME TO GST-START(GSI)
           MOVE GR-END-TIME   TO GST-END(GSI)
           MOVE AT-SECS       TO GST-START-SECS(GSI)
           MOVE CONV-SECS     TO GST-END-SECS(GSI).

       SCAN-TURN-STATE.
      * =========================================================
      * =  結果の無い対局はまだ続いている(終わりは  =
      * =  今)。開始時刻はどの行にも写してある     =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TURN-STATE
           PERFORM UNTIL EOF
             READ TURN-STATE
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(3)
                 IF TS-PROMPT-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(3)
                 END-IF
                 PERFORM TAKE-OPEN-GAME
             END-READ
           END-PERFORM
           CLOSE TURN-STATE
           MOVE LOW-VALUE TO EOF-FLG.

       TAKE-OPEN-GAME.
           IF GS-CNT > 0 THEN
             SET GSI TO 1
             SEARCH GS-ENTRY
               AT END CONTINUE
               WHEN GST-GAME-ID(GSI) = TS-GAME-ID
                 EXIT PARAGRAPH
             END-SEARCH
           END-IF
           MOVE TS-START-TIME TO CONV-TIME
           PERFORM TIME-TO-SECS
           IF CONV-SECS = 0 OR CONV-SECS > TO-SECS THEN
             EXIT PARAGRAPH
           END-IF
           IF EARLIEST-START = SPACE
              OR TS-START-TIME < EARLIEST-START THEN
             MOVE TS-START-TIME TO EARLIEST-START
           END-IF
           IF GS-CNT >= 5000 THEN
             SET GS-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO GS-CNT
           SET GSI TO GS-CNT
           MOVE TS-GAME-ID    TO GST-GAME-ID(GSI)
           MOVE TS-START-TIME TO GST-START(GSI)
           MOVE SPACE         TO GST-END(GSI)
           MOVE CONV-SECS     TO GST-START-SECS(GSI)
           MOVE NOW-SECS      TO GST-END-SECS(GSI)
           ADD 1 TO OPEN-GAMES.

       SCAN-S-GAME-IDX.
      * =========================================================
      * =  対局ごとのスロット数(=連鎖の長さ)     =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-GAME-IDX
           PERFORM UNTIL EOF
             READ S-GAME-IDX
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(2)
                 PERFORM TALLY-GAME-SLOT
             END-READ
           END-PERFORM
           CLOSE S-GAME-IDX
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-GAME-SLOT.
           SET GII TO 1
           SEARCH GI-ENTRY
             AT END
               IF GI-CNT < 3000 THEN
                 ADD 1 TO GI-CNT
                 SET GII TO GI-CNT
                 MOVE SGI-GAME-ID TO GIT-GAME-ID(GII)
                 MOVE 0           TO GIT-ROWS(GII)
               ELSE
                 EXIT PARAGRAPH
               END-IF
             WHEN GIT-GAME-ID(GII) = SGI-GAME-ID
               CONTINUE
           END-SEARCH
           ADD 1 TO GIT-ROWS(GII).

       SCAN-COLLISION-LOG.
      * =========================================================
      * =  衝突: 当月分と、前回の控え以降の分     =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT COLLISION-LOG
           PERFORM UNTIL EOF
             READ COLLISION-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(4)
                 IF CL-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(4)
                   ADD 1 TO COLL-MONTH
                 END-IF
                 IF PREV-FOUND THEN
                   IF CL-TIME > PV-RUN-TIME THEN
                     ADD 1 TO COLL-SINCE
                   END-IF
                 ELSE
                   ADD 1 TO COLL-SINCE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COLLISION-LOG
           MOVE LOW-VALUE TO EOF-FLG
      *> 書込はSFK-NEXT-KEYの進み(控えが無ければ累計)
           IF PREV-FOUND THEN
             IF NEXT-KEY > PV-NEXT-KEY THEN
               COMPUTE WRITES-SINCE = NEXT-KEY - PV-NEXT-KEY
             END-IF
           ELSE
             COMPUTE WRITES-SINCE = NEXT-KEY - 1
           END-IF
           IF WRITES-SINCE > 0 THEN
             COMPUTE COLL-RATE ROUNDED =
               COLL-SINCE * 1000 / WRITES-SINCE
           END-IF.

       SCAN-NOTIFY-QUEUE.
      * =========================================================
      * =  手番の待ちと、一人あたりの配達済み控え  =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT NOTIFY-QUEUE
           PERFORM UNTIL EOF
             READ NOTIFY-QUEUE
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(5)
                 IF NQ-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(5)
                   IF NQ-KIND = "T" OR NQ-KIND = "H" THEN
                     PERFORM TALLY-TURN-WAIT
                   END-IF
                 END-IF
                 IF NQ-KIND = "A" THEN
                   PERFORM TALLY-ACK
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NOTIFY-QUEUE
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-TURN-WAIT.
      *> "T"は手番が進むたびに次の指し手へ1行。
      *> 同じ対局の直前の"T"が一つ前の手番なら、
      *> その間が前の手番の待ち。封じ手の"H"を
      *> はさんだ手番は指し掛けの間を含むので見ない
           MOVE NQ-TIME TO CONV-TIME
           PERFORM TIME-TO-SECS
           MOVE CONV-SECS TO NQ-SECS
           IF NQ-SECS = 0 THEN
             EXIT PARAGRAPH
           END-IF
           SET LTI TO 1
           SEARCH LT-ENTRY
             AT END
               IF NQ-KIND = "H" OR LT-CNT >= 3000 THEN
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO LT-CNT
               SET LTI TO LT-CNT
               MOVE NQ-GAME-ID TO LTT-GAME-ID(LTI)
               MOVE NQ-WNUM    TO LTT-WNUM(LTI)
               MOVE NQ-SECS    TO LTT-SECS(LTI)
               MOVE "N"        TO LTT-HELD(LTI)
               EXIT PARAGRAPH
             WHEN LTT-GAME-ID(LTI) = NQ-GAME-ID
               CONTINUE
           END-SEARCH
           IF NQ-KIND = "H" THEN
             MOVE "Y" TO LTT-HELD(LTI)
             EXIT PARAGRAPH
           END-IF
           IF NQ-WNUM = LTT-WNUM(LTI) + 1
              AND LTT-HELD(LTI) NOT = "Y" THEN
             COMPUTE WAIT-SEC = NQ-SECS - LTT-SECS(LTI)
             IF WAIT-SEC >= 0 THEN
               ADD 1 TO WAIT-TURNS
               ADD WAIT-SEC TO WAIT-SUM
               IF WAIT-SEC > WAIT-MAX THEN
                 MOVE WAIT-SEC TO WAIT-MAX
               END-IF
             END-IF
           END-IF
           MOVE NQ-WNUM TO LTT-WNUM(LTI)
           MOVE NQ-SECS TO LTT-SECS(LTI)
           MOVE "N"     TO LTT-HELD(LTI).

       TALLY-ACK.
           SET API TO 1
           SEARCH AP-ENTRY
             AT END
               IF AP-CNT < 1000 THEN
                 ADD 1 TO AP-CNT
                 SET API TO AP-CNT
                 MOVE NQ-TO-NAME TO APT-NAME(API)
                 MOVE 0          TO APT-ACKS(API)
               ELSE
                 EXIT PARAGRAPH
               END-IF
             WHEN APT-NAME(API) = NQ-TO-NAME
               CONTINUE
           END-SEARCH
           ADD 1 TO APT-ACKS(API)
           IF APT-ACKS(API) > MAX-ACKS THEN
             MOVE APT-ACKS(API) TO MAX-ACKS
             MOVE APT-NAME(API) TO MAX-ACK-NAME
           END-IF.

       COUNT-OTHER-LOGS.
      * =========================================================
      * =  件数だけ見るファイル                  =
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-HIST
           PERFORM UNTIL EOF
             READ S-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(1)
                 IF H-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(1)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE S-HIST
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF
             READ GAME-PROF
               AT END SET EOF TO TRUE
               NOT AT END ADD 1 TO LGT-ROWS(7)
             END-READ
           END-PERFORM
           CLOSE GAME-PROF
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT UNDO-LOG
           PERFORM UNTIL EOF
             READ UNDO-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(8)
                 IF UL-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(8)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE UNDO-LOG
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PENALTY-LOG
           PERFORM UNTIL EOF
             READ PENALTY-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO LGT-ROWS(9)
                 IF PN-TIME(1:6) = REP-MONTH THEN
                   ADD 1 TO LGT-MONTH(9)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PENALTY-LOG
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-STARTS.
      * =========================================================
      * =  対象月に始まった対局を日別・時間帯別に  =
      * =========================================================
           PERFORM VARYING GSI FROM 1 BY 1 UNTIL GSI > GS-CNT
             IF GST-START(GSI)(1:6) = REP-MONTH
                AND GST-START(GSI)(7:4) NUMERIC THEN
               ADD 1 TO STARTED-CNT
               MOVE GST-START(GSI)(7:2) TO DX
               MOVE GST-START(GSI)(9:2) TO HX
               IF DX >= 1 AND DX <= 31 THEN
                 ADD 1 TO DAY-START(DX)
               END-IF
               IF HX <= 23 THEN
                 ADD 1 TO HOUR-START(HX + 1)
               END-IF
             END-IF
           END-PERFORM.

       FIND-PEAK.
      * =========================================================
      * =  同時対局の最大: 月初と各対局の開始  =
      * =  の時点で続いている対局を数える     =
      * =========================================================
           MOVE FROM-SECS TO AT-SECS
           PERFORM COUNT-CONCURRENT
           IF CONC-CNT > PEAK-CONC THEN
             MOVE CONC-CNT TO PEAK-CONC
             MOVE MONTH-FIRST TO PEAK-AT(1:8)
             MOVE "000000" TO PEAK-AT(9:6)
           END-IF
           PERFORM VARYING GSJ FROM 1 BY 1 UNTIL GSJ > GS-CNT
             IF GST-START-SECS(GSJ) >= FROM-SECS THEN
               MOVE GST-START-SECS(GSJ) TO AT-SECS
               PERFORM COUNT-CONCURRENT
               IF CONC-CNT > PEAK-CONC THEN
                 MOVE CONC-CNT TO PEAK-CONC
                 MOVE GST-START(GSJ) TO PEAK-AT
               END-IF
             END-IF
           END-PERFORM.

       COUNT-CONCURRENT.
           MOVE 0 TO CONC-CNT
           PERFORM VARYING GSI FROM 1 BY 1 UNTIL GSI > GS-CNT
             IF GST-START-SECS(GSI) <= AT-SECS
                AND GST-END-SECS(GSI) > AT-SECS THEN
               ADD 1 TO CONC-CNT
             END-IF
           END-PERFORM.

       FIND-DAY-PEAK.
      * =========================================================
      * =  一日に動いた対局(その日に掛かる対局)   =
      * =  の最大。夜間の締めまでTURN-STATEに並ぶ =
      * =  のはこの数                          =
      * =========================================================
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > SEEN-DAYS
             COMPUTE DAY-FROM-SECS = FROM-SECS + (DX - 1) * 86400
             COMPUTE DAY-TO-SECS = DAY-FROM-SECS + 86399
             MOVE 0 TO DAY-ALIVE(DX)
             PERFORM VARYING GSI FROM 1 BY 1 UNTIL GSI > GS-CNT
               IF GST-START-SECS(GSI) <= DAY-TO-SECS
                  AND GST-END-SECS(GSI) >= DAY-FROM-SECS THEN
                 ADD 1 TO DAY-ALIVE(DX)
               END-IF
             END-PERFORM
             IF DAY-ALIVE(DX) > DAY-GAMES THEN
               MOVE DAY-ALIVE(DX) TO DAY-GAMES
               COMPUTE DAY-GAMES-AT = MONTH-FIRST + DX - 1
             END-IF
           END-PERFORM.

       PROJECT-CHAINS.
      * =========================================================
      * =  一局の連鎖: 続いている対局は始まってから =
      * =  の語の増え方で90日先を見る             =
      * =========================================================
           PERFORM VARYING GII FROM 1 BY 1 UNTIL GII > GI-CNT
             IF GIT-ROWS(GII) > BIG-ROWS THEN
               MOVE GIT-ROWS(GII)    TO BIG-ROWS
               MOVE GIT-GAME-ID(GII) TO BIG-GAME
             END-IF
             MOVE 0 TO ONE-PACE
             IF GS-CNT > 0 THEN
               SET GSI TO 1
               SEARCH GS-ENTRY
                 AT END CONTINUE
                 WHEN GST-GAME-ID(GSI) = GIT-GAME-ID(GII)
                   IF GST-END(GSI) = SPACE THEN
                     COMPUTE GAME-DAYS =
                       (NOW-SECS - GST-START-SECS(GSI)) / 86400
                     IF GAME-DAYS < 1 THEN
                       MOVE 1 TO GAME-DAYS
                     END-IF
                     COMPUTE ONE-PACE ROUNDED =
                       GIT-ROWS(GII) / GAME-DAYS
                   END-IF
               END-SEARCH
             END-IF
             COMPUTE ONE-PROJ = GIT-ROWS(GII) + ONE-PACE * LOOK-DAYS
             IF ONE-PROJ > CHAIN-PROJ OR CHAIN-GAME = SPACE THEN
               MOVE ONE-PROJ         TO CHAIN-PROJ
               MOVE ONE-PACE         TO CHAIN-PACE
               MOVE GIT-ROWS(GII)    TO CHAIN-NOW
               MOVE GIT-GAME-ID(GII) TO CHAIN-GAME
             END-IF
           END-PERFORM.

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

       PUT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACE TO REPORT-LINE.

       WRITE-HEADER.
           MOVE SPACE TO REPORT-LINE
           STRING "=== 運用・容量報告 " REP-MONTH
             " (作成 " NOW-TIME(1:8) ") ==="
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           IF PREV-FOUND THEN
             MOVE PREV-DAYS TO ED-DAYS
             STRING "比べる控え: " PV-MONTH " 分 ("
               PV-RUN-TIME(1:8) " 作成、" ED-DAYS " 日前)"
               DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
             STRING "比べる控え: なし(増え方は"
               "ファイルの始まりからの平均で見る)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE
           IF GS-FULL THEN
             MOVE "!! 対局表が上限(5000): 一部の対局のみ"
               TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.

       WRITE-STARTS.
      * =========================================================
      * =  対局の開始: 日別・時間帯別          =
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 対局の開始 ---" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE STARTED-CNT TO ED-CNT
           MOVE 0 TO ED-AVG
           IF SEEN-DAYS > 0 THEN
             COMPUTE ED-AVG ROUNDED = STARTED-CNT / SEEN-DAYS
           END-IF
           MOVE OPEN-GAMES TO ED-CNT2
           STRING "当月の開始 " ED-CNT " 局 / 1日平均 " ED-AVG
             " 局 / 今も続いている対局 " ED-CNT2 " 局"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "  日別" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO BAR-MAX
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > MONTH-DAYS
             IF DAY-START(DX) > BAR-MAX THEN
               MOVE DAY-START(DX) TO BAR-MAX
             END-IF
           END-PERFORM
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > MONTH-DAYS
             MOVE DX TO REPORT-LINE(5:2)
             MOVE "日" TO REPORT-LINE(7:)
             MOVE DAY-START(DX) TO ED-SMALL
             MOVE ED-SMALL TO REPORT-LINE(11:4)
             MOVE DAY-START(DX) TO CONC-CNT
             PERFORM PUT-BAR
           END-PERFORM
           MOVE "  時間帯別" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO BAR-MAX
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > 24
             IF HOUR-START(HX) > BAR-MAX THEN
               MOVE HOUR-START(HX) TO BAR-MAX
             END-IF
           END-PERFORM
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > 24
             COMPUTE DX = HX - 1
             MOVE DX TO REPORT-LINE(5:2)
             MOVE "時" TO REPORT-LINE(7:)
             MOVE HOUR-START(HX) TO ED-SMALL
             MOVE ED-SMALL TO REPORT-LINE(11:4)
             MOVE HOUR-START(HX) TO CONC-CNT
             PERFORM PUT-BAR
           END-PERFORM.

       PUT-BAR.
      *> CONC-CNTを最大BAR-MAXに対する長さの帯で添える
           IF CONC-CNT > 0 AND BAR-MAX > 0 THEN
             COMPUTE BAR-LEN = CONC-CNT * 40 / BAR-MAX
             IF BAR-LEN < 1 THEN
               MOVE 1 TO BAR-LEN
             END-IF
             MOVE BAR-STR(1:BAR-LEN) TO REPORT-LINE(17:)
           END-IF
           PERFORM PUT-LINE.

       WRITE-CONCURRENCY.
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 同時対局 ---" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE PEAK-CONC TO ED-CNT
           STRING "同時に続いていた対局の最大 " ED-CNT
             " 局 ("
             PEAK-AT(1:8) " " PEAK-AT(9:2) ":" PEAK-AT(11:2)
             ":" PEAK-AT(13:2) ")"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE DAY-GAMES TO ED-CNT
           STRING "一日に動いた対局の最大   " ED-CNT " 局 ("
             DAY-GAMES-AT ")"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-TURN-WAIT.
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 手番の待ち ---" TO REPORT-LINE
           PERFORM PUT-LINE
           IF WAIT-TURNS > 0 THEN
             COMPUTE WAIT-AVG ROUNDED = WAIT-SUM / WAIT-TURNS
           END-IF
           MOVE WAIT-TURNS TO ED-CNT
           MOVE WAIT-AVG   TO ED-CNT2
           MOVE WAIT-MAX   TO ED-CNT3
           STRING "計った手番 " ED-CNT " / 平均 " ED-CNT2
             " 秒 / 最長 " ED-CNT3 " 秒"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           STRING "(封じ手をはさむ手番と、"
             "対局の最後の手番は除く)"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-COLLISIONS.
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 書き込みの衝突 ---" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE COLL-MONTH TO ED-CNT
           STRING "当月の衝突 " ED-CNT " 件"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE WRITES-SINCE TO ED-CNT
           MOVE COLL-SINCE   TO ED-CNT2
           MOVE COLL-RATE    TO ED-RATE
           IF PREV-FOUND THEN
             STRING "前回の控え以降: 書込 " ED-CNT
               " 件 / 衝突 "
               ED-CNT2 " 件 / 1000件あたり " ED-RATE
               DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
             STRING "累計: 書込 " ED-CNT " 件 / 衝突 "
               ED-CNT2 " 件 / 1000件あたり " ED-RATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE
      *> 払い出したスロットと索引の行の差は
      *> 削除された穴
           COMPUTE ED-CNT = NEXT-KEY - 1
           MOVE LGT-ROWS(2) TO ED-CNT2
           STRING "S-FILE 払い出し済み " ED-CNT
             " / 使用中(索引) "
             ED-CNT2
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-LIMITS.
      * =========================================================
      * =  上限の見込み(今の増え方で90日先)      =
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 上限の見込み (90日先) ---" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "項目" TO REPORT-LINE(3:)
           MOVE "現在"      TO REPORT-LINE(38:)
           MOVE "上限"      TO REPORT-LINE(48:)
           MOVE "1日あたり" TO REPORT-LINE(56:)
           MOVE "90日先"    TO REPORT-LINE(69:)
           PERFORM PUT-LINE
      *> SFK-NEXT-KEY
           MOVE "S-FILE-KEY (PIC 9(09))" TO LM-LABEL
           MOVE NEXT-KEY  TO LM-NOW
           MOVE KEY-LIMIT TO LM-LIMIT
           IF PREV-FOUND THEN
             COMPUTE LM-GROWTH = NEXT-KEY - PV-NEXT-KEY
             COMPUTE LM-PER-DAY ROUNDED = LM-GROWTH / PREV-DAYS
           ELSE
             PERFORM SET-LIFE-DAYS
             COMPUTE LM-GROWTH = NEXT-KEY - 1
             COMPUTE LM-PER-DAY ROUNDED = LM-GROWTH / LIFE-DAYS
           END-IF
           MOVE SPACE TO LM-NOTE
           PERFORM PUT-LIMIT
      *> 一局の連鎖
           MOVE "一局の連鎖 (退避開始)" TO LM-LABEL
           MOVE CHAIN-NOW  TO LM-NOW
           MOVE CHAIN-ROLL TO LM-LIMIT
           MOVE CHAIN-PACE TO LM-PER-DAY
           MOVE SPACE TO LM-NOTE
           IF CHAIN-GAME NOT = SPACE THEN
             STRING "対局 " CHAIN-GAME
               DELIMITED BY SIZE INTO LM-NOTE
           END-IF
           PERFORM PUT-LIMIT
      *> 一日の対局
           MOVE "一日の対局(締め表)" TO LM-LABEL
           MOVE DAY-GAMES      TO LM-NOW
           MOVE DAY-GAME-LIMIT TO LM-LIMIT
           MOVE 0 TO LM-PER-DAY
           IF PREV-FOUND THEN
             COMPUTE LM-GROWTH = DAY-GAMES - PV-DAY-GAMES
             COMPUTE LM-PER-DAY ROUNDED = LM-GROWTH / PREV-DAYS
           END-IF
           MOVE SPACE TO LM-NOTE
           PERFORM PUT-LIMIT
      *> 配達済み控え
           MOVE "配達済み控え (一人)" TO LM-LABEL
           MOVE MAX-ACKS  TO LM-NOW
           MOVE ACK-LIMIT TO LM-LIMIT
           IF PREV-FOUND THEN
             COMPUTE LM-GROWTH = MAX-ACKS - PV-MAX-ACKS
             COMPUTE LM-PER-DAY ROUNDED = LM-GROWTH / PREV-DAYS
           ELSE
             PERFORM SET-LIFE-DAYS
             COMPUTE LM-PER-DAY ROUNDED = MAX-ACKS / LIFE-DAYS
           END-IF
           MOVE MAX-ACK-NAME TO LM-NOTE
           PERFORM PUT-LIMIT.

       SET-LIFE-DAYS.
      *> 控えが無いとき: 最も古い対局の開始から
      *> 今日まで
           MOVE 1 TO LIFE-DAYS
           MOVE EARLIEST-START TO CONV-TIME
           PERFORM TIME-TO-SECS
           IF CONV-SECS > 0 AND CONV-SECS < NOW-SECS THEN
             COMPUTE LIFE-DAYS = (NOW-SECS - CONV-SECS) / 86400
             IF LIFE-DAYS < 1 THEN
               MOVE 1 TO LIFE-DAYS
             END-IF
           END-IF.

       PUT-LIMIT.
      *> 90日先 = 現在 + 1日あたり * 90。上限に届く
      *> 見込みなら印を付け、届くまでの日数を添える
           COMPUTE LM-PROJ ROUNDED = LM-NOW + LM-PER-DAY * LOOK-DAYS
           IF LM-PROJ < 0 THEN
             MOVE 0 TO LM-PROJ
           END-IF
           MOVE LM-LABEL TO REPORT-LINE(3:)
           MOVE LM-NOW TO ED-CNT
           MOVE ED-CNT TO REPORT-LINE(33:9)
           MOVE LM-LIMIT TO ED-CNT
           MOVE ED-CNT TO REPORT-LINE(43:9)
           MOVE LM-PER-DAY TO ED-PER-DAY
           MOVE ED-PER-DAY TO REPORT-LINE(53:10)
           MOVE LM-PROJ TO ED-PROJ
           MOVE ED-PROJ TO REPORT-LINE(64:11)
           IF LM-NOW >= LM-LIMIT THEN
             MOVE "!! 上限に達している" TO REPORT-LINE(77:)
             ADD 1 TO FLAG-CNT
           ELSE
             IF LM-PROJ >= LM-LIMIT THEN
               COMPUTE LM-GROWTH = LM-LIMIT - LM-NOW
               COMPUTE LM-LEFT = LM-GROWTH / LM-PER-DAY
               MOVE LM-LEFT TO ED-DAYS
               STRING "!! 約" ED-DAYS "日で上限"
                 DELIMITED BY SIZE INTO REPORT-LINE(77:)
               ADD 1 TO FLAG-CNT
             END-IF
           END-IF
           PERFORM PUT-LINE
           IF LM-NOTE NOT = SPACE THEN
             MOVE LM-NOTE TO REPORT-LINE(5:)
             PERFORM PUT-LINE
           END-IF.

       WRITE-LOGS.
      * =========================================================
      * =  記録ファイルの件数と前回の控えから  =
      * =  の増え方                          =
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "--- 記録ファイルの件数 ---" TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE "ファイル" TO REPORT-LINE(3:)
           MOVE "件数"     TO REPORT-LINE(23:)
           MOVE "当月分"   TO REPORT-LINE(33:)
           MOVE "前回控え" TO REPORT-LINE(43:)
           MOVE "増加"     TO REPORT-LINE(57:)
           MOVE "増加率%"  TO REPORT-LINE(65:)
           PERFORM PUT-LINE
           PERFORM VARYING LGI FROM 1 BY 1 UNTIL LGI > 9
             MOVE LGT-NAME(LGI) TO REPORT-LINE(3:)
             MOVE LGT-ROWS(LGI) TO ED-CNT
             MOVE ED-CNT TO REPORT-LINE(17:9)
             IF LGT-TIMED(LGI) = "Y" THEN
               MOVE LGT-MONTH(LGI) TO ED-CNT
               MOVE ED-CNT TO REPORT-LINE(27:9)
             ELSE
               MOVE "-" TO REPORT-LINE(35:1)
             END-IF
             IF PREV-FOUND THEN
               MOVE PV-LOG-ROWS(LGI) TO ED-CNT
               MOVE ED-CNT TO REPORT-LINE(41:9)
               COMPUTE LOG-DELTA = LGT-ROWS(LGI) - PV-LOG-ROWS(LGI)
               MOVE LOG-DELTA TO ED-DELTA
               MOVE ED-DELTA TO REPORT-LINE(51:10)
               IF PV-LOG-ROWS(LGI) > 0 THEN
                 COMPUTE LOG-PCT ROUNDED =
                   LOG-DELTA * 100 / PV-LOG-ROWS(LGI)
                 MOVE LOG-PCT TO ED-PCT
                 MOVE ED-PCT TO REPORT-LINE(63:7)
               END-IF
             END-IF
             PERFORM PUT-LINE
           END-PERFORM
           STRING "(S-GAME-IDX・TURN-STATEは"
             "夜間の締めで詰める)"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-TRAILER.
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           IF FLAG-CNT = 0 THEN
             MOVE "90日のうちに上限に届く見込みなし"
               TO REPORT-LINE
           ELSE
             STRING "上限の見込み " FLAG-CNT
               " 件 -- 机の増設・ファイルの整理を検討"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE.

       SAVE-SNAPSHOT.
      * =========================================================
      * =  今月の控えを追記(同じ月は後の行が勝つ) =
      * =========================================================
           MOVE REP-MONTH TO CP-MONTH
           MOVE NOW-TIME  TO CP-RUN-TIME
           MOVE NEXT-KEY  TO CP-NEXT-KEY
           MOVE DAY-GAMES TO CP-DAY-GAMES
           MOVE MAX-ACKS  TO CP-MAX-ACKS
           PERFORM VARYING LGI FROM 1 BY 1 UNTIL LGI > 9
             MOVE LGT-ROWS(LGI) TO CP-LOG-ROWS(LGI)
           END-PERFORM
           OPEN EXTEND CAPA-HIST
           WRITE CAPA-HIST-REC
           CLOSE CAPA-HIST.
