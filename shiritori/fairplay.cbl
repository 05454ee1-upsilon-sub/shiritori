       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      FAIR-PLAY.
      *> 勝ちの譲り合いや不審な対局を洗い出す週次
      *> のふるい分けバッチ。基準日(既定は今日。
      *> 引数YYYYMMDDを渡せば過去の週を見直せる)
      *> までの7日間に終局した対局を見て、次の
      *> 項目をFAIRPLAY.TXTへ書く:
      *>   組合せ  同じ二人の28日間の対局が多い、
      *>           勝敗が一方に偏る、交互に勝ち合う
      *>   短手数  ごく少ない手数で勝負がついた
      *>   速答    手番の提示から数秒で返る応答が
      *>           続く。語の時刻(S-TIME/H-TIME)は
      *>           その手の提示時刻なので、応答時間は
      *>           次の手番の最初のTURN-STATE行(=語が
      *>           乗った時刻)、無ければ次の語の提示
      *>           時刻までとする(持ち時間と同じ見方)
      *>   写し    過去の対局の連鎖と同じ語の並び
      *>           が続く(S-HIST+S-FILEの全対局と
      *>           照合する)
      *> 各項目には対局IDと根拠(勝敗の並び、罰点
      *> PENALTY-LOG、評価値RATING-MASTER)を添える。
      *> 判断はリーグ幹事が行い、必要なら異議申立
      *> (APPEAL-DESK)を起こす。このバッチは何も
      *> 書き換えない。勝敗は裁定(GAME-CORR)後の
      *> もので数え、無効の対局と練習対局は見ない。
      *> 検出があれば戻り値4。
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

        SELECT OPTIONAL TURN-STATE ASSIGN
            "..\04 SHIRITORI_COMMON\TURN-STATE.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-RESULT ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-CORR ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-CORR.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-PROF ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PENALTY-LOG ASSIGN
            "..\04 SHIRITORI_COMMON\PENALTY-LOG.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RATING-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\RATING-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\FAIRPLAY.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD S-FILE.
       COPY "S-FILE.CBF".

       FD S-HIST.
       COPY "S-HIST.CBF".

       FD S-GAME-IDX.
       COPY "S-GAME-IDX.CBF".

       FD TURN-STATE.
       COPY "TURN-STATE.CBF".

       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-CORR.
       COPY "GAME-CORR.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".

       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD PENALTY-LOG.
       COPY "PENALTY-LOG.CBF".

       FD RATING-MASTER.
       COPY "RATING.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(160).
       WORKING-STORAGE          SECTION.
       01 S-KEY         PIC 9(09).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).
       01 RUN-PARM      PIC X(08).

      *> ふるい分けの目安
      *>   FP-WEEK-DAYS    見る週(基準日までの日数)
      *>   FP-PAIR-DAYS    組合せを数える期間
      *>   FP-PAIR-GAMES   この局数以上で「多数」
      *>   FP-PAIR-MIN     偏り・交互を見る最少の
      *>                   勝負のついた局数
      *>   FP-ONESIDED-PCT 一方の勝ちがこの%以上で
      *>                   「偏り」
      *>   FP-SHORT-TURNS  この手数以下の決着は
      *>                   「短手数」
      *>   FP-FAST-SEC     この秒数以内の応答を速答
      *>   FP-FAST-CNT     一局の速答がこの回数以上
      *>   FP-COPY-RUN     この語数以上続く一致を
      *>                   「写し」(定番の出だしの
      *>                   数語は拾わない長さ)
       78 FP-WEEK-DAYS    VALUE 7.
       78 FP-PAIR-DAYS    VALUE 28.
       78 FP-PAIR-GAMES   VALUE 8.
       78 FP-PAIR-MIN     VALUE 4.
       78 FP-ONESIDED-PCT VALUE 85.
       78 FP-SHORT-TURNS  VALUE 4.
       78 FP-FAST-SEC     VALUE 2.
       78 FP-FAST-CNT     VALUE 3.
       78 FP-COPY-RUN     VALUE 6.

       01 AS-OF-DATE    PIC 9(08).
       01 WEEK-FROM     PIC 9(08).
       01 PAIR-FROM     PIC 9(08).
       01 DATE-INT      PIC 9(08).
       01 END-DATE      PIC 9(08).

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

      *> 練習対局のGAME-ID一覧
       01 PG-CNT        PIC 9(03) VALUE 0.
       01 PG-TBL.
           02 PG-GAME-ID PIC X(10) OCCURS 1 TO 500 TIMES
                         DEPENDING ON PG-CNT INDEXED BY PGI.
       01 PRACTICE-HIT-FLG PIC X.
        88 PRACTICE-HIT       VALUE HIGH-VALUE.

      *> 裁定表(SEASON-TABLEと同じまとめ方)
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
       01 PLC-J         PIC 9(01).
       01 PLC-W         PIC 9(01).
       01 PLC-L         PIC 9(01).
       01 PLC-SWAP      PIC X(20).

      *> 評価値(RT-PLAYER-KEYは登録IDか生の名前)
       01 RT-CNT        PIC 9(04) VALUE 0.
       01 RT-TBL.
           02 RT-ENTRY  OCCURS 1 TO 1000 TIMES
                        DEPENDING ON RT-CNT INDEXED BY RTI.
             03 RTT-KEY       PIC X(20).
             03 RTT-RATING    PIC 9(04).
       01 RATING-KEY    PIC X(20).
       01 RATING-X      PIC X(04).
       01 RATING-X2     PIC X(04).

      *> 対局表: 連鎖の残っている全対局。語の表の
      *> 先頭・末尾の位置と、最初の二人の指し手
      *> (勝負なしの行の相手探し用)を持つ
       01 GT-CNT        PIC 9(04) VALUE 0.
       01 GT-TBL.
           02 GT-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON GT-CNT INDEXED BY GTI.
             03 GTT-GAME-ID   PIC X(10).
             03 GTT-START     PIC X(14).
             03 GTT-FIRST     PIC 9(05).
             03 GTT-LAST      PIC 9(05).
             03 GTT-WORDS     PIC 9(05).
             03 GTT-NAME1     PIC X(20).
             03 GTT-NAME2     PIC X(20).
      *>     "Y" = 見る週に終局した(練習でない)対局
             03 GTT-WEEK      PIC X(01).
       01 LOC-GAME-ID   PIC X(10).
       01 CUR-GT        PIC 9(04) VALUE 0.
       01 CUR-G         PIC 9(04).
       01 SRC-G         PIC 9(04).

      *> 語の表: 退避(S-HIST)を先に、現役(S-FILE)を
      *> 後に読むので、同じ対局の語は着手順に並ぶ。
      *> WTT-NEXTで同じ対局の次の語へたどる
       01 WT-CNT        PIC 9(05) VALUE 0.
       01 WT-TBL.
           02 WT-ENTRY  OCCURS 1 TO 60000 TIMES
                        DEPENDING ON WT-CNT.
             03 WTT-GAME      PIC 9(04).
             03 WTT-SEQ       PIC 9(05).
             03 WTT-WORD      PIC X(50).
             03 WTT-NAME      PIC X(20).
             03 WTT-TIME      PIC X(14).
             03 WTT-NEXT      PIC 9(05).
       01 WT-FULL-FLG   PIC X VALUE LOW-VALUE.
        88 WT-FULL            VALUE HIGH-VALUE.
       01 ADD-WORD      PIC X(50).
       01 ADD-NAME      PIC X(20).
       01 ADD-TIME      PIC X(14).

      *> 期間内の結果行(練習・無効を除く)。
      *> RST-KEY1 < RST-KEY2 に並べた二人と、
      *> RST-OUTCOME "A" = KEY1の勝ち "B" = KEY2の
      *> 勝ち "-" = 勝負なし "S" = 座席のある卓
       01 RS-CNT        PIC 9(04) VALUE 0.
       01 RS-TBL.
           02 RS-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON RS-CNT INDEXED BY RSI.
             03 RST-GAME-ID   PIC X(10).
             03 RST-END-TIME  PIC X(14).
             03 RST-TURNS     PIC 9(04).
             03 RST-REASON    PIC X(01).
             03 RST-CORR      PIC X(01).
             03 RST-WEEK      PIC X(01).
             03 RST-WIN-NAME  PIC X(20).
             03 RST-LOSE-NAME PIC X(20).
             03 RST-KEY1      PIC X(20).
             03 RST-KEY2      PIC X(20).
             03 RST-NAME1     PIC X(20).
             03 RST-NAME2     PIC X(20).
             03 RST-OUTCOME   PIC X(01).
       01 RS-FULL-FLG   PIC X VALUE LOW-VALUE.
        88 RS-FULL            VALUE HIGH-VALUE.
       01 OTHER-NAME    PIC X(20).
       01 KEY-A         PIC X(20).
       01 KEY-B         PIC X(20).
       01 WIN-KEY       PIC X(20).
       01 WEEK-GAMES    PIC 9(04) VALUE 0.

      *> 組合せ表(期間内)
       01 PR-CNT        PIC 9(04) VALUE 0.
       01 PR-TBL.
           02 PR-ENTRY  OCCURS 1 TO 1000 TIMES
                        DEPENDING ON PR-CNT INDEXED BY PRI.
             03 PRT-KEY1      PIC X(20).
             03 PRT-KEY2      PIC X(20).
             03 PRT-NAME1     PIC X(20).
             03 PRT-NAME2     PIC X(20).
             03 PRT-GAMES     PIC 9(04).
             03 PRT-WEEK      PIC 9(04).
             03 PRT-WINS1     PIC 9(04).
             03 PRT-WINS2     PIC 9(04).
             03 PRT-NODEC     PIC 9(04).
             03 PRT-SHORT     PIC 9(04).
      *>     勝敗の並び(A/B/-、古い順)
             03 PRT-SEQ       PIC X(40).
             03 PRT-SEQ-LEN   PIC 9(02).
             03 PRT-LAST-DEC  PIC X(01).
      *>     "Y" = 同じ側が続けて勝ったことがある
             03 PRT-ALT-BROKEN PIC X(01).
       01 DEC-CNT       PIC 9(04).
       01 FLAG-TXT      PIC X(40).
       01 FLAG-PTR      PIC 9(03).
       01 PEN-SUM1      PIC 9(04).
       01 PEN-SUM2      PIC 9(04).

      *> 罰点(期間内の対局・登録キー別)
       01 PN-CNT        PIC 9(04) VALUE 0.
       01 PN-TBL.
           02 PN-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON PN-CNT INDEXED BY PNI.
             03 PNT-GAME-ID   PIC X(10).
             03 PNT-KEY       PIC X(20).
             03 PNT-COUNT     PIC 9(04).
       01 PEN-GAME-ID   PIC X(10).
       01 PEN-KEY       PIC X(20).
       01 PEN-N         PIC 9(04).
       01 PEN-N2        PIC 9(04).

      *> 見る週の対局の手番提示時刻(手番ごとに
      *> 最初の行: 前の語が乗った時刻)
       01 TP-CNT        PIC 9(05) VALUE 0.
       01 TP-TBL.
           02 TP-ENTRY  OCCURS 1 TO 20000 TIMES
                        DEPENDING ON TP-CNT INDEXED BY TPI.
             03 TPT-GAME      PIC 9(04).
             03 TPT-WNUM      PIC 9(04).
             03 TPT-PROMPT    PIC X(14).
       01 LANDED-AT     PIC X(14).
       01 NEXT-WNUM     PIC 9(05).

      *> 一局の指し手別の応答
       01 MV-CNT        PIC 9(02) VALUE 0.
       01 MV-TBL.
           02 MV-ENTRY  OCCURS 1 TO 12 TIMES
                        DEPENDING ON MV-CNT INDEXED BY MVI.
             03 MVT-NAME      PIC X(20).
             03 MVT-MOVES     PIC 9(05).
             03 MVT-FAST      PIC 9(05).
             03 MVT-MIN       PIC 9(05).
             03 MVT-EX-SEQ    PIC 9(05).
             03 MVT-EX-WORD   PIC X(50).

      *> 時刻の秒換算
       01 CONV-TIME.
           02 CONV-DATE     PIC 9(08).
           02 CONV-HH       PIC 9(02).
           02 CONV-MI       PIC 9(02).
           02 CONV-SS       PIC 9(02).
       01 CONV-SECS     PIC 9(11).
       01 PROMPT-SECS   PIC 9(11).
       01 MOVE-SECS     PIC 9(11).
       01 GAP-SEC       PIC S9(09).

      *> 連鎖の照合
       01 CI            PIC 9(05).
       01 WJ            PIC 9(05).
       01 RA            PIC 9(05).
       01 RB            PIC 9(05).
       01 RUN-LEN       PIC 9(05).
       01 RUN-LAST      PIC 9(05).
       01 RUN-J         PIC 9(05).
       01 RUN-END-FLG   PIC X.
        88 RUN-END            VALUE HIGH-VALUE.
       01 BEST-LEN      PIC 9(05).
       01 BEST-SRC      PIC 9(05).
       01 BEST-LAST     PIC 9(05).
       01 SRC-TO        PIC 9(05).

      *> 目安の印字用
       01 LIMIT-X       PIC 9(03).
       01 LIMIT2-X      PIC 9(03).

       01 EXC-CNT       PIC 9(05) VALUE 0.
       01 SECT-CNT      PIC 9(05).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM SET-DATES
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM LOAD-PRACTICE-GAMES
           PERFORM LOAD-CORRECTIONS
           PERFORM LOAD-RATINGS
           PERFORM LOAD-WORDS
           PERFORM SCAN-GAME-RESULT
           PERFORM LOAD-PENALTIES
           PERFORM LOAD-TURN-STATE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HEADER
           PERFORM SCREEN-PAIRS
           PERFORM SCREEN-SHORT-GAMES
           PERFORM SCREEN-FAST-MOVES
           PERFORM SCREEN-COPIED-CHAINS
           PERFORM WRITE-TRAILER
           CLOSE REPORT-FILE
           IF EXC-CNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-DATES.
      *> 引数に日付があればその日で締めた週を見る
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE SPACE TO RUN-PARM
           ACCEPT RUN-PARM FROM COMMAND-LINE
           MOVE CURR-DATE(1:8) TO AS-OF-DATE
           IF RUN-PARM NUMERIC THEN
             IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(RUN-PARM)) = 0 THEN
               MOVE RUN-PARM TO AS-OF-DATE
             END-IF
           END-IF
           COMPUTE DATE-INT =
             FUNCTION INTEGER-OF-DATE(AS-OF-DATE) - FP-WEEK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(DATE-INT) TO WEEK-FROM
           COMPUTE DATE-INT =
             FUNCTION INTEGER-OF-DATE(AS-OF-DATE) - FP-PAIR-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(DATE-INT) TO PAIR-FROM.

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
      *> 台帳に登録のある名前は登録IDをキーに
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

       LOAD-PRACTICE-GAMES.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF
             READ GAME-PROF
               AT END SET EOF TO TRUE
               NOT AT END
                 IF GP-PRACTICE = "Y" THEN
                   IF PG-CNT < 500 THEN
                     ADD 1 TO PG-CNT
                     MOVE GP-GAME-ID TO PG-GAME-ID(PG-CNT)
                   ELSE
                     DISPLAY
                       "!! 練習一覧が上限(500)超過"
                     SET EOF TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-PROF
           MOVE LOW-VALUE TO EOF-FLG.

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
      *> 覆しの裁定: CR-WINNERがCR-LOSERより下なら
      *> 二人の順位を入れ替える
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

       LOAD-RATINGS.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RATING-MASTER
           PERFORM UNTIL EOF
             READ RATING-MASTER
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RT-CNT < 1000 THEN
                   ADD 1 TO RT-CNT
                   MOVE RT-PLAYER-KEY TO RTT-KEY(RT-CNT)
                   MOVE RT-RATING     TO RTT-RATING(RT-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RATING-MASTER
           MOVE LOW-VALUE TO EOF-FLG.

       FIND-RATING.
      *> RATING-KEYの評価値(未評価は"----")
           MOVE "----" TO RATING-X
           IF RT-CNT > 0 THEN
             SET RTI TO 1
             SEARCH RT-ENTRY
               AT END CONTINUE
               WHEN RTT-KEY(RTI) = RATING-KEY
                 MOVE RTT-RATING(RTI) TO RATING-X
             END-SEARCH
           END-IF.

       LOAD-WORDS.
      * =========================================================
      * =  全対局の言葉を語の表へ積む: 退避(S-HIST) =
      * =  を先に、現役(S-FILE)は対局索引の順に      =
      * =========================================================
           MOVE 0 TO CUR-GT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-HIST
           PERFORM UNTIL EOF
             READ S-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE H-GAME-ID TO LOC-GAME-ID
                 MOVE H-WORD    TO ADD-WORD
                 MOVE H-NAME    TO ADD-NAME
                 MOVE H-TIME    TO ADD-TIME
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
                       MOVE S-TIME    TO ADD-TIME
                       PERFORM ADD-CHAIN-WORD
                     END-IF
                 END-READ
             END-READ
           END-PERFORM
           CLOSE S-GAME-IDX
           CLOSE S-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       LOCATE-GAME.
      *> LOC-GAME-IDの対局表の位置をCUR-GTへ
      *> (無ければ0)。同じ対局の行は続きやすい
      *> ので直前の位置から見る
           IF CUR-GT > 0 THEN
             IF GTT-GAME-ID(CUR-GT) = LOC-GAME-ID THEN
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE 0 TO CUR-GT
           IF GT-CNT > 0 THEN
             SET GTI TO 1
             SEARCH GT-ENTRY
               AT END CONTINUE
               WHEN GTT-GAME-ID(GTI) = LOC-GAME-ID
                 SET CUR-GT TO GTI
             END-SEARCH
           END-IF.

       ADD-CHAIN-WORD.
           PERFORM LOCATE-GAME
           IF CUR-GT = 0 THEN
             IF GT-CNT < 3000 THEN
               ADD 1 TO GT-CNT
               MOVE GT-CNT TO CUR-GT
               INITIALIZE GT-ENTRY(CUR-GT)
               MOVE LOC-GAME-ID TO GTT-GAME-ID(CUR-GT)
             ELSE
               SET WT-FULL TO TRUE
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF WT-CNT >= 60000 THEN
             SET WT-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WT-CNT
           ADD 1 TO GTT-WORDS(CUR-GT)
           MOVE CUR-GT    TO WTT-GAME(WT-CNT)
           MOVE GTT-WORDS(CUR-GT) TO WTT-SEQ(WT-CNT)
           MOVE ADD-WORD  TO WTT-WORD(WT-CNT)
           MOVE ADD-NAME  TO WTT-NAME(WT-CNT)
           MOVE ADD-TIME  TO WTT-TIME(WT-CNT)
           MOVE 0         TO WTT-NEXT(WT-CNT)
           IF GTT-LAST(CUR-GT) > 0 THEN
             MOVE WT-CNT TO WTT-NEXT(GTT-LAST(CUR-GT))
           ELSE
             MOVE WT-CNT   TO GTT-FIRST(CUR-GT)
             MOVE ADD-TIME TO GTT-START(CUR-GT)
           END-IF
           MOVE WT-CNT TO GTT-LAST(CUR-GT)
           IF GTT-NAME1(CUR-GT) = SPACE THEN
             MOVE ADD-NAME TO GTT-NAME1(CUR-GT)
           ELSE
             IF GTT-NAME2(CUR-GT) = SPACE
                AND ADD-NAME NOT = GTT-NAME1(CUR-GT) THEN
               MOVE ADD-NAME TO GTT-NAME2(CUR-GT)
             END-IF
           END-IF.

       SCAN-GAME-RESULT.
      * =========================================================
      * =  組合せ期間に終局した結果行を結果表へ。=
      * =  勝敗は裁定後のもの                          =
      * =========================================================
           MOVE 0 TO CUR-GT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF
             READ GAME-RESULT
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM TAKE-ONE-RESULT
             END-READ
           END-PERFORM
           CLOSE GAME-RESULT
           MOVE LOW-VALUE TO EOF-FLG.

       TAKE-ONE-RESULT.
           IF GR-PRACTICE = "Y" THEN
             EXIT PARAGRAPH
           END-IF
           IF GR-END-TIME(1:8) NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF
           MOVE GR-END-TIME(1:8) TO END-DATE
           IF END-DATE NOT > PAIR-FROM
              OR END-DATE > AS-OF-DATE THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CORRECTION
           IF CORR-KIND = "V" THEN
             EXIT PARAGRAPH
           END-IF
           IF RS-CNT >= 3000 THEN
             SET RS-FULL TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO RS-CNT
           SET RSI TO RS-CNT
           INITIALIZE RS-ENTRY(RSI)
           MOVE GR-GAME-ID    TO RST-GAME-ID(RSI)
           MOVE GR-END-TIME   TO RST-END-TIME(RSI)
           MOVE GR-TURNS      TO RST-TURNS(RSI)
           MOVE GR-END-REASON TO RST-REASON(RSI)
           MOVE CORR-KIND     TO RST-CORR(RSI)
           MOVE GR-GAME-ID TO LOC-GAME-ID
           PERFORM LOCATE-GAME
           IF END-DATE > WEEK-FROM THEN
             MOVE "Y" TO RST-WEEK(RSI)
             ADD 1 TO WEEK-GAMES
             IF CUR-GT > 0 THEN
               MOVE "Y" TO GTT-WEEK(CUR-GT)
             END-IF
           END-IF
      *> 座席のある卓は1位の勝ち(組合せには数えない)
           IF GR-SEAT-CNT NUMERIC THEN
             IF GR-SEAT-CNT > 2 THEN
               IF CORR-KIND = "O" THEN
                 PERFORM APPLY-PLACE-CORRECTION
               END-IF
               MOVE "S" TO RST-OUTCOME(RSI)
               MOVE GR-PLACE(1) TO RST-WIN-NAME(RSI)
               EXIT PARAGRAPH
             END-IF
           END-IF
      *> 相手: 勝負なしや古い行でGR-OPP-NAMEが空
      *> なら連鎖の指し手から
           MOVE GR-OPP-NAME TO OTHER-NAME
           IF OTHER-NAME = SPACE AND CUR-GT > 0 THEN
             IF GTT-NAME1(CUR-GT) = GR-LAST-NAME THEN
               MOVE GTT-NAME2(CUR-GT) TO OTHER-NAME
             ELSE
               MOVE GTT-NAME1(CUR-GT) TO OTHER-NAME
             END-IF
           END-IF
           IF CORR-KIND = "O" THEN
             MOVE CORR-WINNER TO RST-WIN-NAME(RSI)
             MOVE CORR-LOSER  TO RST-LOSE-NAME(RSI)
           ELSE
             EVALUATE GR-END-REASON
               WHEN "N"
               WHEN "T"
               WHEN "P"
                 MOVE OTHER-NAME   TO RST-WIN-NAME(RSI)
                 MOVE GR-LAST-NAME TO RST-LOSE-NAME(RSI)
               WHEN "F"
               WHEN "D"
                 MOVE GR-LAST-NAME TO RST-WIN-NAME(RSI)
                 MOVE OTHER-NAME   TO RST-LOSE-NAME(RSI)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           MOVE "-" TO RST-OUTCOME(RSI)
           IF OTHER-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
      *> 二人を登録キーの順に並べる
           MOVE GR-LAST-NAME TO NAME-TO-RESOLVE
           PERFORM RESOLVE-PLAYER
           MOVE RESOLVED-KEY TO KEY-A
           MOVE OTHER-NAME TO NAME-TO-RESOLVE
           PERFORM RESOLVE-PLAYER
           MOVE RESOLVED-KEY TO KEY-B
           IF KEY-A < KEY-B THEN
             MOVE KEY-A        TO RST-KEY1(RSI)
             MOVE GR-LAST-NAME TO RST-NAME1(RSI)
             MOVE KEY-B        TO RST-KEY2(RSI)
             MOVE OTHER-NAME   TO RST-NAME2(RSI)
           ELSE
             MOVE KEY-B        TO RST-KEY1(RSI)
             MOVE OTHER-NAME   TO RST-NAME1(RSI)
             MOVE KEY-A        TO RST-KEY2(RSI)
             MOVE GR-LAST-NAME TO RST-NAME2(RSI)
           END-IF
           IF RST-WIN-NAME(RSI) NOT = SPACE THEN
             MOVE RST-WIN-NAME(RSI) TO NAME-TO-RESOLVE
             PERFORM RESOLVE-PLAYER
             IF RESOLVED-KEY = RST-KEY1(RSI) THEN
               MOVE "A" TO RST-OUTCOME(RSI)
             ELSE
               MOVE "B" TO RST-OUTCOME(RSI)
             END-IF
           END-IF.

       LOAD-PENALTIES.
      * =========================================================
      * =  結果表にある対局の罰点を対局・人ごとに=
      * =========================================================
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PENALTY-LOG
           PERFORM UNTIL EOF
             READ PENALTY-LOG
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM TAKE-ONE-PENALTY
             END-READ
           END-PERFORM
           CLOSE PENALTY-LOG
           MOVE LOW-VALUE TO EOF-FLG.

       TAKE-ONE-PENALTY.
           IF RS-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF
           SET RSI TO 1
           SEARCH RS-ENTRY
             AT END
               EXIT PARAGRAPH
             WHEN RST-GAME-ID(RSI) = PN-GAME-ID
               CONTINUE
           END-SEARCH
           MOVE PN-NAME TO NAME-TO-RESOLVE
           PERFORM RESOLVE-PLAYER
           SET PNI TO 1
           SEARCH PN-ENTRY
             AT END
               IF PN-CNT < 3000 THEN
                 ADD 1 TO PN-CNT
                 SET PNI TO PN-CNT
                 MOVE PN-GAME-ID   TO PNT-GAME-ID(PNI)
                 MOVE RESOLVED-KEY TO PNT-KEY(PNI)
                 MOVE 0            TO PNT-COUNT(PNI)
               ELSE
                 EXIT PARAGRAPH
               END-IF
             WHEN PNT-GAME-ID(PNI) = PN-GAME-ID
              AND PNT-KEY(PNI) = RESOLVED-KEY
               CONTINUE
           END-SEARCH
           ADD 1 TO PNT-COUNT(PNI).

       FIND-PENALTY.
      *> PEN-GAME-ID・PEN-KEYの罰点数をPEN-Nへ
           MOVE 0 TO PEN-N
           IF PN-CNT > 0 THEN
             SET PNI TO 1
             SEARCH PN-ENTRY
               AT END CONTINUE
               WHEN PNT-GAME-ID(PNI) = PEN-GAME-ID
                AND PNT-KEY(PNI) = PEN-KEY
                 MOVE PNT-COUNT(PNI) TO PEN-N
             END-SEARCH
           END-IF.

       LOAD-TURN-STATE.
      * =========================================================
      * =  見る週の対局の提示時刻を手番ごとに  =
      * =  最初の行で控える(再描画の行は見ない)   =
      * =========================================================
           MOVE 0 TO CUR-GT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TURN-STATE
           PERFORM UNTIL EOF
             READ TURN-STATE
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE TS-GAME-ID TO LOC-GAME-ID
                 PERFORM LOCATE-GAME
                 IF CUR-GT > 0 THEN
                   IF GTT-WEEK(CUR-GT) = "Y" THEN
                     PERFORM POST-PROMPT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TURN-STATE
           MOVE LOW-VALUE TO EOF-FLG.

       POST-PROMPT.
           SET TPI TO 1
           SEARCH TP-ENTRY
             AT END
               IF TP-CNT < 20000 THEN
                 ADD 1 TO TP-CNT
                 SET TPI TO TP-CNT
                 MOVE CUR-GT  TO TPT-GAME(TPI)
                 MOVE TS-WNUM TO TPT-WNUM(TPI)
                 MOVE TS-PROMPT-TIME TO TPT-PROMPT(TPI)
               END-IF
             WHEN TPT-GAME(TPI) = CUR-GT
              AND TPT-WNUM(TPI) = TS-WNUM
               CONTINUE
           END-SEARCH.

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

       PUT-EXCEPTION.
           ADD 1 TO EXC-CNT
           ADD 1 TO SECT-CNT
           PERFORM PUT-LINE.

       WRITE-HEADER.
           MOVE SPACE TO REPORT-LINE
           STRING "=== 対局ふるい分け 基準日 " AS-OF-DATE
             " 見る週 " WEEK-FROM "より後 / 組合せ期間 "
             PAIR-FROM "より後 ==="
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "今週の終局 " WEEK-GAMES
             " 局 / 期間の結果行 " RS-CNT
             " 行 / 連鎖の残る対局 " GT-CNT " 局"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-TRAILER.
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           IF WT-FULL THEN
             MOVE "!! 語の表が上限: 照合は一部のみ"
               TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           IF RS-FULL THEN
             MOVE "!! 結果表が上限(3000): 期間の一部のみ"
               TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           IF EXC-CNT = 0 THEN
             MOVE "検出なし" TO REPORT-LINE
           ELSE
             STRING "検出 " EXC-CNT " 件 -- 幹事の確認が必要"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE.

       SCREEN-PAIRS.
      * =========================================================
      * =  組合せ: 期間の結果を二人ごとに、今週も=
      * =  対局のある組の多数・偏り・交互    =
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE FP-PAIR-GAMES TO LIMIT-X
           MOVE FP-ONESIDED-PCT TO LIMIT2-X
           STRING "--- 組合せ (多数=" LIMIT-X "局以上 偏り="
             LIMIT2-X "%以上 交互=勝者が毎局交代) ---"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO SECT-CNT
           PERFORM VARYING RSI FROM 1 BY 1 UNTIL RSI > RS-CNT
             IF RST-KEY1(RSI) NOT = SPACE THEN
               PERFORM TALLY-PAIR
             END-IF
           END-PERFORM
           PERFORM VARYING PRI FROM 1 BY 1 UNTIL PRI > PR-CNT
             IF PRT-WEEK(PRI) > 0 THEN
               PERFORM JUDGE-PAIR
             END-IF
           END-PERFORM
           IF SECT-CNT = 0 THEN
             MOVE "  該当なし" TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.

       TALLY-PAIR.
           SET PRI TO 1
           SEARCH PR-ENTRY
             AT END
               IF PR-CNT < 1000 THEN
                 ADD 1 TO PR-CNT
                 SET PRI TO PR-CNT
                 INITIALIZE PR-ENTRY(PRI)
                 MOVE RST-KEY1(RSI)  TO PRT-KEY1(PRI)
                 MOVE RST-KEY2(RSI)  TO PRT-KEY2(PRI)
                 MOVE RST-NAME1(RSI) TO PRT-NAME1(PRI)
                 MOVE RST-NAME2(RSI) TO PRT-NAME2(PRI)
               ELSE
                 EXIT PARAGRAPH
               END-IF
             WHEN PRT-KEY1(PRI) = RST-KEY1(RSI)
              AND PRT-KEY2(PRI) = RST-KEY2(RSI)
               CONTINUE
           END-SEARCH
           ADD 1 TO PRT-GAMES(PRI)
           IF RST-WEEK(RSI) = "Y" THEN
             ADD 1 TO PRT-WEEK(PRI)
           END-IF
           IF RST-TURNS(RSI) NOT > FP-SHORT-TURNS THEN
             ADD 1 TO PRT-SHORT(PRI)
           END-IF
           IF PRT-SEQ-LEN(PRI) < 40 THEN
             ADD 1 TO PRT-SEQ-LEN(PRI)
             MOVE RST-OUTCOME(RSI)
               TO PRT-SEQ(PRI)(PRT-SEQ-LEN(PRI):1)
           END-IF
           EVALUATE RST-OUTCOME(RSI)
             WHEN "A"
               ADD 1 TO PRT-WINS1(PRI)
             WHEN "B"
               ADD 1 TO PRT-WINS2(PRI)
             WHEN OTHER
               ADD 1 TO PRT-NODEC(PRI)
               EXIT PARAGRAPH
           END-EVALUATE
           IF PRT-LAST-DEC(PRI) = RST-OUTCOME(RSI) THEN
             MOVE "Y" TO PRT-ALT-BROKEN(PRI)
           END-IF
           MOVE RST-OUTCOME(RSI) TO PRT-LAST-DEC(PRI).

       JUDGE-PAIR.
           MOVE SPACE TO FLAG-TXT
           MOVE 1 TO FLAG-PTR
           IF PRT-GAMES(PRI) NOT < FP-PAIR-GAMES THEN
             STRING "[多数]" DELIMITED BY SIZE
               INTO FLAG-TXT WITH POINTER FLAG-PTR
           END-IF
           COMPUTE DEC-CNT = PRT-WINS1(PRI) + PRT-WINS2(PRI)
           IF DEC-CNT NOT < FP-PAIR-MIN THEN
             IF PRT-WINS1(PRI) * 100 NOT < DEC-CNT * FP-ONESIDED-PCT
                OR PRT-WINS2(PRI) * 100
                   NOT < DEC-CNT * FP-ONESIDED-PCT THEN
               STRING "[偏り]" DELIMITED BY SIZE
                 INTO FLAG-TXT WITH POINTER FLAG-PTR
             END-IF
             IF PRT-ALT-BROKEN(PRI) NOT = "Y" THEN
               STRING "[交互]" DELIMITED BY SIZE
                 INTO FLAG-TXT WITH POINTER FLAG-PTR
             END-IF
           END-IF
           IF FLAG-TXT NOT = SPACE THEN
             PERFORM REPORT-PAIR
           END-IF.

       REPORT-PAIR.
           MOVE SPACE TO REPORT-LINE
           STRING "組合せ: A=" PRT-NAME1(PRI) " B=" PRT-NAME2(PRI)
             " " FLAG-TXT
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-EXCEPTION
           MOVE SPACE TO REPORT-LINE
           STRING "  対局 " PRT-GAMES(PRI) " (今週 " PRT-WEEK(PRI)
             ")  A勝 " PRT-WINS1(PRI) "  B勝 " PRT-WINS2(PRI)
             "  勝負なし " PRT-NODEC(PRI)
             "  短手数 " PRT-SHORT(PRI)
             "  並び " PRT-SEQ(PRI)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
      *> 根拠: 評価値と、組の対局での罰点の合計
           MOVE 0 TO PEN-SUM1
           MOVE 0 TO PEN-SUM2
           PERFORM VARYING RSI FROM 1 BY 1 UNTIL RSI > RS-CNT
             IF RST-KEY1(RSI) = PRT-KEY1(PRI)
                AND RST-KEY2(RSI) = PRT-KEY2(PRI) THEN
               MOVE RST-GAME-ID(RSI) TO PEN-GAME-ID
               MOVE PRT-KEY1(PRI) TO PEN-KEY
               PERFORM FIND-PENALTY
               ADD PEN-N TO PEN-SUM1
               MOVE PRT-KEY2(PRI) TO PEN-KEY
               PERFORM FIND-PENALTY
               ADD PEN-N TO PEN-SUM2
             END-IF
           END-PERFORM
           MOVE PRT-KEY1(PRI) TO RATING-KEY
           PERFORM FIND-RATING
           MOVE RATING-X TO RATING-X2
           MOVE PRT-KEY2(PRI) TO RATING-KEY
           PERFORM FIND-RATING
           MOVE SPACE TO REPORT-LINE
           STRING "  評価 A " RATING-X2 " / B " RATING-X
             "  罰点 A " PEN-SUM1 " / B " PEN-SUM2
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING RSI FROM 1 BY 1 UNTIL RSI > RS-CNT
             IF RST-KEY1(RSI) = PRT-KEY1(PRI)
                AND RST-KEY2(RSI) = PRT-KEY2(PRI) THEN
               PERFORM PUT-RESULT-ROW
             END-IF
           END-PERFORM.

       PUT-RESULT-ROW.
      *> 結果表の1行(RSI)を根拠として印字
           MOVE SPACE TO REPORT-LINE
           STRING "    " RST-GAME-ID(RSI) " 終局 " RST-END-TIME(RSI)
             " 手数 " RST-TURNS(RSI) " 理由 " RST-REASON(RSI)
             " 勝 " RST-WIN-NAME(RSI)
             DELIMITED BY SIZE INTO REPORT-LINE
           IF RST-CORR(RSI) = "O" THEN
             STRING REPORT-LINE(1:90) "(裁定で覆し)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE.

       SCREEN-SHORT-GAMES.
      * =========================================================
      * =  短手数: 今週ごく少ない手数で決着した局  =
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE FP-SHORT-TURNS TO LIMIT-X
           STRING "--- 短手数の決着 (" LIMIT-X "手以下) ---"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO SECT-CNT
           PERFORM VARYING RSI FROM 1 BY 1 UNTIL RSI > RS-CNT
             IF RST-WEEK(RSI) = "Y"
                AND RST-WIN-NAME(RSI) NOT = SPACE
                AND RST-TURNS(RSI) NOT > FP-SHORT-TURNS THEN
               PERFORM REPORT-SHORT-GAME
             END-IF
           END-PERFORM
           IF SECT-CNT = 0 THEN
             MOVE "  該当なし" TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.

       REPORT-SHORT-GAME.
           MOVE SPACE TO REPORT-LINE
           STRING "短手数: " RST-GAME-ID(RSI)
             " 終局 " RST-END-TIME(RSI)
             " 手数 " RST-TURNS(RSI) " 理由 " RST-REASON(RSI)
             " 勝 " RST-WIN-NAME(RSI) " 負 " RST-LOSE-NAME(RSI)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-EXCEPTION
           MOVE RST-GAME-ID(RSI) TO PEN-GAME-ID
           MOVE RST-WIN-NAME(RSI) TO NAME-TO-RESOLVE
           PERFORM RESOLVE-PLAYER
           MOVE RESOLVED-KEY TO PEN-KEY
           MOVE RESOLVED-KEY TO RATING-KEY
           PERFORM FIND-PENALTY
           PERFORM FIND-RATING
           MOVE RATING-X TO RATING-X2
           MOVE PEN-N TO PEN-N2
           MOVE SPACE TO REPORT-LINE
           IF RST-LOSE-NAME(RSI) = SPACE THEN
             STRING "  評価 勝 " RATING-X2 " 罰点 勝 " PEN-N2
               DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
             MOVE RST-LOSE-NAME(RSI) TO NAME-TO-RESOLVE
             PERFORM RESOLVE-PLAYER
             MOVE RESOLVED-KEY TO PEN-KEY
             MOVE RESOLVED-KEY TO RATING-KEY
             PERFORM FIND-PENALTY
             PERFORM FIND-RATING
             STRING "  評価 勝 " RATING-X2 " / 負 " RATING-X
               "  罰点 勝 " PEN-N2 " / 負 " PEN-N
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           IF RST-CORR(RSI) = "O" THEN
             STRING REPORT-LINE(1:80) " (裁定で覆し)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-LINE.

       SCREEN-FAST-MOVES.
      * =========================================================
      * =  速答: 今週の対局の応答時間を指し手  =
      * =  ごとに数える                                =
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE FP-FAST-SEC TO LIMIT-X
           MOVE FP-FAST-CNT TO LIMIT2-X
           STRING "--- 速すぎる応答 (" LIMIT-X
             "秒以内の応答が一局で "
             LIMIT2-X "回以上) ---"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO SECT-CNT
           PERFORM VARYING CUR-G FROM 1 BY 1 UNTIL CUR-G > GT-CNT
             IF GTT-WEEK(CUR-G) = "Y" THEN
               PERFORM CHECK-GAME-PACE
             END-IF
           END-PERFORM
           IF SECT-CNT = 0 THEN
             MOVE "  該当なし" TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.

       CHECK-GAME-PACE.
           MOVE 0 TO MV-CNT
           MOVE GTT-FIRST(CUR-G) TO CI
           PERFORM UNTIL CI = 0
             PERFORM TIME-ONE-MOVE
             MOVE WTT-NEXT(CI) TO CI
           END-PERFORM
           PERFORM VARYING MVI FROM 1 BY 1 UNTIL MVI > MV-CNT
             IF MVT-FAST(MVI) NOT < FP-FAST-CNT THEN
               PERFORM REPORT-FAST-MOVER
             END-IF
           END-PERFORM.

       TIME-ONE-MOVE.
      *> 応答時間 = 語が乗った時刻 - その手の提示時刻
      *> (WTT-TIME)。乗った時刻は次の手番の最初の
      *> TURN-STATE行、無ければ次の語の提示時刻。
      *> 最後の語は測れない
           SET MVI TO 1
           SEARCH MV-ENTRY
             AT END
               IF MV-CNT < 12 THEN
                 ADD 1 TO MV-CNT
                 SET MVI TO MV-CNT
                 INITIALIZE MV-ENTRY(MVI)
                 MOVE WTT-NAME(CI) TO MVT-NAME(MVI)
                 MOVE 99999 TO MVT-MIN(MVI)
               ELSE
                 EXIT PARAGRAPH
               END-IF
             WHEN MVT-NAME(MVI) = WTT-NAME(CI)
               CONTINUE
           END-SEARCH
           MOVE SPACE TO LANDED-AT
           COMPUTE NEXT-WNUM = WTT-SEQ(CI) + 1
           IF TP-CNT > 0 THEN
             SET TPI TO 1
             SEARCH TP-ENTRY
               AT END CONTINUE
               WHEN TPT-GAME(TPI) = CUR-G
                AND TPT-WNUM(TPI) = NEXT-WNUM
                 MOVE TPT-PROMPT(TPI) TO LANDED-AT
             END-SEARCH
           END-IF
           IF LANDED-AT = SPACE AND WTT-NEXT(CI) > 0 THEN
             MOVE WTT-TIME(WTT-NEXT(CI)) TO LANDED-AT
           END-IF
           IF LANDED-AT = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           MOVE WTT-TIME(CI) TO CONV-TIME
           PERFORM TIME-TO-SECS
           MOVE CONV-SECS TO PROMPT-SECS
           MOVE LANDED-AT TO CONV-TIME
           PERFORM TIME-TO-SECS
           MOVE CONV-SECS TO MOVE-SECS
           IF PROMPT-SECS = 0 OR MOVE-SECS = 0 THEN
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO MVT-MOVES(MVI)
           COMPUTE GAP-SEC = MOVE-SECS - PROMPT-SECS
           IF GAP-SEC < 0 OR GAP-SEC > FP-FAST-SEC THEN
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO MVT-FAST(MVI)
           IF MVT-FAST(MVI) = 1 THEN
             MOVE WTT-SEQ(CI)  TO MVT-EX-SEQ(MVI)
             MOVE WTT-WORD(CI) TO MVT-EX-WORD(MVI)
           END-IF
           IF GAP-SEC < MVT-MIN(MVI) THEN
             MOVE GAP-SEC TO MVT-MIN(MVI)
           END-IF.

       REPORT-FAST-MOVER.
           MOVE SPACE TO REPORT-LINE
           STRING "速答: " GTT-GAME-ID(CUR-G) " " MVT-NAME(MVI)
             " 速答 " MVT-FAST(MVI) " / " MVT-MOVES(MVI) " 手"
             "  最短 " MVT-MIN(MVI) " 秒"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-EXCEPTION
           MOVE MVT-NAME(MVI) TO NAME-TO-RESOLVE
           PERFORM RESOLVE-PLAYER
           MOVE RESOLVED-KEY TO RATING-KEY
           MOVE RESOLVED-KEY TO PEN-KEY
           MOVE GTT-GAME-ID(CUR-G) TO PEN-GAME-ID
           PERFORM FIND-RATING
           PERFORM FIND-PENALTY
           MOVE SPACE TO REPORT-LINE
           STRING "  初出 第" MVT-EX-SEQ(MVI) "手 "
             MVT-EX-WORD(MVI)
             DELIMITED BY SIZE INTO REPORT-LINE
           STRING REPORT-LINE(1:70) " 評価 " RATING-X
             " 罰点 " PEN-N
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       SCREEN-COPIED-CHAINS.
      * =========================================================
      * =  写し: 今週の対局の連鎖を、それより  =
      * =  前に始まった全対局と突き合わせる=
      * =========================================================
           MOVE SPACE TO REPORT-LINE
           PERFORM PUT-LINE
           MOVE FP-COPY-RUN TO LIMIT-X
           STRING "--- 過去の対局からの写し (" LIMIT-X
             "語以上続く一致) ---"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO SECT-CNT
           PERFORM VARYING CUR-G FROM 1 BY 1 UNTIL CUR-G > GT-CNT
             IF GTT-WEEK(CUR-G) = "Y" THEN
               PERFORM CHECK-COPIED-CHAIN
             END-IF
           END-PERFORM
           IF SECT-CNT = 0 THEN
             MOVE "  該当なし" TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.

       CHECK-COPIED-CHAIN.
      *> 一致した並びはまとめて1件とし、その先から
      *> 続けて見る
           MOVE GTT-FIRST(CUR-G) TO CI
           PERFORM UNTIL CI = 0
             PERFORM FIND-LONGEST-RUN
             IF BEST-LEN NOT < FP-COPY-RUN THEN
               PERFORM REPORT-COPY
               PERFORM VARYING RUN-J FROM 1 BY 1
                   UNTIL RUN-J > BEST-LEN OR CI = 0
                 MOVE WTT-NEXT(CI) TO CI
               END-PERFORM
             ELSE
               MOVE WTT-NEXT(CI) TO CI
             END-IF
           END-PERFORM.

       FIND-LONGEST-RUN.
      *> CIの語から始まる並びに一致する、先に
      *> 始まった対局の最長の並び
           MOVE 0 TO BEST-LEN
           MOVE 0 TO BEST-SRC
           PERFORM VARYING WJ FROM 1 BY 1 UNTIL WJ > WT-CNT
             IF WTT-WORD(WJ) = WTT-WORD(CI)
                AND WTT-GAME(WJ) NOT = CUR-G THEN
               MOVE WTT-GAME(WJ) TO SRC-G
               IF GTT-START(SRC-G) < GTT-START(CUR-G) THEN
                 PERFORM MEASURE-RUN
                 IF RUN-LEN > BEST-LEN THEN
                   MOVE RUN-LEN  TO BEST-LEN
                   MOVE WJ       TO BEST-SRC
                   MOVE RUN-LAST TO BEST-LAST
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       MEASURE-RUN.
           MOVE 0 TO RUN-LEN
           MOVE CI TO RA
           MOVE WJ TO RB
           MOVE LOW-VALUE TO RUN-END-FLG
           PERFORM UNTIL RUN-END
             IF RA = 0 OR RB = 0 THEN
               SET RUN-END TO TRUE
             ELSE
               IF WTT-WORD(RA) NOT = WTT-WORD(RB) THEN
                 SET RUN-END TO TRUE
               ELSE
                 ADD 1 TO RUN-LEN
                 MOVE RA TO RUN-LAST
                 MOVE WTT-NEXT(RA) TO RA
                 MOVE WTT-NEXT(RB) TO RB
               END-IF
             END-IF
           END-PERFORM.

       REPORT-COPY.
           MOVE WTT-GAME(BEST-SRC) TO SRC-G
           COMPUTE SRC-TO = WTT-SEQ(BEST-SRC) + BEST-LEN - 1
           MOVE SPACE TO REPORT-LINE
           STRING "写し: " GTT-GAME-ID(CUR-G)
             " 第" WTT-SEQ(CI) "-" WTT-SEQ(BEST-LAST) "手 = "
             GTT-GAME-ID(SRC-G) " 第" WTT-SEQ(BEST-SRC) "-"
             SRC-TO "手 (" BEST-LEN "語一致)"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-EXCEPTION
           MOVE SPACE TO REPORT-LINE
           STRING "  " WTT-WORD(CI)(1:24) " ～ "
             WTT-WORD(BEST-LAST)(1:24)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "  今週の対局 " GTT-NAME1(CUR-G) " "
             GTT-NAME2(CUR-G) " / 元の対局 " GTT-START(SRC-G)
             "開始 " GTT-NAME1(SRC-G) " " GTT-NAME2(SRC-G)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.
