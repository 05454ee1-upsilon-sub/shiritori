      *> RULES.TXTは写しのない旧対局の既定値に
      *> 使うだけなので、ルール変更の翌朝に古い
      *> 対局が偽の例外で埋まることはない。
      *> 各語が辞書語か(しばり対局なら分類が合うか)
      *> も、その語が指された日の辞書(索引と辞書
      *> 変更履歴DICT-HIST)で判定する: 後日の廃止や
      *> 分類変更で古い対局が例外になることはない。
      *> 辞書照合は対局プロフィールのある対局だけ
      *> (それより古い対局は辞書判定ができる前に
      *> 指されたことがある)。
      *> あわせてS-FILE-KEYの高水位より先に占有
      *> スロットが無いか、言葉のない対局の
      *> TURN-STATE行、食い違うGAME-RESULTの
      *> GR-TURNS、中断したままの書き戻し
      *> (REWRITE-JNL)を洗い出し、例外報告を
      *> AUDIT.TXTへ書く。例外0の朝がサインオフ
      *> の拠り所になる。例外があれば戻り値4で
      *> 終わり、夜間バッチ(NIGHT-BATCH)は後続の
      *> 工程を止める。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
            "..\04 SHIRITORI_COMMON\S-FILE-KEY.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT WORD-DICT-IX ASSIGN
            "..\04 SHIRITORI_COMMON\WORD-DICT.IDX"
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS DIX-WORD.

        SELECT OPTIONAL DICT-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\DICT-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL S-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\S-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       FD S-FILE-KEY.
       COPY "S-FILE-KEY.CBF".

       FD WORD-DICT-IX.
       COPY "DICT-IX.CBF".

       FD DICT-HIST.
       COPY "DICT-HIST.CBF".

       FD S-HIST.
       COPY "S-HIST.CBF".

       01 CH-TBL.
           02 CH-WORD   PIC X(50) OCCURS 1 TO 10000 TIMES
                        DEPENDING ON CH-CNT INDEXED BY CHI.
      *> 各語の指された日(S-TIME/H-TIMEの日付部)
       01 CD-TBL.
           02 CH-DATE   PIC X(08) OCCURS 1 TO 10000 TIMES
                        DEPENDING ON CH-CNT.
       01 CHJ           PIC 9(05).
       01 CH-DSP        PIC 9(05).

           02 DEF-FORFEIT-SEC   PIC 9(04).
       01 PROF-FOUND-FLG PIC X VALUE LOW-VALUE.
        88 PROF-FOUND         VALUE HIGH-VALUE.
      *> 対局プロフィールの有無と、しばり分類
       01 PROF-SEEN-FLG PIC X VALUE LOW-VALUE.
        88 PROF-SEEN          VALUE HIGH-VALUE.
       01 GAME-THEME    PIC X(10).

      *> 辞書変更履歴。語の判定は指された日の辞書
      *> (DICT-AS-OF)で行う
       01 DH-CNT        PIC 9(04) VALUE 0.
       01 DH-TBL.
           02 DH-ENTRY  OCCURS 1 TO 5000 TIMES
                        DEPENDING ON DH-CNT INDEXED BY DHI.
             03 DHT-WORD       PIC X(50).
             03 DHT-EFF-DATE   PIC X(08).
             03 DHT-OLD-STATUS PIC X(01).
             03 DHT-OLD-CAT    PIC X(10).
             03 DHT-NEW-STATUS PIC X(01).
             03 DHT-NEW-CAT    PIC X(10).
       01 ASOF-WORD     PIC X(50).
       01 ASOF-DATE     PIC X(08).
       01 ASOF-STATUS   PIC X(01).
       01 ASOF-CAT      PIC X(10).
       01 ASOF-HIST-FLG PIC X VALUE LOW-VALUE.
        88 ASOF-HIST          VALUE HIGH-VALUE.

      *> ʃ`FbN: ƍʐ̃Xbgoő
      *> Lʒu߂
           PERFORM COLLECT-GAME-IDS
           PERFORM CHECK-HIGH-WATER
           PERFORM CHECK-REWRITE-JOURNAL
           PERFORM LOAD-DICT-HIST
           OPEN INPUT S-FILE
           OPEN INPUT WORD-DICT-IX
           PERFORM VARYING AGI FROM 1 BY 1 UNTIL AGI > AG-CNT
             MOVE AG-GAME-ID(AGI) TO CUR-GAME-ID
             PERFORM AUDIT-ONE-GAME
           END-PERFORM
           CLOSE WORD-DICT-IX
           CLOSE S-FILE
           PERFORM WRITE-TRAILER
           CLOSE REPORT-FILE
           IF EXC-CNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ALLOW-INIT.
           PERFORM LOAD-CHAIN
           PERFORM CHECK-CHAIN-LINKS
           PERFORM CHECK-DUPLICATES
           IF PROF-SEEN THEN
             PERFORM CHECK-DICTIONARY-WORDS
           END-IF
           PERFORM CHECK-TURN-STATE
           PERFORM CHECK-GAME-RESULT.

           MOVE DEF-CHOONPU-MORA TO RULE-CHOONPU-MORA
           MOVE DEF-FORFEIT-SEC  TO RULE-FORFEIT-SEC
           MOVE LOW-VALUE TO PROF-FOUND-FLG
           MOVE LOW-VALUE TO PROF-SEEN-FLG
           MOVE SPACE TO GAME-THEME
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF OR PROF-FOUND
             READ GAME-PROF
               AT END SET EOF TO TRUE
               NOT AT END
      *> しばり分類は最初の行(作成者のもの)から
                 IF GP-GAME-ID = CUR-GAME-ID
                    AND NOT PROF-SEEN THEN
                   SET PROF-SEEN TO TRUE
                   MOVE GP-THEME TO GAME-THEME
                 END-IF
                 IF GP-GAME-ID = CUR-GAME-ID
                    AND GP-N-ENDING NOT = SPACE THEN
                   MOVE GP-N-ENDING     TO RULE-N-ENDING
                 IF H-GAME-ID = CUR-GAME-ID AND CH-CNT < 10000 THEN
                   ADD 1 TO CH-CNT
                   MOVE H-WORD TO CH-WORD(CH-CNT)
                   MOVE H-TIME(1:8) TO CH-DATE(CH-CNT)
                 END-IF
             END-READ
           END-PERFORM
                       CONTINUE
                     NOT INVALID KEY
                       IF S-GAME-ID = CUR-GAME-ID
                          AND S-KIND = SPACE
                          AND CH-CNT < 10000 THEN
                         ADD 1 TO CH-CNT
                         MOVE S-WORD TO CH-WORD(CH-CNT)
                         MOVE S-TIME(1:8) TO CH-DATE(CH-CNT)
                       END-IF
                   END-READ
                 END-IF
             END-PERFORM
           END-PERFORM.

       CHECK-DICTIONARY-WORDS.
      * =========================================================
      * =  各語がその日の辞書で使用中だったか、    =
      * =  しばり対局ならその日の分類が合うか      =
      * =========================================================
           PERFORM VARYING CHI FROM 1 BY 1 UNTIL CHI > CH-CNT
             MOVE CH-WORD(CHI) TO ASOF-WORD
             MOVE CH-DATE(CHI) TO ASOF-DATE
             PERFORM DICT-AS-OF
             SET CH-DSP TO CHI
             IF ASOF-STATUS NOT = SPACE THEN
               MOVE SPACE TO REPORT-LINE
               STRING "辞書外: " CUR-GAME-ID " 手数 " CH-DSP
                 ": " CH-WORD(CHI)(1:20) " (" CH-DATE(CHI)
                 " の辞書)"
                 DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PUT-EXCEPTION
             ELSE
               IF GAME-THEME NOT = SPACE
                  AND ASOF-CAT NOT = GAME-THEME THEN
                 MOVE SPACE TO REPORT-LINE
                 STRING "しばり外: " CUR-GAME-ID " 手数 " CH-DSP
                   ": " CH-WORD(CHI)(1:20) " 分類 " ASOF-CAT
                   " / しばり " GAME-THEME
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-EXCEPTION
               END-IF
             END-IF
           END-PERFORM.

       LOAD-DICT-HIST.
           MOVE 0 TO DH-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT DICT-HIST
           PERFORM UNTIL EOF
             READ DICT-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF DH-CNT < 5000 THEN
                   ADD 1 TO DH-CNT
                   MOVE DH-WORD       TO DHT-WORD(DH-CNT)
                   MOVE DH-EFF-DATE   TO DHT-EFF-DATE(DH-CNT)
                   MOVE DH-OLD-STATUS TO DHT-OLD-STATUS(DH-CNT)
                   MOVE DH-OLD-CAT    TO DHT-OLD-CAT(DH-CNT)
                   MOVE DH-NEW-STATUS TO DHT-NEW-STATUS(DH-CNT)
                   MOVE DH-NEW-CAT    TO DHT-NEW-CAT(DH-CNT)
                 ELSE
                   MOVE "辞書変更履歴が上限(5000)超え"
                     TO REPORT-LINE
                   PERFORM PUT-EXCEPTION
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DICT-HIST
           MOVE LOW-VALUE TO EOF-FLG.

       DICT-AS-OF.
      * =========================================================
      * =  ASOF-WORDのASOF-DATE時点の状態と分類。    =
      * =  履歴のある語は最初の行の変更前から始め、=
      * =  その日までに発効した行を順に当てる。    =
      * =  履歴のない語は索引行のまま(ずっと同じ)  =
      * =  WORD-DICT-IXは呼び出し側で開いておく    =
      * =========================================================
           MOVE LOW-VALUE TO ASOF-HIST-FLG
           PERFORM VARYING DHI FROM 1 BY 1 UNTIL DHI > DH-CNT
             IF DHT-WORD(DHI) = ASOF-WORD THEN
               IF NOT ASOF-HIST THEN
                 SET ASOF-HIST TO TRUE
                 MOVE DHT-OLD-STATUS(DHI) TO ASOF-STATUS
                 MOVE DHT-OLD-CAT(DHI)    TO ASOF-CAT
               END-IF
               IF DHT-EFF-DATE(DHI) <= ASOF-DATE THEN
                 MOVE DHT-NEW-STATUS(DHI) TO ASOF-STATUS
                 MOVE DHT-NEW-CAT(DHI)    TO ASOF-CAT
               END-IF
             END-IF
           END-PERFORM
           IF ASOF-HIST THEN
             EXIT PARAGRAPH
           END-IF
           MOVE ASOF-WORD TO DIX-WORD
           READ WORD-DICT-IX
             INVALID KEY
               MOVE "N"   TO ASOF-STATUS
               MOVE SPACE TO ASOF-CAT
             NOT INVALID KEY
               MOVE DIX-STATUS   TO ASOF-STATUS
               MOVE DIX-CATEGORY TO ASOF-CAT
           END-READ.

       CHECK-TURN-STATE.
      * =========================================================
      * =  Ԃił(TS-WNUM>1)̂Ɍt1Ȃ΋    =
