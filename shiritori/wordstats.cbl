          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS DIX-WORD.

        SELECT OPTIONAL DICT-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\DICT-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL S-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\S-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.
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

      * word-splitting work tables (same layout as SHIRITORI)
       01 STR-TMP.

      *> 辞書は索引編成(WORD-DICT.IDX)。表へは
      *> 読み込まず、語数と分類別内訳だけ数える
      *> (今日使用中の語を今日の分類で)
       01 DICT-CNT      PIC 9(05) VALUE 0.
       01 DICT-NOW      PIC X(21).
       01 LIVE-STATUS   PIC X(01).
       01 LIVE-CAT      PIC X(10).

      *> 辞書変更履歴。使われた語は、指された日の
      *> 辞書(DICT-AS-OF)で辞書語かどうかを決める
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

      *> 分類ごとの語数と使用済み語数
      *> (網羅率の分類別内訳)
                        DEPENDING ON WF-CNT INDEXED BY WFI.
             03 WF-WORD        PIC X(50).
             03 WF-TIMES       PIC 9(06).
      *>     WF-IN-DICT "Y" = 指された日に辞書語だった
      *>     (WF-CATはその日の分類)
             03 WF-IN-DICT     PIC X(01).
             03 WF-CAT         PIC X(10).

      *> ȂƂ̓v: vꂽ(̖̌[
      *> ̌̊Jn𔛂)ƁA/̒O
           PERFORM ALLOW-INIT
           PERFORM RULES-INIT
           PERFORM DICT-INIT
           PERFORM LOAD-DICT-HIST
           PERFORM COLLECT-GAME-IDS
           OPEN INPUT S-FILE
           OPEN INPUT WORD-DICT-IX
           PERFORM VARYING AGI FROM 1 BY 1 UNTIL AGI > AG-CNT
             MOVE AG-GAME-ID(AGI) TO CUR-GAME-ID
             PERFORM TALLY-ONE-GAME
           END-PERFORM
           CLOSE WORD-DICT-IX
           CLOSE S-FILE
           PERFORM COUNT-COVERAGE
           PERFORM WRITE-REPORT

       DICT-INIT.
      *> 索引編成を順読みして語数と分類別の語数を
      *> 数える(上限なし)。廃止語・発効前の語は
      *> 数えない
           MOVE 0 TO DICT-CNT
           MOVE FUNCTION CURRENT-DATE TO DICT-NOW
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT WORD-DICT-IX
           PERFORM UNTIL EOF
             READ WORD-DICT-IX NEXT
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM RESOLVE-DICT-ENTRY
                 IF LIVE-STATUS = SPACE THEN
                   ADD 1 TO DICT-CNT
                   MOVE LIVE-CAT TO CUR-CAT
                   PERFORM FIND-OR-ADD-CATEGORY
                   IF NOT CG-FULL THEN
                     ADD 1 TO CG-DICT(CGI)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORD-DICT-IX
           MOVE LOW-VALUE TO EOF-FLG.

       RESOLVE-DICT-ENTRY.
      *> 辞書行の今日の姿(SHIRITORIと同じ重ね方)
           MOVE DIX-STATUS   TO LIVE-STATUS
           MOVE DIX-CATEGORY TO LIVE-CAT
           IF DIX-NEXT-DATE NOT = SPACE
              AND DIX-NEXT-DATE <= DICT-NOW(1:8) THEN
             MOVE DIX-NEXT-STATUS TO LIVE-STATUS
             MOVE DIX-NEXT-CAT    TO LIVE-CAT
           END-IF.

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
                   DISPLAY "!! 辞書変更履歴が上限(5000)を"
                           "超えました"
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

       FIND-OR-ADD-CATEGORY.
      *> 空白の分類は「(なし)」として一つに束ねる
           IF CUR-CAT = SPACE THEN
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
                 SET WFI TO WF-CNT
                 MOVE CH-WORD(CHI) TO WF-WORD(WFI)
                 MOVE 1 TO WF-TIMES(WFI)
                 MOVE "N"   TO WF-IN-DICT(WFI)
                 MOVE SPACE TO WF-CAT(WFI)
                 PERFORM MARK-IN-DICT
               END-IF
             WHEN WF-WORD(WFI) = CH-WORD(CHI)
               ADD 1 TO WF-TIMES(WFI)
               PERFORM MARK-IN-DICT
           END-SEARCH.

       MARK-IN-DICT.
      *> その手が指された日の辞書で判定する: 後で
      *> 廃止された語も、その日に辞書語なら数える
           MOVE CH-WORD(CHI) TO ASOF-WORD
           MOVE CH-DATE(CHI) TO ASOF-DATE
           PERFORM DICT-AS-OF
           IF ASOF-STATUS = SPACE THEN
             MOVE "Y"      TO WF-IN-DICT(WFI)
             MOVE ASOF-CAT TO WF-CAT(WFI)
           END-IF.

       GET-LAST-KANA.
      *> [̎SHIRITORIFIND-CHARƓ
           MOVE CH-WORD(CHI) TO STR-TMP
      * =========================================================
           MOVE WF-CNT TO PLAYED-DISTINCT
           MOVE 0 TO PLAYED-IN-DICT
      *> 辞書語かどうかは集計のとき指された日の
      *> 辞書で付けた印(WF-IN-DICT)による
           PERFORM VARYING WFI FROM 1 BY 1 UNTIL WFI > WF-CNT
             IF WF-IN-DICT(WFI) = "Y" THEN
               ADD 1 TO PLAYED-IN-DICT
               MOVE WF-CAT(WFI) TO CUR-CAT
               PERFORM FIND-OR-ADD-CATEGORY
               IF NOT CG-FULL THEN
                 ADD 1 TO CG-USED(CGI)
               END-IF
             END-IF
           END-PERFORM.

       PUT-LINE.
           WRITE REPORT-LINE
