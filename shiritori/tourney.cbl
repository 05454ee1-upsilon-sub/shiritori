      *> で組へ戻し、回戦日を過ぎて未消化の組に
      *> 印を付け、
      *> 勝ち抜き表/星取表をTOURNEY.TXTへ印字する。
      *> 異議申立の裁定(GAME-CORR)が出た行は裁定後の
      *> 勝者で組へ戻す。勝ち抜きで勝者が変わった・
      *> 無効になった組の行き先は、未消化なら勝者
      *> 待ちへ戻して送り直し、対局済みなら報告に
      *> 要確認として印字する。
      *> 起動パラメータ RECONCILE(夜間バッチ)では、
      *> 開始日を迎えて未決の組が残る大会をすべて
      *> 突き合わせ、報告を1本にまとめて終わる。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-CORR ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-CORR.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\TOURNEY.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       FD GAME-RESULT.
       COPY "GAME-RESULT.CBF".

       FD GAME-CORR.
       COPY "GAME-CORR.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).


       01 CMD           PIC X(01).
       01 IN-STR        PIC X(30).

      *> 夜間バッチからの一括突き合わせ
       01 RUN-PARM      PIC X(20).
       01 BATCH-FLG     PIC X VALUE LOW-VALUE.
        88 BATCH-RUN          VALUE HIGH-VALUE.
       01 LIVE-FLG      PIC X VALUE LOW-VALUE.
        88 EVENT-LIVE         VALUE HIGH-VALUE.
       01 BEV           PIC 9(03).
       01 BATCH-EV-CNT  PIC 9(03) VALUE 0.
       01 CURR-DATE     PIC X(21).
       01 TODAY         PIC X(08).

       01 FXJ           PIC 9(03).
       01 FXK           PIC 9(03).
       01 LATE-CNT      PIC 9(03).
       01 RECHECK-CNT   PIC 9(03).

      *> 裁定表: GAME-CORRの覆し("O")・無効("V")の
      *> 裁定を結果行(対局ID+終局時刻)ごとに
      *> 最新の1件へまとめたもの。CX-O-WINNERは
      *> その行に出た覆しの勝者(後で無効とされても
      *> 残す: 組に入れた覆しの勝者を戻すため)
       01 CX-CNT        PIC 9(03) VALUE 0.
       01 CX-TBL.
           02 CX-ENTRY  OCCURS 1 TO 500 TIMES
                        DEPENDING ON CX-CNT INDEXED BY CXI.
             03 CX-GAME-ID     PIC X(10).
             03 CX-RESULT-END  PIC X(14).
             03 CX-KIND        PIC X(01).
             03 CX-WINNER      PIC X(20).
             03 CX-LOSER       PIC X(20).
             03 CX-O-CNT       PIC 9(01).
             03 CX-O-WINNER    PIC X(20) OCCURS 4.
       01 CORR-KIND     PIC X(01).
       01 CORR-WINNER   PIC X(20).
       01 CORR-LOSER    PIC X(20).
       01 CORR-O-CNT    PIC 9(01).
       01 CORR-O-WINNER PIC X(20) OCCURS 4.
       01 OI            PIC 9(01).
       01 VOID-HIT-FLG  PIC X VALUE LOW-VALUE.
        88 VOID-HIT           VALUE HIGH-VALUE.

      *> 星取表の作業域
       01 CT-CNT        PIC 9(02) VALUE 0.
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-EVENTS
           PERFORM LOAD-FIXTURES
           ACCEPT RUN-PARM FROM COMMAND-LINE
           IF RUN-PARM = "RECONCILE" THEN
             PERFORM RECONCILE-ALL
             STOP RUN
           END-IF
           PERFORM UNTIL DONE
             DISPLAY SPACE
             DISPLAY "=== 大会組み合わせ管理 ==="
              "!! そのイベントは登録されていません"
             EXIT PARAGRAPH
           END-IF
           PERFORM RECONCILE-ONE.

       RECONCILE-ONE.
      *> REC-EV-NO / REC-EV-IX の大会を突き合わせる
           PERFORM MATCH-RESULTS
           IF EV-KIND(REC-EV-IX) = "K" THEN
             PERFORM PROPAGATE-KNOCKOUT
           PERFORM SAVE-FIXTURES
           PERFORM WRITE-REPORT.

       RECONCILE-ALL.
      * =========================================================
      * =  夜間バッチ: 開始日を迎え、未決の組が残る =
      * =  大会をすべて突き合わせ、報告を1本にする =
      * =========================================================
           SET BATCH-RUN TO TRUE
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING BEV FROM 1 BY 1 UNTIL BEV > EV-CNT
             PERFORM CHECK-EVENT-LIVE
             IF EVENT-LIVE THEN
               MOVE EV-NO(BEV) TO REC-EV-NO
               MOVE BEV TO REC-EV-IX
               PERFORM RECONCILE-ONE
               ADD 1 TO BATCH-EV-CNT
             END-IF
           END-PERFORM
           IF BATCH-EV-CNT = 0 THEN
             MOVE "(開催中の大会はありません)"
               TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           CLOSE REPORT-FILE.

       CHECK-EVENT-LIVE.
      *> 開始日を過ぎ、対局済み("P")・不戦("B")以外の
      *> 組が残っていれば開催中
           MOVE LOW-VALUE TO LIVE-FLG
           IF EV-START(BEV) > TODAY THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FXI FROM 1 BY 1 UNTIL FXI > FX-CNT
             IF FX-EVENT(FXI) = EV-NO(BEV)
                AND FX-STATUS(FXI) NOT = "P"
                AND FX-STATUS(FXI) NOT = "B" THEN
               SET EVENT-LIVE TO TRUE
             END-IF
           END-PERFORM.

       MATCH-RESULTS.
      * =========================================================
      * =  GAME-RESULTの決着行をGR-GAME-IDで組へ戻す =
      * =========================================================
           MOVE 0 TO RECHECK-CNT
           PERFORM LOAD-CORRECTIONS
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF
             WHEN "D"
               MOVE GR-LAST-NAME TO GR-WINNER
             WHEN OTHER
               CONTINUE
           END-EVALUATE
      *> 裁定のある行は裁定後の勝者で組へ戻す
           PERFORM FIND-CORRECTION
           IF CORR-KIND = "V" THEN
             PERFORM VOID-FIXTURE
             EXIT PARAGRAPH
           END-IF
           IF CORR-KIND = "O" THEN
             MOVE CORR-WINNER TO GR-WINNER
           END-IF
           IF GR-WINNER = SPACE THEN
             EXIT PARAGRAPH
           END-IF
               MOVE "P" TO FX-STATUS(FXI)
               MOVE GR-WINNER TO FX-WINNER(FXI)
             END-IF
      *> 前回の突き合わせで消化済みの組も覆しの
      *> 裁定どおりに勝者を改める
             IF CORR-KIND = "O"
                AND FX-EVENT(FXI) = REC-EV-NO
                AND FX-GAME-ID(FXI) = GR-GAME-ID
                AND FX-STATUS(FXI) = "P"
                AND FX-WINNER(FXI) NOT = GR-WINNER THEN
               MOVE GR-WINNER TO FX-WINNER(FXI)
               PERFORM RESET-DOWNSTREAM
             END-IF
           END-PERFORM.

       VOID-FIXTURE.
      *> 無効とされた対局の組は未消化へ戻す。組の
      *> 勝者がこの行の記録どおりか、無効の前に出た
      *> 覆しの裁定どおりのときだけ戻し、同じ
      *> 対局IDで指し直した結果は消さない
           PERFORM VARYING FXI FROM 1 BY 1 UNTIL FXI > FX-CNT
             IF FX-EVENT(FXI) = REC-EV-NO
                AND FX-GAME-ID(FXI) = GR-GAME-ID
                AND FX-STATUS(FXI) = "P" THEN
               PERFORM CHECK-VOID-WINNER
               IF VOID-HIT THEN
                 MOVE SPACE TO FX-STATUS(FXI)
                 MOVE SPACE TO FX-WINNER(FXI)
                 PERFORM RESET-DOWNSTREAM
               END-IF
             END-IF
           END-PERFORM.

       CHECK-VOID-WINNER.
           MOVE LOW-VALUE TO VOID-HIT-FLG
           IF GR-WINNER NOT = SPACE
              AND FX-WINNER(FXI) = GR-WINNER THEN
             SET VOID-HIT TO TRUE
           END-IF
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > CORR-O-CNT
             IF FX-WINNER(FXI) = CORR-O-WINNER(OI) THEN
               SET VOID-HIT TO TRUE
             END-IF
           END-PERFORM.

       RESET-DOWNSTREAM.
      *> 勝ち抜きで勝者が変わった・消えた組の行き先
      *> (次回戦の盤(b+1)/2)を勝者待ち"W"へ戻す。
      *> 戻した先が更に送っていればその先もたどる。
      *> 行き先が対局済みなら戻さず要確認に数える。
      *> 送り直しはPROPAGATE-KNOCKOUTが行う
           IF EV-KIND(REC-EV-IX) NOT = "K" THEN
             EXIT PARAGRAPH
           END-IF
           SET FXJ TO FXI
           PERFORM UNTIL FXJ = 0
             COMPUTE CUR-ROUND = FX-ROUND(FXJ) + 1
             COMPUTE CUR-BOARD = (FX-BOARD(FXJ) + 1) / 2
             MOVE 0 TO FEED1
             PERFORM VARYING FXK FROM 1 BY 1 UNTIL FXK > FX-CNT
               IF FX-EVENT(FXK) = REC-EV-NO
                  AND FX-ROUND(FXK) = CUR-ROUND
                  AND FX-BOARD(FXK) = CUR-BOARD THEN
                 MOVE FXK TO FEED1
               END-IF
             END-PERFORM
             IF FEED1 = 0 THEN
               MOVE 0 TO FXJ
             ELSE
               EVALUATE FX-STATUS(FEED1)
                 WHEN "W"
                   MOVE 0 TO FXJ
                 WHEN "P"
                   DISPLAY "!! " FX-GAME-ID(FEED1)
                           " は対局済み: 裁定で前の組の"
                           "勝者が変わりました"
                   ADD 1 TO RECHECK-CNT
                   MOVE 0 TO FXJ
                 WHEN OTHER
                   MOVE "W"   TO FX-STATUS(FEED1)
                   MOVE SPACE TO FX-A(FEED1)
                   MOVE SPACE TO FX-B(FEED1)
                   MOVE SPACE TO FX-WINNER(FEED1)
                   MOVE FEED1 TO FXJ
               END-EVALUATE
             END-IF
           END-PERFORM.

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
      *> 同じ結果行への裁定は後のもので置き換える
           SET CXI TO 1
           SEARCH CX-ENTRY
             AT END
               IF CX-CNT < 500 THEN
                 ADD 1 TO CX-CNT
                 SET CXI TO CX-CNT
                 MOVE CR-GAME-ID    TO CX-GAME-ID(CXI)
                 MOVE CR-RESULT-END TO CX-RESULT-END(CXI)
                 MOVE 0             TO CX-O-CNT(CXI)
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
           MOVE CR-LOSER  TO CX-LOSER(CXI)
           IF CR-KIND = "O" THEN
             PERFORM KEEP-O-WINNER
           END-IF.

       KEEP-O-WINNER.
      *> 覆しの勝者を重ねずに控える。枠が尽きたら
      *> 最後の枠を新しい勝者で置き換える
           PERFORM VARYING OI FROM 1 BY 1
                   UNTIL OI > CX-O-CNT(CXI)
             IF CX-O-WINNER(CXI, OI) = CR-WINNER THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF CX-O-CNT(CXI) < 4 THEN
             ADD 1 TO CX-O-CNT(CXI)
           END-IF
           MOVE CR-WINNER TO CX-O-WINNER(CXI, CX-O-CNT(CXI)).

       FIND-CORRECTION.
      *> いま読んでいる結果行に効いている裁定
      *> (無ければCORR-KIND = SPACE)
           MOVE SPACE TO CORR-KIND
           MOVE 0 TO CORR-O-CNT
           IF CX-CNT > 0 THEN
             SET CXI TO 1
             SEARCH CX-ENTRY
               AT END CONTINUE
               WHEN CX-GAME-ID(CXI) = GR-GAME-ID
                AND CX-RESULT-END(CXI) = GR-END-TIME
                 MOVE CX-KIND(CXI)   TO CORR-KIND
                 MOVE CX-WINNER(CXI) TO CORR-WINNER
                 MOVE CX-LOSER(CXI)  TO CORR-LOSER
                 MOVE CX-O-CNT(CXI)  TO CORR-O-CNT
                 PERFORM VARYING OI FROM 1 BY 1
                         UNTIL OI > CORR-O-CNT
                   MOVE CX-O-WINNER(CXI, OI) TO CORR-O-WINNER(OI)
                 END-PERFORM
             END-SEARCH
           END-IF.

       PROPAGATE-KNOCKOUT.
      * =========================================================
      * =  勝者待ち"W"の枠へ前回戦の勝者を送る。 =
      * =========================================================
      * =  組み合わせと星取表を印字する           =
      * =========================================================
      *> 一括突き合わせでは RECONCILE-ALL が開閉する
           IF NOT BATCH-RUN THEN
             OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE SPACE TO REPORT-LINE
           STRING "=== 大会 " REC-EV-NO " "
             EV-NAME(REC-EV-IX) " ==="
           STRING "期日超過の未消化: " LATE-CNT " 組"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           IF RECHECK-CNT > 0 THEN
             STRING "!! 裁定で前の組の勝者が変わった"
               "対局済みの組: " RECHECK-CNT " 組(要確認)"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           IF NOT BATCH-RUN THEN
             CLOSE REPORT-FILE
           END-IF.

       WRITE-FIXTURE-LIST.
           PERFORM VARYING FXI FROM 1 BY 1 UNTIL FXI > FX-CNT
