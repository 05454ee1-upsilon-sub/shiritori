      *>   F/D = GR-LAST-NAMEの勝ち、
      *>       GR-OPP-NAME(反則・詰み側)の負け
      *>   M・相手欄が空白の行 = 更新なし
      *> 座席のある卓(3人以上)の終局行は順位を見て、
      *> 上位が下位の各人に勝ったものとして総当たり
      *> で更新する(K を 人数-1 で割り、全組を対局
      *> 前のレートで計算してから一度に反映する)。
      *> 名前の同一性はSEASON-TABLEのRESOLVE-PLAYERと
      *> 同じくPLAYER-MASTERの登録IDへ寄せる。
      *> GAME-RESULTは追記専用で締め処理でも消えない
      *> ため、処理済み行数を RATING-CKPT.TXT に覚えて
      *> おき、次回はその続きから読む(毎晩の全件
      *> 読み直しはシーズンが進むと持たない)。
      *> 異議申立の裁定(GAME-CORR)は結果行へ当てて
      *> から判定する(覆しは裁定後の勝敗、無効は
      *> 更新なし)。前回以降に出た裁定が処理済みの
      *> 行に当たるときは、イロが着順に依存するため
      *> レーティングを初期値から全行読み直す。
      *> ハンデ戦(GAME-PROFにGP-HC-KINDあり)は勝ち
      *> 点を平手戦より控えめにする。上手が勝てば
      *> 上手のレートをハンデの値打ち(GP-HC-WORTH)
      *> だけ上げて、下手が勝てば上手を同じだけ
      *> 下げて期待勝率を求める。どちらが勝っても
      *> 同じ二人の平手戦の勝ちより多くは得ない。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.
            "..\04 SHIRITORI_COMMON\RATING-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-CORR ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-CORR.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RATING-CKPT ASSIGN
            "..\04 SHIRITORI_COMMON\RATING-CKPT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-PROF ASSIGN
            "..\04 SHIRITORI_COMMON\GAME-PROF.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD GAME-RESULT.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD RATING-MASTER.
       COPY "RATING.CBF".

       FD GAME-CORR.
       COPY "GAME-CORR.CBF".

       FD RATING-CKPT.
       COPY "RATING-CKPT.CBF".

       FD GAME-PROF.
       COPY "GAME-PROF.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.
             03 PMT-ID        PIC X(06).
             03 PMT-NAME      PIC X(20).
             03 PMT-ACTIVE    PIC X(01).

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
       01 ROW-NO        PIC 9(09) VALUE 0.
       01 RATED-CNT     PIC 9(06) VALUE 0.

      *> 裁定台帳の行数(前回分と今回分)
       01 CORR-DONE     PIC 9(09) VALUE 0.
       01 CORR-ROWS     PIC 9(09) VALUE 0.
       01 REPLAY-FLG    PIC X VALUE LOW-VALUE.
        88 REPLAY             VALUE HIGH-VALUE.
       01 REPLAY-GAME-ID PIC X(10).

      *> 裁定表: GAME-CORRの覆し("O")・無効("V")の
      *> 裁定を結果行(対局ID+終局時刻)ごとに
      *> 最新の1件へまとめたもの。CX-NEWは前回の
      *> 実行より後に出た裁定の印
       01 CX-CNT        PIC 9(03) VALUE 0.
       01 CX-TBL.
           02 CX-ENTRY  OCCURS 1 TO 500 TIMES
                        DEPENDING ON CX-CNT INDEXED BY CXI.
             03 CX-GAME-ID     PIC X(10).
             03 CX-RESULT-END  PIC X(14).
             03 CX-KIND        PIC X(01).
             03 CX-WINNER      PIC X(20).
             03 CX-LOSER       PIC X(20).
             03 CX-NEW         PIC X(01).
       01 CORR-KIND     PIC X(01).
       01 CORR-WINNER   PIC X(20).
       01 CORR-LOSER    PIC X(20).
       01 CORR-NEW      PIC X(01).

      *> 1行分の判定作業域
       01 WINNER-NAME   PIC X(20).
       01 LOSER-NAME    PIC X(20).
       01 WK-EXPONENT   PIC S9(02)V9(04).
       01 WK-EXPECT     PIC 9(01)V9(04).
       01 WK-DELTA      PIC 9(03).

      *> 座席のある卓の順位の入れ替え(覆しの裁定)用
       01 PLC-J         PIC 9(01).
       01 PLC-W         PIC 9(01).
       01 PLC-L         PIC 9(01).
       01 PLC-SWAP      PIC X(20).
      *> 座席のある卓の総当たり計算: 順位順の表の
      *> 添字、対局前のレート、累積の増減
       01 MP-CNT        PIC 9(01).
       01 MP-TBL.
           02 MP-ENTRY  OCCURS 6.
             03 MP-IX         PIC 9(03).
             03 MP-BASE       PIC 9(04).
             03 MP-DELTA      PIC S9(03)V9(04).
       01 MP-J          PIC 9(01).
       01 MP-K          PIC 9(01).
       01 MP-PAIR-K     PIC 9(02)V9(04).
       01 MP-SWING      PIC 9(02)V9(04).
       01 MP-NEW        PIC S9(05).

      *> ハンデ戦の表: 対局IDごとに上手とハンデの
      *> 値打ち(GAME-PROFの作成者の行から)
       01 HX-CNT        PIC 9(04) VALUE 0.
       01 HX-TBL.
           02 HX-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON HX-CNT INDEXED BY HXI.
             03 HX-GAME-ID     PIC X(10).
             03 HX-STRONG      PIC X(20).
             03 HX-WORTH       PIC 9(04).
       01 HC-STRONG-KEY PIC X(20).
       01 HC-WORTH      PIC 9(04).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM LOAD-RATING-MASTER
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-HANDICAPS
           PERFORM LOAD-CORRECTIONS
           PERFORM CHECK-RULED-ROWS
           PERFORM SCAN-GAME-RESULT
           PERFORM SAVE-RATING-MASTER
           PERFORM SAVE-CHECKPOINT
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
      *> 表記も寄せる
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

       LOAD-RATING-MASTER.
      * =========================================================
      * =  前回までのレーティングを表へ読み込む  =
      * =  前回処理済みのGAME-RESULT行数を読み取る  =
      * =========================================================
           MOVE 0 TO ROWS-DONE
           MOVE 0 TO CORR-DONE
           OPEN INPUT RATING-CKPT
           READ RATING-CKPT INTO RCK-REC
             AT END
               CONTINUE
             NOT AT END
               MOVE RCK-ROWS-DONE TO ROWS-DONE
               IF RCK-CORR-DONE IS NUMERIC THEN
                 MOVE RCK-CORR-DONE TO CORR-DONE
               END-IF
           END-READ
           CLOSE RATING-CKPT.

       LOAD-HANDICAPS.
      * =========================================================
      * =  ハンデ戦の上手と値打ちを表へ控える。  =
      * =  追記専用なので対局IDごとに最初の行  =
      * =========================================================
           MOVE 0 TO HX-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
           PERFORM UNTIL EOF
             READ GAME-PROF
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM POST-HANDICAP
             END-READ
           END-PERFORM
           CLOSE GAME-PROF
           MOVE LOW-VALUE TO EOF-FLG.

       POST-HANDICAP.
           IF HX-CNT > 0 THEN
             SET HXI TO 1
             SEARCH HX-ENTRY
               AT END CONTINUE
               WHEN HX-GAME-ID(HXI) = GP-GAME-ID
                 EXIT PARAGRAPH
             END-SEARCH
           END-IF
           IF GP-HC-KIND NOT = "T" AND NOT = "L" AND NOT = "K" THEN
             EXIT PARAGRAPH
           END-IF
           IF GP-HC-WORTH NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF
           IF HX-CNT < 3000 THEN
             ADD 1 TO HX-CNT
             MOVE GP-GAME-ID   TO HX-GAME-ID(HX-CNT)
             MOVE GP-HC-STRONG TO HX-STRONG(HX-CNT)
             MOVE GP-HC-WORTH  TO HX-WORTH(HX-CNT)
           ELSE
             DISPLAY "!! ハンデ戦の表が上限(3000)です"
           END-IF.

       FIND-HANDICAP.
      *> いまの結果行の対局がハンデ戦なら上手の
      *> キーと値打ち(無ければHC-WORTH = 0)
           MOVE 0 TO HC-WORTH
           MOVE SPACE TO HC-STRONG-KEY
           IF HX-CNT > 0 THEN
             SET HXI TO 1
             SEARCH HX-ENTRY
               AT END CONTINUE
               WHEN HX-GAME-ID(HXI) = GR-GAME-ID
                 MOVE HX-WORTH(HXI) TO HC-WORTH
                 MOVE HX-STRONG(HXI) TO NAME-TO-RESOLVE
                 PERFORM RESOLVE-PLAYER
                 MOVE RESOLVED-KEY TO HC-STRONG-KEY
             END-SEARCH
           END-IF.

       LOAD-CORRECTIONS.
      * =========================================================
      * =  裁定台帳の覆し・無効を結果行ごとに    =
      * =  まとめ、前回以降の裁定に印を付ける      =
      * =========================================================
           MOVE 0 TO CX-CNT
           MOVE 0 TO CORR-ROWS
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-CORR
           PERFORM UNTIL EOF
             READ GAME-CORR
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO CORR-ROWS
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
                 MOVE "N"           TO CX-NEW(CXI)
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
           IF CORR-ROWS > CORR-DONE THEN
             MOVE "Y" TO CX-NEW(CXI)
           END-IF.

       FIND-CORRECTION.
      *> いま読んでいる結果行に効いている裁定
      *> (無ければCORR-KIND = SPACE)
           MOVE SPACE TO CORR-KIND
           MOVE "N" TO CORR-NEW
           IF CX-CNT > 0 THEN
             SET CXI TO 1
             SEARCH CX-ENTRY
               AT END CONTINUE
               WHEN CX-GAME-ID(CXI) = GR-GAME-ID
                AND CX-RESULT-END(CXI) = GR-END-TIME
                 MOVE CX-KIND(CXI)   TO CORR-KIND
                 MOVE CX-WINNER(CXI) TO CORR-WINNER
                 MOVE CX-LOSER(CXI)  TO CORR-LOSER
                 MOVE CX-NEW(CXI)    TO CORR-NEW
             END-SEARCH
           END-IF.

       CHECK-RULED-ROWS.
      * =========================================================
      * =  前回以降の裁定が処理済みの行に当たるか  =
      * =  調べ、当たれば表を空にして1行目から      =
      * =  読み直す                                  =
      * =  (当たった行より前の行も同じ順で再適用  =
      * =  されるので、その行以降の再計算と同じ)    =
      * =========================================================
           MOVE LOW-VALUE TO REPLAY-FLG
           IF CORR-ROWS NOT > CORR-DONE OR ROWS-DONE = 0 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NO
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-RESULT
           PERFORM UNTIL EOF OR ROW-NO >= ROWS-DONE
             READ GAME-RESULT
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO ROW-NO
                 PERFORM FIND-CORRECTION
                 IF CORR-NEW = "Y" THEN
                   MOVE GR-GAME-ID TO REPLAY-GAME-ID
                   SET REPLAY TO TRUE
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-RESULT
           MOVE LOW-VALUE TO EOF-FLG
           IF REPLAY THEN
             DISPLAY "裁定が処理済みの対局 " REPLAY-GAME-ID
                     " に当たるため全行を再計算します"
             MOVE 0 TO RA-CNT
             MOVE 0 TO ROWS-DONE
           END-IF.

       SCAN-GAME-RESULT.
      * =========================================================
      * =  続きから決着行を適用する              =
           IF GR-PRACTICE = "Y" THEN
             EXIT PARAGRAPH
           END-IF
      *> 裁定のある行は裁定後の勝敗で判定する
           PERFORM FIND-CORRECTION
           IF CORR-KIND = "V" THEN
             EXIT PARAGRAPH
           END-IF
      *> 座席のある卓の終局行は順位で判定する
           IF GR-SEAT-CNT NUMERIC THEN
             IF GR-SEAT-CNT > 2 THEN
               IF CORR-KIND = "O" THEN
                 PERFORM APPLY-PLACE-CORRECTION
               END-IF
               PERFORM RATE-PLACES
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF CORR-KIND = "O" THEN
             MOVE CORR-WINNER TO WINNER-NAME
             MOVE CORR-LOSER  TO LOSER-NAME
           ELSE
             PERFORM READ-RESULT-SIDES
           END-IF
           IF WINNER-NAME = SPACE OR LOSER-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           IF WIN-IX = LOSE-IX THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HANDICAP
           PERFORM APPLY-ELO
           ADD 1 TO RATED-CNT.

       READ-RESULT-SIDES.
      *> 終局理由から勝者・敗者の側を読む
           EVALUATE GR-END-REASON
             WHEN "N"
             WHEN "T"
             WHEN "P"
               IF GR-OPP-NAME NOT = SPACE THEN
                 MOVE GR-OPP-NAME  TO WINNER-NAME
                 MOVE GR-LAST-NAME TO LOSER-NAME
               END-IF
             WHEN "F"
             WHEN "D"
               IF GR-OPP-NAME NOT = SPACE THEN
                 MOVE GR-LAST-NAME TO WINNER-NAME
                 MOVE GR-OPP-NAME  TO LOSER-NAME
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       APPLY-PLACE-CORRECTION.
      *> 覆しの裁定: CR-WINNERがCR-LOSERより下の
      *> 順位なら二人の順位を入れ替える(他の者は
      *> そのまま)
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

       RATE-PLACES.
      * =========================================================
      * =  座席のある卓: 上位が下位の各人に勝った  =
      * =  ものとして全組を対局前のレートで計算  =
      * =  し、増減をまとめて反映する。K は      =
      * =  人数-1で割る                          =
      * =========================================================
           MOVE 0 TO MP-CNT
           PERFORM VARYING PLC-J FROM 1 BY 1
               UNTIL PLC-J > GR-SEAT-CNT OR PLC-J > 6
             IF GR-PLACE(PLC-J) NOT = SPACE THEN
               MOVE GR-PLACE(PLC-J) TO NAME-TO-RESOLVE
               PERFORM RESOLVE-PLAYER
               PERFORM FIND-OR-ADD-RATING
               IF RA-FULL THEN
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO MP-CNT
               SET MP-IX(MP-CNT) TO RAI
               MOVE RA-RATING(RAI) TO MP-BASE(MP-CNT)
               MOVE 0 TO MP-DELTA(MP-CNT)
             END-IF
           END-PERFORM
           IF MP-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           COMPUTE MP-PAIR-K ROUNDED = ELO-K / (MP-CNT - 1)
           PERFORM VARYING MP-J FROM 1 BY 1 UNTIL MP-J >= MP-CNT
             PERFORM VARYING MP-K FROM 2 BY 1 UNTIL MP-K > MP-CNT
               IF MP-K > MP-J
                  AND MP-IX(MP-J) NOT = MP-IX(MP-K) THEN
                 PERFORM RATE-ONE-PAIR
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING MP-J FROM 1 BY 1 UNTIL MP-J > MP-CNT
             SET RAI TO MP-IX(MP-J)
             COMPUTE MP-NEW ROUNDED
               = MP-BASE(MP-J) + MP-DELTA(MP-J)
             IF MP-NEW < 0 THEN
               MOVE 0 TO MP-NEW
             END-IF
             MOVE MP-NEW TO RA-RATING(RAI)
             IF RA-RATING(RAI) > RA-PEAK(RAI) THEN
               MOVE RA-RATING(RAI) TO RA-PEAK(RAI)
             END-IF
             ADD 1 TO RA-GAMES(RAI)
           END-PERFORM
           ADD 1 TO RATED-CNT.

       RATE-ONE-PAIR.
      *> MP-J(上位)がMP-K(下位)に勝った1組分
           COMPUTE WK-EXPONENT ROUNDED
             = (MP-BASE(MP-K) - MP-BASE(MP-J)) / 400
           COMPUTE WK-EXPECT ROUNDED
             = 1 / (1 + 10 ** WK-EXPONENT)
           COMPUTE MP-SWING ROUNDED = MP-PAIR-K * (1 - WK-EXPECT)
           ADD MP-SWING TO MP-DELTA(MP-J)
           SUBTRACT MP-SWING FROM MP-DELTA(MP-K).

       FIND-OR-ADD-RATING.
           MOVE LOW-VALUE TO RA-FULL-FLG
           SET RAI TO 1
      * =========================================================
           MOVE RA-RATING(WIN-IX)  TO WK-RW
           MOVE RA-RATING(LOSE-IX) TO WK-RL
      *> ハンデ戦: 上手が勝てば上手を値打ちの分だけ
      *> 上げて、下手が勝てば上手を下げて見る
           IF HC-WORTH > 0 THEN
             IF RA-KEY(WIN-IX) = HC-STRONG-KEY THEN
               ADD HC-WORTH TO WK-RW
             END-IF
             IF RA-KEY(LOSE-IX) = HC-STRONG-KEY THEN
               SUBTRACT HC-WORTH FROM WK-RL
             END-IF
           END-IF
           COMPUTE WK-EXPONENT ROUNDED = (WK-RL - WK-RW) / 400
           COMPUTE WK-EXPECT ROUNDED
             = 1 / (1 + 10 ** WK-EXPONENT)
      * =  落ちた晩は翌朝の再実行前に要確認)      =
      * =========================================================
           MOVE ROW-NO TO RCK-ROWS-DONE
           MOVE CORR-ROWS TO RCK-CORR-DONE
           OPEN OUTPUT RATING-CKPT
           WRITE RCK-REC
           CLOSE RATING-CKPT.
