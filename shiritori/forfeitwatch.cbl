            "..\04 SHIRITORI_COMMON\GAME-RESULT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD S-FILE-KEY.
       COPY "S-FILE-KEY.CBF".

             03 TE-CREDIT-NAME  PIC X(20).
             03 TE-PROMPT-TIME  PIC X(14).
             03 TE-START-TIME   PIC X(14).
      *> 封じ手で指し掛け中なら"A"と封じた時刻
             03 TE-ADJOURN      PIC X(01).
             03 TE-SEAL-TIME    PIC X(14).
      *> ̑΋ǂɓoꂵ(TS-WAIT-NAMEɌꂽ)vC[̈ꗗ
             03 TE-PLAYER-CNT   PIC 9(02).
             03 TE-PLAYER-TBL   PIC X(20) OCCURS 20 INDEXED BY TEJ.
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

       01 NOW-SEC       PIC 9(05).
       01 THEN-SEC      PIC 9(05).
       01 ELAPSED-SEC   PIC S9(09).

      *> 座席のある卓(GP-SEAT-CNTが3-6)の座席順と、
      *> S-FILEの"X"行から集めた脱落者(脱落順)。
      *> 座席のある卓の時間切れは終局でなく脱落
       01 CUR-SEAT-CNT  PIC 9(01) VALUE 0.
       01 CUR-SEAT-TBL.
           02 CUR-SEAT  PIC X(20) OCCURS 6.
       01 OUT-CNT       PIC 9(01) VALUE 0.
       01 OUT-TBL.
           02 OUT-NAME  PIC X(20) OCCURS 6.
       01 SJ            PIC 9(01).
       01 SK            PIC 9(01).
       01 OJ            PIC 9(01).
       01 CHECK-NAME    PIC X(20).
       01 SEAT-OUT-FLG  PIC X VALUE LOW-VALUE.
        88 SEAT-OUT           VALUE HIGH-VALUE.
       01 NEXT-MOVER    PIC X(20).
       01 SURVIVOR      PIC X(20).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM RULES-INIT
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM SCAN-TURN-STATE
           PERFORM VARYING TEI FROM 1 BY 1 UNTIL TEI > TE-CNT
             PERFORM CHECK-ONE-GAME
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

       RESOLVE-PLAYER-KEY.
      *> 台帳に登録のある名前は登録IDを、
      *> 未登録の名前はその表記をそのまま
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

       SCAN-TURN-STATE.
      * =========================================================
      * =  TURN-STATESǂ݁AGAME-IDƂɍŌ1c          =
           MOVE TS-CREDIT-NAME TO TE-CREDIT-NAME(TEI)
           MOVE TS-PROMPT-TIME TO TE-PROMPT-TIME(TEI)
           MOVE TS-START-TIME  TO TE-START-TIME(TEI)
           MOVE TS-ADJOURN     TO TE-ADJOURN(TEI)
           MOVE TS-SEAL-TIME   TO TE-SEAL-TIME(TEI)
           PERFORM ADD-PLAYER-NAME.

       ADD-PLAYER-NAME.
           END-IF.

       CHECK-ONE-GAME.
      *> 指し掛けの対局は持ち時間も放置も数えない
           IF TE-ADJOURN(TEI) = "A" THEN
             DISPLAY TE-GAME-ID(TEI) ": 封じ手で指し掛け中("
                     TE-SEAL-TIME(TEI) ")のため対象外です"
             EXIT PARAGRAPH
           END-IF
           IF TE-CREDIT-NAME(TEI) = SPACE THEN
             DISPLAY "܂ŏ̎ԂIĂȂߑΏۊOł: "
                     TE-GAME-ID(TEI)
             ELSE
               PERFORM COMPUTE-ELAPSED
               IF ELAPSED-SEC >= RULE-FORFEIT-SEC THEN
                 IF CUR-SEAT-CNT > 0 THEN
                   PERFORM FORCE-DROP-OUT
                 ELSE
                   PERFORM FORCE-FORFEIT
                 END-IF
               ELSE
                 IF ELAPSED-SEC * 2 >= RULE-FORFEIT-SEC THEN
                   PERFORM WARN-SLOW-TURN
           MOVE DEF-CHOONPU-MORA TO RULE-CHOONPU-MORA
           MOVE DEF-FORFEIT-SEC  TO RULE-FORFEIT-SEC
           MOVE SPACE TO CUR-PRACTICE
           MOVE 0 TO CUR-SEAT-CNT
           MOVE SPACE TO CUR-SEAT-TBL
           MOVE LOW-VALUE TO PROF-FOUND-FLG
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-PROF
                     MOVE GP-FORFEIT-SEC  TO RULE-FORFEIT-SEC
                   END-IF
                   MOVE GP-PRACTICE TO CUR-PRACTICE
                   IF GP-SEAT-CNT NUMERIC THEN
                     IF GP-SEAT-CNT > 2 THEN
                       MOVE GP-SEAT-CNT TO CUR-SEAT-CNT
                       MOVE GP-SEATS    TO CUR-SEAT-TBL
                     END-IF
                   END-IF
                   SET PROF-FOUND TO TRUE
                 END-IF
             END-READ
           END-WRITE
           CLOSE S-FILE.

       FORCE-DROP-OUT.
      * =========================================================
      * =  座席のある卓: 手番の者を時間切れで脱落   =
      * =  させる("X"行)。残りが1人なら終局の行を =
      * =  書き、まだ続くなら次の席へ手番を回す     =
      * =========================================================
           OPEN I-O S-FILE
           PERFORM LOAD-OUT-LIST
           MOVE CUR-WAIT-NAME TO CHECK-NAME
           PERFORM CHECK-SEAT-OUT
           IF SEAT-OUT THEN
             DISPLAY CUR-GAME-ID ": " CUR-WAIT-NAME
                     " は脱落済みのため見送ります"
             CLOSE S-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-MAX-KEY
           MOVE GLOBAL-NEXT-KEY TO S-KEY
           MOVE CUR-GAME-ID TO S-GAME-ID
           MOVE SPACE TO S-WORD
           MOVE "F" TO S-WORD(1:1)
           MOVE CUR-WAIT-NAME TO S-NAME
           MOVE CUR-PROMPT-TIME TO S-TIME
           MOVE "X" TO S-KIND
           WRITE S-REC
             INVALID KEY
               DISPLAY "!! 脱落の記録に失敗しました"
             NOT INVALID KEY
               PERFORM LOG-GAME-INDEX
               PERFORM ADVANCE-NEXT-KEY
               ADD 1 TO OUT-CNT
               MOVE CUR-WAIT-NAME TO OUT-NAME(OUT-CNT)
               DISPLAY "!! 手番待ちのため脱落: " CUR-WAIT-NAME
               IF CUR-SEAT-CNT - OUT-CNT <= 1 THEN
                 PERFORM WRITE-SEATED-RESULT
                 PERFORM NOTIFY-SEATED-END
               ELSE
                 PERFORM PASS-SEATED-TURN
               END-IF
           END-WRITE
           CLOSE S-FILE.

       LOAD-OUT-LIST.
      *> この卓の"X"行を対局別索引から拾い、脱落者
      *> を脱落順に控える(同じ者の印は一つと数える)
           MOVE 0 TO OUT-CNT
           MOVE SPACE TO OUT-TBL
           PERFORM READ-MAX-KEY
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-GAME-IDX
           PERFORM UNTIL EOF
             READ S-GAME-IDX
               AT END SET EOF TO TRUE
               NOT AT END
                 IF SGI-GAME-ID = CUR-GAME-ID
                    AND SGI-KEY < GLOBAL-NEXT-KEY THEN
                   MOVE SGI-KEY TO S-KEY
                   READ S-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF S-GAME-ID = CUR-GAME-ID
                          AND S-KIND = "X" THEN
                         MOVE S-NAME TO CHECK-NAME
                         PERFORM CHECK-SEAT-OUT
                         IF NOT SEAT-OUT AND OUT-CNT < 6 THEN
                           ADD 1 TO OUT-CNT
                           MOVE S-NAME TO OUT-NAME(OUT-CNT)
                         END-IF
                       END-IF
                   END-READ
                 END-IF
             END-READ
           END-PERFORM
           CLOSE S-GAME-IDX
           MOVE LOW-VALUE TO EOF-FLG.

       CHECK-SEAT-OUT.
           MOVE LOW-VALUE TO SEAT-OUT-FLG
           PERFORM VARYING OJ FROM 1 BY 1 UNTIL OJ > OUT-CNT
             IF OUT-NAME(OJ) = CHECK-NAME THEN
               SET SEAT-OUT TO TRUE
             END-IF
           END-PERFORM.

       PASS-SEATED-TURN.
      *> 脱落した者の次の席から回り、残っている最初
      *> の者へ手番を回す(SHIRITORIのFIND-NEXT-SEAT
      *> と同じ)。提示時刻は今: 次の者の待ちはここ
      *> から数える
           MOVE 0 TO SK
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > CUR-SEAT-CNT
             IF CUR-SEAT(SJ) = CUR-WAIT-NAME THEN
               MOVE SJ TO SK
             END-IF
           END-PERFORM
           MOVE SPACE TO NEXT-MOVER
           PERFORM CUR-SEAT-CNT TIMES
             ADD 1 TO SK
             IF SK > CUR-SEAT-CNT THEN
               MOVE 1 TO SK
             END-IF
             MOVE CUR-SEAT(SK) TO CHECK-NAME
             PERFORM CHECK-SEAT-OUT
             IF NOT SEAT-OUT AND NEXT-MOVER = SPACE THEN
               MOVE CHECK-NAME TO NEXT-MOVER
             END-IF
           END-PERFORM
           OPEN EXTEND TURN-STATE
           MOVE CUR-GAME-ID     TO TS-GAME-ID
           MOVE CUR-WNUM        TO TS-WNUM
           MOVE NEXT-MOVER      TO TS-WAIT-NAME
           MOVE CUR-CREDIT-NAME TO TS-CREDIT-NAME
           MOVE NOW-TIME        TO TS-PROMPT-TIME
           MOVE CUR-START-TIME  TO TS-START-TIME
           MOVE SPACE           TO TS-ADJOURN
           MOVE SPACE           TO TS-SEAL-TIME
           WRITE TURN-STATE-REC
           CLOSE TURN-STATE
           DISPLAY "   次の手番: " NEXT-MOVER
           MOVE CUR-WAIT-NAME TO NFY-TO
           MOVE "X" TO NFY-KIND
           MOVE CUR-WNUM TO NFY-WNUM
           MOVE "時間切れにより脱落しました" TO NFY-TEXT
           PERFORM WRITE-NOTIFY
           MOVE NEXT-MOVER TO NFY-TO
           MOVE "T" TO NFY-KIND
           MOVE CUR-WNUM TO NFY-WNUM
           MOVE "あなたの番です" TO NFY-TEXT
           PERFORM WRITE-NOTIFY.

       WRITE-SEATED-RESULT.
      *> 座席のある卓の終局行。1位は残った1人、2位
      *> 以下は脱落の遅い順。"F"行なので勝者(1位)
      *> をGR-LAST-NAME、最後に脱落した者をOPPへ
           MOVE SPACE TO SURVIVOR
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > CUR-SEAT-CNT
             MOVE CUR-SEAT(SJ) TO CHECK-NAME
             PERFORM CHECK-SEAT-OUT
             IF NOT SEAT-OUT THEN
               MOVE CHECK-NAME TO SURVIVOR
             END-IF
           END-PERFORM
           OPEN EXTEND GAME-RESULT
           MOVE CUR-GAME-ID     TO GR-GAME-ID
           MOVE CUR-START-TIME  TO GR-START-TIME
           MOVE NOW-TIME        TO GR-END-TIME
           COMPUTE GR-TURNS = CUR-WNUM - 1
           MOVE SURVIVOR        TO GR-LAST-NAME
           MOVE "F"             TO GR-END-REASON
           MOVE CUR-WAIT-NAME   TO GR-OPP-NAME
           MOVE CUR-PRACTICE    TO GR-PRACTICE
           MOVE CUR-SEAT-CNT    TO GR-SEAT-CNT
           MOVE SPACE TO GR-PLACES
           MOVE SURVIVOR TO GR-PLACE(1)
           MOVE 2 TO SK
           PERFORM VARYING OJ FROM OUT-CNT BY -1
               UNTIL OJ < 1 OR SK > 6
             MOVE OUT-NAME(OJ) TO GR-PLACE(SK)
             ADD 1 TO SK
           END-PERFORM
           WRITE GAME-RESULT-REC
           CLOSE GAME-RESULT
           DISPLAY "   残った " SURVIVOR " の勝ちとなります".

       NOTIFY-SEATED-END.
      *> 座席の全員へ終局を知らせる
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > CUR-SEAT-CNT
             MOVE CUR-SEAT(SJ) TO NFY-TO
             MOVE "E" TO NFY-KIND
             MOVE 0 TO NFY-WNUM
             MOVE "時間切れにより対局が終了しました"
               TO NFY-TEXT
             PERFORM WRITE-NOTIFY
           END-PERFORM.

       LOG-GAME-INDEX.
      * =========================================================
      * =  書いたスロットを対局別索引へ追記       =
      * =========================================================
      * =  持ち時間の半分を過ぎた手番へ警告通知。   =
      * =  同じ手番への警告は一度だけ(既出の"W"行   =
      * =  があれば流さない)。座席のある卓では脱落  =
      * =  で同じ手数のまま待ち手が替わるので宛先 =
      * =  も見る                                    =
      * =========================================================
           MOVE LOW-VALUE TO WARNED-FLG
           MOVE LOW-VALUE TO EOF-FLG
               NOT AT END
                 IF NQ-GAME-ID = CUR-GAME-ID
                    AND NQ-KIND = "W"
                    AND NQ-WNUM = CUR-WNUM
                    AND NQ-TO-NAME = CUR-WAIT-NAME THEN
                   SET ALREADY-WARNED TO TRUE
                 END-IF
             END-READ
