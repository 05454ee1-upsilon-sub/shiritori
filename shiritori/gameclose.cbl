      *> 킹S-GAME-IDXXbgč\ẑŁA
      *> Oɏꂽs̏ōɍڂB
      *> ̓_pCLOSEOUT.TXT֒ߏoWv󎚂B
      *> 封じ手で指し掛け中の対局は締めずに残し、
      *> RULES.TXTの日数より長く置かれたものを審判
      *> 向けに一覧する。
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
        SELECT OPTIONAL REWRITE-JNL ASSIGN
            "..\04 SHIRITORI_COMMON\REWRITE-JNL.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT RULES-FILE ASSIGN "..\04 SHIRITORI_COMMON\RULES.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD S-FILE.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(100).

       01 GIB-REC       PIC X(19).

       FD TS-BAK.
       01 TSB-REC       PIC X(97).

       FD REWRITE-JNL.
       COPY "REWRITE-JNL.CBF".

       FD RULES-FILE.
       COPY "RULES.CBF".
       WORKING-STORAGE          SECTION.
       01 S-KEY         PIC 9(09).
       01 GLOBAL-NEXT-KEY PIC 9(09) VALUE 1.
             03 GC-CREDIT-NAME  PIC X(20).
             03 GC-PROMPT-TIME  PIC X(14).
             03 GC-START-TIME   PIC X(14).
      *> 封じ手で指し掛け中なら"A"と封じた時刻
             03 GC-ADJOURN      PIC X(01).
             03 GC-SEAL-TIME    PIC X(14).
             03 GC-PLAYER-CNT   PIC 9(02).
             03 GC-PLAYER-TBL   PIC X(20) OCCURS 20 INDEXED BY GCJ.

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

       01 IDX-ROWS      PIC 9(06) VALUE 0.
       01 TS-READ-ROWS  PIC 9(06) VALUE 0.
       01 TS-KEPT-ROWS  PIC 9(06) VALUE 0.
       01 ADJOURNED-GAMES PIC 9(04) VALUE 0.

      *> 指し掛けのまま日数を超えた対局(審判向け)
       01 ADJ-DAYS-LIMIT PIC 9(03) VALUE 7.
       01 TODAY-INT     PIC 9(07).
       01 SEAL-INT      PIC 9(07).
       01 ADJ-AGE-DAYS  PIC 9(05).
       01 STALE-CNT     PIC 9(03) VALUE 0.
       01 STALE-TBL.
           02 STALE-ENTRY OCCURS 200 INDEXED BY STI.
             03 STALE-GAME-ID   PIC X(10).
             03 STALE-SEALER    PIC X(20).
             03 STALE-SEAL-TIME PIC X(14).
             03 STALE-DAYS      PIC 9(05).

       01 CURR-DATE     PIC X(21).

       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CHECK-RESTART
           PERFORM RULES-INIT
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-PLAYER-ALIAS
           PERFORM SCAN-TURN-STATE
           PERFORM MARK-ENDED-GAMES
      *> 生ファイルへ触れる前に退避像を取り、
           PERFORM WRITE-REPORT
           STOP RUN.

       RULES-INIT.
      *> 指し掛けを審判へ回すまでの日数(空欄は7日)
           OPEN INPUT RULES-FILE
           READ RULES-FILE
             AT END MOVE SPACE TO RULE-REC
           END-READ
           CLOSE RULES-FILE
           IF RF-ADJOURN-DAYS IS NUMERIC AND RF-ADJOURN-DAYS > 0 THEN
             MOVE RF-ADJOURN-DAYS TO ADJ-DAYS-LIMIT
           END-IF.

       LOAD-PLAYER-MASTER.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-MASTER
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
      *> 䒠ɓo^̂閼O͓o^IDAo^̖O͂
      *> \L̂܂ܓl̃L[ƂĕԂ
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
      * =  TURN-STATESǂ݂AGAME-IDƂɍŐV1sc      =
           MOVE TS-CREDIT-NAME TO GC-CREDIT-NAME(GCI)
           MOVE TS-PROMPT-TIME TO GC-PROMPT-TIME(GCI)
           MOVE TS-START-TIME  TO GC-START-TIME(GCI)
           MOVE TS-ADJOURN     TO GC-ADJOURN(GCI)
           MOVE TS-SEAL-TIME   TO GC-SEAL-TIME(GCI)
           PERFORM ADD-PLAYER-NAME.

       ADD-PLAYER-NAME.
           END-IF.

       MARK-ENDED-GAMES.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CURR-DATE(1:8)))
           PERFORM VARYING GCI FROM 1 BY 1 UNTIL GCI > GC-CNT
             MOVE GC-GAME-ID(GCI) TO CUR-GAME-ID
      *> 指し掛けの対局は終わっていないので締めない
             IF GC-ADJOURN(GCI) = "A" THEN
               MOVE LOW-VALUE TO ENDED-FLG
               ADD 1 TO ADJOURNED-GAMES
               PERFORM CHECK-STALE-ADJOURN
             ELSE
               PERFORM CHECK-GAME-ENDED
             END-IF
             IF GAME-ALREADY-ENDED THEN
               MOVE "E" TO GC-ENDED(GCI)
               ADD 1 TO CLOSED-GAMES
             END-IF
           END-PERFORM.

       CHECK-STALE-ADJOURN.
      *> 封じた日から今日までの日数が上限を超えて
      *> いれば審判向けの一覧へ
           IF GC-SEAL-TIME(GCI)(1:8) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF
           COMPUTE SEAL-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(GC-SEAL-TIME(GCI)(1:8)))
           IF TODAY-INT > SEAL-INT THEN
             COMPUTE ADJ-AGE-DAYS = TODAY-INT - SEAL-INT
           ELSE
             MOVE 0 TO ADJ-AGE-DAYS
           END-IF
           IF ADJ-AGE-DAYS > ADJ-DAYS-LIMIT AND STALE-CNT < 200 THEN
             ADD 1 TO STALE-CNT
             MOVE GC-GAME-ID(GCI)   TO STALE-GAME-ID(STALE-CNT)
             MOVE GC-WAIT-NAME(GCI) TO STALE-SEALER(STALE-CNT)
             MOVE GC-SEAL-TIME(GCI) TO STALE-SEAL-TIME(STALE-CNT)
             MOVE ADJ-AGE-DAYS      TO STALE-DAYS(STALE-CNT)
           END-IF.

       CHECK-GAME-ENDED.
      * =========================================================
      * =  Iǂ?  N/F(΋ǑŜI闝R)͑IǁA          =
           END-SEARCH
           IF GAME-ALREADY-ENDED THEN
      *> ̃R}s("F")͌tł͂Ȃ̂ŗɂ͈ڂȂ
      *> 脱落の印("X")も同じく語ではない
             IF S-KIND = SPACE THEN
               MOVE S-GAME-ID TO H-GAME-ID
               MOVE S-WORD    TO H-WORD
               MOVE S-NAME    TO H-NAME
               MOVE GC-CREDIT-NAME(GCI) TO TS-CREDIT-NAME
               MOVE GC-PROMPT-TIME(GCI) TO TS-PROMPT-TIME
               MOVE GC-START-TIME(GCI)  TO TS-START-TIME
               MOVE GC-ADJOURN(GCI)     TO TS-ADJOURN
               MOVE GC-SEAL-TIME(GCI)   TO TS-SEAL-TIME
               WRITE TURN-STATE-REC
               ADD 1 TO TS-KEPT-ROWS
             END-IF
             " / " TS-KEPT-ROWS
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "指し掛けで残した対局: " ADJOURNED-GAMES
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
      *> 長く指し掛けのままの対局は審判の判断に回す
           MOVE SPACE TO REPORT-LINE
           STRING "--- 指し掛け" ADJ-DAYS-LIMIT
             "日超(審判確認) ---"
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING STI FROM 1 BY 1 UNTIL STI > STALE-CNT
             MOVE SPACE TO REPORT-LINE
             STRING STALE-GAME-ID(STI) " 封じた人 "
               STALE-SEALER(STI) " " STALE-SEAL-TIME(STI)
               " " STALE-DAYS(STI) "日"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-LINE
           END-PERFORM
           IF STALE-CNT = 0 THEN
             MOVE "(該当なし)" TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF
           CLOSE REPORT-FILE.

       JOURNAL-APPEND.
