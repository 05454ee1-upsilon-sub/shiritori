       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      ROSTER-SYNC.
      *> プレイヤー台帳(PLAYER-MASTER.TXT)を人事の
      *> 月次社員名簿(HR-ROSTER.TXT)に合わせる月次
      *> バッチ。社員番号(PM-EMP-NO)で紐付いた行は
      *> 名簿の氏名・在籍区分に従い、退職者は引退
      *> に、改姓などの氏名変更は同じIDのまま名を
      *> 書き換える(成績と番付は人に付いて行く)。
      *> 未紐付けの現役行は氏名の完全一致(名簿内で
      *> 一意のときだけ)で社員番号を紐付ける。どち
      *> らでも突き合わない行や二重登録の疑いは
      *> 例外としてリーグ幹事向けにHRSYNC.TXTへ
      *> 書き、台帳には手を付けない。例外があれば
      *> 戻り値4、名簿が空なら何もせず戻り値8。
      *> 台帳の書き戻しはPLAYER-MAINTと同じ対象名
      *> "PLAYER-MST"でREWRITE-JNLに囲む。
      *> 改名した行の旧氏名はPLAYER-ALIAS.TXTへ
      *> 追記し、旧氏名で残る結果行も同じIDに
      *> 寄せられるようにする。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL PLAYER-MASTER ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PM-BAK ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-MASTER.BAK"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL REWRITE-JNL ASSIGN
            "..\04 SHIRITORI_COMMON\REWRITE-JNL.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-ALIAS ASSIGN
            "..\04 SHIRITORI_COMMON\PLAYER-ALIAS.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL HR-ROSTER ASSIGN
            "..\04 SHIRITORI_COMMON\HR-ROSTER.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN
            "..\04 SHIRITORI_COMMON\HRSYNC.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD PLAYER-MASTER.
       COPY "PLAYER-MASTER.CBF".

       FD PM-BAK.
       01 PMB-REC       PIC X(43).

       FD REWRITE-JNL.
       COPY "REWRITE-JNL.CBF".

       FD PLAYER-ALIAS.
       COPY "PLAYER-ALIAS.CBF".

       FD HR-ROSTER.
       COPY "HR-ROSTER.CBF".

       FD REPORT-FILE.
       01 REPORT-LINE   PIC X(120).
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 FOUND-FLG     PIC X VALUE LOW-VALUE.
        88 FOUND              VALUE HIGH-VALUE.

       01 CURR-DATE     PIC X(21).

      *> 書き戻しジャーナル(PLAYER-MAINTと同じ対象)
       78 JNL-TARGET    VALUE "PLAYER-MST".
       01 JNL-PHASE     PIC X(01).
       01 LAST-PHASE    PIC X(01).

       01 PM-CNT        PIC 9(03) VALUE 0.
       01 PM-TBL.
           02 PM-ENTRY  OCCURS 1 TO 200 TIMES
                        DEPENDING ON PM-CNT INDEXED BY PMI.
             03 PMT-ID        PIC X(06).
             03 PMT-NAME      PIC X(20).
             03 PMT-JOIN      PIC X(08).
             03 PMT-ACTIVE    PIC X(01).
             03 PMT-EMP-NO    PIC X(08).

      *> 社員名簿。HRT-PMは紐付いた台帳行の位置
      *> (0=未紐付け): 一人の社員に二つのIDが
      *> 付いていないかをここで見る
       01 HR-CNT        PIC 9(04) VALUE 0.
       01 HR-TBL.
           02 HR-ENTRY  OCCURS 1 TO 3000 TIMES
                        DEPENDING ON HR-CNT INDEXED BY HRI.
             03 HRT-EMP-NO    PIC X(08).
             03 HRT-NAME      PIC X(20).
             03 HRT-DEPT      PIC X(20).
             03 HRT-STATUS    PIC X(01).
             03 HRT-PM        PIC 9(03).

       01 CUR-POS       PIC 9(03).
       01 PMJ           PIC 9(03).
       01 HRJ           PIC 9(04).
       01 HIT-CNT       PIC 9(04).
       01 HIT-POS       PIC 9(04).
       01 OLD-NAME      PIC X(20).

      *> この回の改名(台帳の書き戻しと一緒に
      *> 旧氏名をPLAYER-ALIASへ追記する)
       01 RN-CNT        PIC 9(03) VALUE 0.
       01 RN-TBL.
           02 RN-ENTRY  OCCURS 1 TO 200 TIMES
                        DEPENDING ON RN-CNT INDEXED BY RNI.
             03 RNT-ID        PIC X(06).
             03 RNT-OLD-NAME  PIC X(20).

       01 RETIRE-CNT    PIC 9(05) VALUE 0.
       01 RENAME-CNT    PIC 9(05) VALUE 0.
       01 LINK-CNT      PIC 9(05) VALUE 0.
       01 CHG-CNT       PIC 9(05) VALUE 0.
       01 EXC-CNT       PIC 9(05) VALUE 0.
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CHECK-RESTART
           PERFORM LOAD-MASTER
           PERFORM LOAD-ROSTER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HEADER
           IF HR-CNT = 0 THEN
             MOVE "!! 社員名簿が空: 台帳は変更しません"
               TO REPORT-LINE
             PERFORM PUT-LINE
             CLOSE REPORT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
      *> 先に社員番号で紐付いた行を当て、名簿側の
      *> 紐付け済み印を付けてから氏名で紐付ける
           PERFORM VARYING PMI FROM 1 BY 1 UNTIL PMI > PM-CNT
             IF PMT-EMP-NO(PMI) NOT = SPACE THEN
               PERFORM SYNC-BY-EMP-NO
             END-IF
           END-PERFORM
           PERFORM VARYING PMI FROM 1 BY 1 UNTIL PMI > PM-CNT
             IF PMT-EMP-NO(PMI) = SPACE
                AND PMT-ACTIVE(PMI) = "A" THEN
               PERFORM SYNC-BY-NAME
             END-IF
           END-PERFORM
           IF CHG-CNT > 0 THEN
             PERFORM SAVE-MASTER
           END-IF
           PERFORM WRITE-TRAILER
           CLOSE REPORT-FILE
           IF EXC-CNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MASTER.
           MOVE 0 TO PM-CNT
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
                   MOVE PM-JOIN-DATE TO PMT-JOIN(PM-CNT)
                   MOVE PM-ACTIVE    TO PMT-ACTIVE(PM-CNT)
                   MOVE PM-EMP-NO    TO PMT-EMP-NO(PM-CNT)
                 ELSE
                   DISPLAY "!! 登録上限(200)に達しています"
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER
           MOVE LOW-VALUE TO EOF-FLG.

       LOAD-ROSTER.
           MOVE 0 TO HR-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT HR-ROSTER
           PERFORM UNTIL EOF
             READ HR-ROSTER
               AT END SET EOF TO TRUE
               NOT AT END
                 IF HR-EMP-NO NOT = SPACE AND HR-CNT < 3000 THEN
                   ADD 1 TO HR-CNT
                   MOVE HR-EMP-NO TO HRT-EMP-NO(HR-CNT)
                   MOVE HR-NAME   TO HRT-NAME(HR-CNT)
                   MOVE HR-DEPT   TO HRT-DEPT(HR-CNT)
                   MOVE HR-STATUS TO HRT-STATUS(HR-CNT)
                   MOVE 0         TO HRT-PM(HR-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HR-ROSTER
           MOVE LOW-VALUE TO EOF-FLG.

       SYNC-BY-EMP-NO.
      * =========================================================
      * =  紐付け済みの行: 名簿の同じ社員番号を  =
      * =  探し、氏名と在籍区分を当てる          =
      * =========================================================
           MOVE LOW-VALUE TO FOUND-FLG
           SET HRI TO 1
           SEARCH HR-ENTRY
             AT END
               CONTINUE
             WHEN HRT-EMP-NO(HRI) = PMT-EMP-NO(PMI)
               SET FOUND TO TRUE
           END-SEARCH
           IF NOT FOUND THEN
      *> 引退済みの行が名簿から消えるのは普通のこと
             IF PMT-ACTIVE(PMI) = "A" THEN
               MOVE SPACE TO REPORT-LINE
               STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
                 " 社員番号 " PMT-EMP-NO(PMI)
                 " が名簿にありません"
                 DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PUT-EXCEPTION
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF HRT-PM(HRI) NOT = 0 THEN
             MOVE HRT-PM(HRI) TO PMJ
             MOVE SPACE TO REPORT-LINE
             STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
               " 社員番号 " PMT-EMP-NO(PMI)
               " は " PMT-ID(PMJ) " にも付いています"
               " -- 二重登録の疑い"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           SET HRT-PM(HRI) TO PMI
           PERFORM APPLY-HR-ROW.

       SYNC-BY-NAME.
      * =========================================================
      * =  未紐付けの現役行: 名簿内で一意な氏名の    =
      * =  完全一致でだけ社員番号を紐付ける          =
      * =========================================================
           MOVE 0 TO HIT-CNT
           MOVE 0 TO HIT-POS
           PERFORM VARYING HRJ FROM 1 BY 1 UNTIL HRJ > HR-CNT
             IF HRT-NAME(HRJ) = PMT-NAME(PMI) THEN
               ADD 1 TO HIT-CNT
               IF HIT-POS = 0 THEN
                 MOVE HRJ TO HIT-POS
               END-IF
             END-IF
           END-PERFORM
           IF HIT-CNT = 0 THEN
             MOVE SPACE TO REPORT-LINE
             STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
               " 名簿に社員番号も氏名もありません"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           IF HIT-CNT > 1 THEN
             MOVE SPACE TO REPORT-LINE
             STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
               " 同姓同名の社員が " HIT-CNT " 名"
               " -- 社員番号を手で確かめてください"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           SET HRI TO HIT-POS
           IF HRT-PM(HRI) NOT = 0 THEN
             MOVE HRT-PM(HRI) TO PMJ
             MOVE SPACE TO REPORT-LINE
             STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
               " 社員番号 " HRT-EMP-NO(HRI)
               " は既に " PMT-ID(PMJ) " に紐付け済み"
               " -- 二重登録の疑い"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           MOVE HRT-EMP-NO(HRI) TO PMT-EMP-NO(PMI)
           SET HRT-PM(HRI) TO PMI
           ADD 1 TO LINK-CNT
           ADD 1 TO CHG-CNT
           MOVE SPACE TO REPORT-LINE
           STRING "紐付 " PMT-ID(PMI) " " PMT-NAME(PMI)
             " 社員番号 " HRT-EMP-NO(HRI) " " HRT-DEPT(HRI)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           PERFORM APPLY-HR-ROW.

       APPLY-HR-ROW.
      * =========================================================
      * =  PMIの台帳行にHRIの名簿行を当てる:        =
      * =  氏名変更と退職による引退                  =
      * =========================================================
           IF HRT-NAME(HRI) NOT = PMT-NAME(PMI) THEN
             PERFORM RENAME-PLAYER
           END-IF
           EVALUATE HRT-STATUS(HRI)
             WHEN "A"
               CONTINUE
             WHEN "L"
               IF PMT-ACTIVE(PMI) = "A" THEN
                 MOVE "R" TO PMT-ACTIVE(PMI)
                 ADD 1 TO RETIRE-CNT
                 ADD 1 TO CHG-CNT
                 MOVE SPACE TO REPORT-LINE
                 STRING "引退 " PMT-ID(PMI) " " PMT-NAME(PMI)
                   " 社員番号 " PMT-EMP-NO(PMI) " 退職"
                   DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-LINE
               END-IF
             WHEN OTHER
               MOVE SPACE TO REPORT-LINE
               STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
                 " 社員番号 " PMT-EMP-NO(PMI)
                 " 在籍区分が不明: " HRT-STATUS(HRI)
                 DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PUT-EXCEPTION
           END-EVALUATE.

       RENAME-PLAYER.
      *> 新しい氏名が別IDで登録済みなら、改姓後に
      *> 登録し直した二重登録: 幹事に統合を任せる
           SET CUR-POS TO PMI
           MOVE 0 TO HIT-POS
           PERFORM VARYING PMJ FROM 1 BY 1 UNTIL PMJ > PM-CNT
             IF PMJ NOT = CUR-POS
                AND PMT-NAME(PMJ) = HRT-NAME(HRI) THEN
               MOVE PMJ TO HIT-POS
             END-IF
           END-PERFORM
           IF HIT-POS NOT = 0 THEN
             MOVE HIT-POS TO PMJ
             MOVE SPACE TO REPORT-LINE
             STRING "例外 " PMT-ID(PMI) " " PMT-NAME(PMI)
               " 新氏名 " HRT-NAME(HRI)
               " は " PMT-ID(PMJ) " で登録済み"
               " -- 二重登録の疑い"
               DELIMITED BY SIZE INTO REPORT-LINE
             PERFORM PUT-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           MOVE PMT-NAME(PMI) TO OLD-NAME
           MOVE HRT-NAME(HRI) TO PMT-NAME(PMI)
           ADD 1 TO RN-CNT
           MOVE PMT-ID(PMI) TO RNT-ID(RN-CNT)
           MOVE OLD-NAME TO RNT-OLD-NAME(RN-CNT)
           ADD 1 TO RENAME-CNT
           ADD 1 TO CHG-CNT
           MOVE SPACE TO REPORT-LINE
           STRING "改名 " PMT-ID(PMI) " " OLD-NAME
             " -> " PMT-NAME(PMI)
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       PUT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACE TO REPORT-LINE.

       PUT-EXCEPTION.
           ADD 1 TO EXC-CNT
           PERFORM PUT-LINE.

       WRITE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE SPACE TO REPORT-LINE
           STRING "=== 社員名簿同期 " CURR-DATE(1:8)
             " 台帳 " PM-CNT " 行 / 名簿 " HR-CNT " 名 ==="
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-TRAILER.
           MOVE SPACE TO REPORT-LINE
           STRING "引退 " RETIRE-CNT "  改名 " RENAME-CNT
             "  紐付 " LINK-CNT "  例外 " EXC-CNT
             DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-LINE
           IF CHG-CNT = 0 THEN
             MOVE "台帳の変更なし" TO REPORT-LINE
             PERFORM PUT-LINE
           END-IF.

       SAVE-MASTER.
      * =========================================================
      * =  台帳を全量書き戻す。PLAYER-MAINTと同じく =
      * =  退避像を取りジャーナルで囲む              =
      * =========================================================
           PERFORM SNAPSHOT-MASTER
           MOVE "W" TO JNL-PHASE
           PERFORM JOURNAL-APPEND
           OPEN OUTPUT PLAYER-MASTER
           PERFORM VARYING PMI FROM 1 BY 1 UNTIL PMI > PM-CNT
             MOVE PMT-ID(PMI)     TO PM-PLAYER-ID
             MOVE PMT-NAME(PMI)   TO PM-NAME
             MOVE PMT-JOIN(PMI)   TO PM-JOIN-DATE
             MOVE PMT-ACTIVE(PMI) TO PM-ACTIVE
             MOVE PMT-EMP-NO(PMI) TO PM-EMP-NO
             WRITE PLAYER-MASTER-REC
           END-PERFORM
           CLOSE PLAYER-MASTER
      *> 旧氏名は"C"の前に書く。ここで落ちて台帳が
      *> 戻っても、再実行で同じ行が重なるだけで済む
           IF RN-CNT > 0 THEN
             PERFORM APPEND-ALIASES
           END-IF
           MOVE "C" TO JNL-PHASE
           PERFORM JOURNAL-APPEND.

       APPEND-ALIASES.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           OPEN EXTEND PLAYER-ALIAS
           PERFORM VARYING RNI FROM 1 BY 1 UNTIL RNI > RN-CNT
             MOVE RNT-ID(RNI)       TO PA-PLAYER-ID
             MOVE RNT-OLD-NAME(RNI) TO PA-NAME
             MOVE CURR-DATE(1:14)   TO PA-TIME
             WRITE PLAYER-ALIAS-REC
           END-PERFORM
           CLOSE PLAYER-ALIAS.

       SNAPSHOT-MASTER.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-MASTER
           OPEN OUTPUT PM-BAK
           PERFORM UNTIL EOF
             READ PLAYER-MASTER
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE PLAYER-MASTER-REC TO PMB-REC
                 WRITE PMB-REC
             END-READ
           END-PERFORM
           CLOSE PM-BAK
           CLOSE PLAYER-MASTER
           MOVE LOW-VALUE TO EOF-FLG.

       JOURNAL-APPEND.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           OPEN EXTEND REWRITE-JNL
           MOVE JNL-TARGET TO RJ-TARGET
           MOVE JNL-PHASE  TO RJ-PHASE
           MOVE CURR-DATE(1:14) TO RJ-TIME
           WRITE REWRITE-JNL-REC
           CLOSE REWRITE-JNL.

       READ-LAST-PHASE.
           MOVE SPACE TO LAST-PHASE
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT REWRITE-JNL
           PERFORM UNTIL EOF
             READ REWRITE-JNL
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RJ-TARGET = JNL-TARGET THEN
                   MOVE RJ-PHASE TO LAST-PHASE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REWRITE-JNL
           MOVE LOW-VALUE TO EOF-FLG.

       CHECK-RESTART.
      *> 前回の台帳書き戻し(PLAYER-MAINTのものも)が
      *> "W"のままなら退避像から戻してから始める
           PERFORM READ-LAST-PHASE
           IF LAST-PHASE = "W" THEN
             DISPLAY
               "!! 前回の台帳書き戻しが中断のままです"
             DISPLAY "   退避像から復元します"
             PERFORM RESTORE-MASTER
             MOVE "R" TO JNL-PHASE
             PERFORM JOURNAL-APPEND
           END-IF.

       RESTORE-MASTER.
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PM-BAK
           OPEN OUTPUT PLAYER-MASTER
           PERFORM UNTIL EOF
             READ PM-BAK
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE PMB-REC TO PLAYER-MASTER-REC
                 WRITE PLAYER-MASTER-REC
             END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER
           CLOSE PM-BAK
           MOVE LOW-VALUE TO EOF-FLG.
