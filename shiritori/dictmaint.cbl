       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      DICT-MAINT.
      *> 辞書保守の入力プログラム。承認者名を受け、
      *> 追加・廃止・復活・分類変更を発効日付きで
      *> 受け付ける。語は索引(WORD-DICT.IDX)から
      *> 消さず、行に状態と「発効日からの値」を置く
      *> ので、対局中のSHIRITORIは今日の姿で判定し、
      *> 発効日が来れば夜を待たずに効く。一件ごとに
      *> 変更前後の状態・発効日・承認者・理由を
      *> 辞書変更履歴(DICT-HIST.TXT)へ追記する:
      *> FILE-AUDITとWORDSTATSは、これで各語を
      *> 指された日の辞書で判定する。
      *> 発効日は今日以降に限る(過去の対局の判定を
      *> 書き換えない)。廃止と分類変更は明日以降に
      *> 限る(判定は日付単位なので、今日すでに
      *> 指された語まで変わってしまう)。
      *> 発効待ちの変更がある語には
      *> その日が来るまで次の変更を受け付けない。
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
        SELECT ALLOW-LIST ASSIGN "..\04 SHIRITORI_COMMON\ALLOW-LIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT WORD-DICT-IX ASSIGN
            "..\04 SHIRITORI_COMMON\WORD-DICT.IDX"
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS DIX-WORD.

        SELECT OPTIONAL WORD-DICT ASSIGN
            "..\04 SHIRITORI_COMMON\WORD-DICT.TXT"
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL DICT-HIST ASSIGN
            "..\04 SHIRITORI_COMMON\DICT-HIST.TXT"
          ORGANIZATION LINE SEQUENTIAL.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

       FD WORD-DICT-IX.
       COPY "DICT-IX.CBF".

       FD WORD-DICT.
       COPY "WORD-DICT.CBF".

       FD DICT-HIST.
       COPY "DICT-HIST.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 DONE-FLG      PIC X VALUE LOW-VALUE.
        88 DONE               VALUE HIGH-VALUE.

       01 FOUND-FLG     PIC X VALUE LOW-VALUE.
        88 FOUND              VALUE HIGH-VALUE.

       01 ERR-FLG       PIC X VALUE LOW-VALUE.
        88 ERR                VALUE HIGH-VALUE.

       01 LEGAL-FLG     PIC X.
        88 WORD-LEGAL         VALUE "Y".

       01 CMD           PIC X(01).
       01 ANS           PIC X(01).
       01 APPROVER      PIC X(20).
       01 CURR-DATE     PIC X(21).
       01 TODAY         PIC X(08).
       01 TODAY-N       PIC 9(08).
       01 TOMORROW      PIC 9(08).
       01 DATE-INT      PIC 9(08).

      *> 入力中の一件。CHG-ACTIONはDH-ACTIONと同じ
      *> A=追加 X=廃止 I=復活 C=分類変更
       01 CHG-ACTION    PIC X(01).
       01 IN-WORD       PIC X(50).
       01 IN-CAT        PIC X(10).
       01 IN-DATE       PIC X(08).
       01 IN-NOTE       PIC X(30).
       01 OLD-STATUS    PIC X(01).
       01 OLD-CAT       PIC X(10).
       01 NEW-STATUS    PIC X(01).
       01 NEW-CAT       PIC X(10).

       01 ALLOW-TBL.
           02 A         PIC X(02) OCCURS 100 INDEXED PA.
           02 B         PIC X(02) OCCURS 100 INDEXED PB.

       01 STR-TMP2.
           02 D         PIC X(02) OCCURS 25 INDEXED BY Q.

       01 CHG-CNT       PIC 9(03) VALUE 0.
       01 HIST-SHOWN    PIC 9(04).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM ALLOW-INIT
           DISPLAY "承認者名を入力してください"
           ACCEPT APPROVER
           IF APPROVER = SPACE THEN
             DISPLAY "!! 承認者名は省略できません"
             STOP RUN
           END-IF
           PERFORM UNTIL DONE
             DISPLAY SPACE
             DISPLAY "=== 辞書保守 ==="
             DISPLAY "1:追加 2:廃止 3:復活 4:分類変更"
                     " 5:照会 9:終了"
             ACCEPT CMD
             EVALUATE CMD
               WHEN "1"
                 MOVE "A" TO CHG-ACTION
                 PERFORM ENTER-CHANGE
               WHEN "2"
                 MOVE "X" TO CHG-ACTION
                 PERFORM ENTER-CHANGE
               WHEN "3"
                 MOVE "I" TO CHG-ACTION
                 PERFORM ENTER-CHANGE
               WHEN "4"
                 MOVE "C" TO CHG-ACTION
                 PERFORM ENTER-CHANGE
               WHEN "5"
                 PERFORM SHOW-WORD
               WHEN "9"
                 SET DONE TO TRUE
               WHEN OTHER
                 DISPLAY "!! 1/2/3/4/5/9 を入力してください"
             END-EVALUATE
           END-PERFORM
           DISPLAY "辞書変更 " CHG-CNT " 件を記録しました"
           STOP RUN.

       ALLOW-INIT.
           OPEN INPUT ALLOW-LIST
           READ ALLOW-LIST INTO ALLOW-TBL
           CLOSE ALLOW-LIST.

       ENTER-CHANGE.
      * =========================================================
      * =  一件の受付: 語の今の状態を確かめ、      =
      * =  分類・発効日・理由を聞いて確認のうえ    =
      * =  索引行へ予定変更として置き、履歴へ追記  =
      * =========================================================
           DISPLAY "語を入力してください"
           ACCEPT IN-WORD
           IF IN-WORD = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           MOVE CURR-DATE(1:8) TO TODAY
           MOVE CURR-DATE(1:8) TO TODAY-N
           COMPUTE DATE-INT =
             FUNCTION INTEGER-OF-DATE(TODAY-N) + 1
           MOVE FUNCTION DATE-OF-INTEGER(DATE-INT) TO TOMORROW
           MOVE LOW-VALUE TO ERR-FLG
           OPEN I-O WORD-DICT-IX
           PERFORM READ-CURRENT
           IF NOT ERR THEN
             PERFORM CHECK-ACTION
           END-IF
           IF NOT ERR THEN
             PERFORM ASK-TERMS
           END-IF
           IF NOT ERR THEN
             PERFORM APPLY-CHANGE
           END-IF
           CLOSE WORD-DICT-IX.

       READ-CURRENT.
      *> 語の今日の状態を得る。発効日の来た予定
      *> 変更はここで現在値へ畳み込む
           MOVE IN-WORD TO DIX-WORD
           MOVE LOW-VALUE TO FOUND-FLG
           READ WORD-DICT-IX
             INVALID KEY
               MOVE "N"   TO OLD-STATUS
               MOVE SPACE TO OLD-CAT
             NOT INVALID KEY
               SET FOUND TO TRUE
           END-READ
           IF NOT FOUND THEN
             EXIT PARAGRAPH
           END-IF
           IF DIX-NEXT-DATE NOT = SPACE
              AND DIX-NEXT-DATE <= TODAY THEN
             MOVE DIX-NEXT-STATUS TO DIX-STATUS
             MOVE DIX-NEXT-CAT    TO DIX-CATEGORY
             MOVE SPACE TO DIX-NEXT-DATE
             MOVE SPACE TO DIX-NEXT-STATUS
             MOVE SPACE TO DIX-NEXT-CAT
           END-IF
           IF DIX-NEXT-DATE NOT = SPACE THEN
             SET ERR TO TRUE
             DISPLAY "!! " DIX-NEXT-DATE
                     " 発効の変更が待っています"
             DISPLAY "   発効してから入力してください"
             EXIT PARAGRAPH
           END-IF
           MOVE DIX-STATUS   TO OLD-STATUS
           MOVE DIX-CATEGORY TO OLD-CAT.

       CHECK-ACTION.
      * =========================================================
      * =  今の状態でその変更ができるか            =
      * =========================================================
           EVALUATE CHG-ACTION
             WHEN "A"
               IF FOUND AND OLD-STATUS = SPACE THEN
                 SET ERR TO TRUE
                 DISPLAY "!! 既に辞書にある語です"
               END-IF
               IF FOUND AND OLD-STATUS = "X" THEN
                 SET ERR TO TRUE
                 DISPLAY "!! 廃止済みの語です: 3:復活で"
                         "戻してください"
               END-IF
               IF NOT ERR THEN
                 PERFORM CHECK-LEGALITY
                 IF NOT WORD-LEGAL THEN
                   SET ERR TO TRUE
                   DISPLAY "!! 使用できない文字を含みます"
                 END-IF
               END-IF
             WHEN "X"
               IF NOT FOUND OR OLD-STATUS NOT = SPACE THEN
                 SET ERR TO TRUE
                 DISPLAY "!! 使用中の語ではありません"
               END-IF
             WHEN "I"
               IF NOT FOUND OR OLD-STATUS NOT = "X" THEN
                 SET ERR TO TRUE
                 DISPLAY "!! 廃止された語ではありません"
               END-IF
             WHEN "C"
               IF NOT FOUND OR OLD-STATUS NOT = SPACE THEN
                 SET ERR TO TRUE
                 DISPLAY "!! 使用中の語ではありません"
               END-IF
           END-EVALUATE.

       CHECK-LEGALITY.
      * =========================================================
      * =  ALLOW-LISTの文字だけか(DICT-REVIEWの     =
      * =  CHECK-LEGALITYと同じ2バイト単位の判定)  =
      * =========================================================
           MOVE "Y" TO LEGAL-FLG
           MOVE IN-WORD TO STR-TMP2
           PERFORM VARYING Q FROM 1 BY 1 UNTIL D(Q) = SPACE
             SET PA TO 1
             SEARCH A
               AT END
                 SET PB TO 1
                 SEARCH B
                   AT END
                     MOVE "N" TO LEGAL-FLG
                     EXIT PERFORM
                   WHEN B(PB) = D(Q)
                     CONTINUE
                 END-SEARCH
               WHEN A(PA) = D(Q)
                 CONTINUE
             END-SEARCH
           END-PERFORM.

       ASK-TERMS.
      * =========================================================
      * =  変更後の状態・分類、発効日、理由        =
      * =========================================================
           MOVE OLD-CAT TO NEW-CAT
           EVALUATE CHG-ACTION
             WHEN "X"
               MOVE "X" TO NEW-STATUS
             WHEN OTHER
               MOVE SPACE TO NEW-STATUS
           END-EVALUATE
           IF CHG-ACTION = "A" OR "C" THEN
             DISPLAY "分類を入力(空欄=未分類)"
             ACCEPT IN-CAT
             MOVE IN-CAT TO NEW-CAT
             IF CHG-ACTION = "C" AND NEW-CAT = OLD-CAT THEN
               SET ERR TO TRUE
               DISPLAY "!! 今と同じ分類です"
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF CHG-ACTION = "X" OR "C" THEN
             DISPLAY "発効日をYYYYMMDDで入力(空欄=明日)"
           ELSE
             DISPLAY "発効日をYYYYMMDDで入力(空欄=今日)"
           END-IF
           ACCEPT IN-DATE
           IF IN-DATE = SPACE THEN
             IF CHG-ACTION = "X" OR "C" THEN
               MOVE TOMORROW TO IN-DATE
             ELSE
               MOVE TODAY TO IN-DATE
             END-IF
           END-IF
           IF IN-DATE IS NOT NUMERIC
              OR IN-DATE(5:2) < "01" OR IN-DATE(5:2) > "12"
              OR IN-DATE(7:2) < "01" OR IN-DATE(7:2) > "31" THEN
             SET ERR TO TRUE
             DISPLAY "!! 日付が正しくありません: " IN-DATE
             EXIT PARAGRAPH
           END-IF
           IF IN-DATE < TODAY THEN
             SET ERR TO TRUE
             DISPLAY "!! 過去の日付は指定できません"
             DISPLAY "   (過去の対局の判定が変わるため)"
             EXIT PARAGRAPH
           END-IF
      *> 廃止・分類変更を今日付けにすると、今日
      *> すでに指された語まで新しい姿で判定される
           IF IN-DATE = TODAY
              AND (CHG-ACTION = "X" OR "C") THEN
             SET ERR TO TRUE
             DISPLAY "!! 廃止・分類変更の発効日は"
             DISPLAY "   明日以降にしてください"
             DISPLAY "   (今日の対局の判定が変わるため)"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "理由を入力してください"
           ACCEPT IN-NOTE
           DISPLAY SPACE
           DISPLAY "語  : " IN-WORD
           DISPLAY "変更: [" OLD-STATUS "]" OLD-CAT
                   " -> [" NEW-STATUS "]" NEW-CAT
           DISPLAY "発効: " IN-DATE "  承認: " APPROVER
           DISPLAY "よろしいですか (Y/N)"
           ACCEPT ANS
           IF ANS NOT = "Y" AND ANS NOT = "y" THEN
             SET ERR TO TRUE
             DISPLAY "(取り消しました)"
           END-IF.

       APPLY-CHANGE.
      * =========================================================
      * =  索引行へ予定変更を置く(発効日が今日でも  =
      * =  同じ形: 読み手が日付で重ねる)。新語は   =
      * =  「未発効」の行を作り、原本TXTへも追記   =
      * =========================================================
           MOVE IN-DATE    TO DIX-NEXT-DATE
           MOVE NEW-STATUS TO DIX-NEXT-STATUS
           MOVE NEW-CAT    TO DIX-NEXT-CAT
           IF FOUND THEN
             REWRITE DIX-REC
               INVALID KEY
                 SET ERR TO TRUE
             END-REWRITE
           ELSE
             MOVE IN-WORD TO DIX-WORD
             MOVE NEW-CAT TO DIX-CATEGORY
             MOVE "N"     TO DIX-STATUS
             WRITE DIX-REC
               INVALID KEY
                 SET ERR TO TRUE
               NOT INVALID KEY
                 PERFORM APPEND-TO-DICT-TXT
             END-WRITE
           END-IF
           IF ERR THEN
             DISPLAY "!! 辞書の更新に失敗しました: " IN-WORD
             EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-TO-DICT-HIST
           ADD 1 TO CHG-CNT
           DISPLAY "記録しました (" IN-DATE " から有効)".

       APPEND-TO-DICT-TXT.
      *> 原本への追記(DICT-REVIEWと同じ)。発効前の
      *> 扱いは作り直しのとき履歴が戻す
           OPEN EXTEND WORD-DICT
           MOVE IN-WORD TO DICT-WORD-TXT
           MOVE NEW-CAT TO DICT-CATEGORY
           WRITE DICT-REC
           CLOSE WORD-DICT.

       APPEND-TO-DICT-HIST.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE
           OPEN EXTEND DICT-HIST
           MOVE IN-WORD         TO DH-WORD
           MOVE CHG-ACTION      TO DH-ACTION
           MOVE IN-DATE         TO DH-EFF-DATE
           MOVE OLD-STATUS      TO DH-OLD-STATUS
           MOVE OLD-CAT         TO DH-OLD-CAT
           MOVE NEW-STATUS      TO DH-NEW-STATUS
           MOVE NEW-CAT         TO DH-NEW-CAT
           MOVE APPROVER        TO DH-APPROVER
           MOVE CURR-DATE(1:14) TO DH-TIME
           MOVE IN-NOTE         TO DH-NOTE
           WRITE DICT-HIST-REC
           CLOSE DICT-HIST.

       SHOW-WORD.
      * =========================================================
      * =  語の索引行と変更履歴を表示する          =
      * =========================================================
           DISPLAY "語を入力してください"
           ACCEPT IN-WORD
           IF IN-WORD = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           MOVE IN-WORD TO DIX-WORD
           OPEN INPUT WORD-DICT-IX
           READ WORD-DICT-IX
             INVALID KEY
               DISPLAY "(辞書にない語です)"
             NOT INVALID KEY
               DISPLAY "状態 [" DIX-STATUS "] 分類 " DIX-CATEGORY
               IF DIX-NEXT-DATE NOT = SPACE THEN
                 DISPLAY "予定 " DIX-NEXT-DATE " から ["
                         DIX-NEXT-STATUS "] " DIX-NEXT-CAT
               END-IF
           END-READ
           CLOSE WORD-DICT-IX
           MOVE 0 TO HIST-SHOWN
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT DICT-HIST
           PERFORM UNTIL EOF
             READ DICT-HIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF DH-WORD = IN-WORD THEN
                   ADD 1 TO HIST-SHOWN
                   DISPLAY DH-EFF-DATE " " DH-ACTION " ["
                           DH-OLD-STATUS "]" DH-OLD-CAT " -> ["
                           DH-NEW-STATUS "]" DH-NEW-CAT " "
                           DH-APPROVER " " DH-NOTE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DICT-HIST
           MOVE LOW-VALUE TO EOF-FLG
           IF HIST-SHOWN = 0 THEN
             DISPLAY "(変更履歴なし)"
           END-IF.
