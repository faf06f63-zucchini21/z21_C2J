       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLREVIEW.
      *================================================================*
      * ウォッチリスト審査判定オンライントランザクション
      * WLSCREENが出力した審査待ち（WLQUEUE）をコンプライアンス
      * 担当が確認し、顧客ごとに判定を入力する（CUSTMNTと同じ
      * 操作体系）。顧客が未登録の契約（支払口座名義・満期給付金
      * 支払先の照合）は、顧客番号を空白として契約番号で判定する。
      *  - L: 顧客の審査待ち一覧と取引停止の状況を表示する
      *  - H: 該当確定。顧客マスタの取引停止区分を設定する
      *  - F: 非該当。マスタは更新せず、以後の照合で当該登録IDとの
      *    組を審査待ちへ出力しない
      *  - R: 取引停止解除。顧客マスタの取引停止区分を解除する
      *  契約単位の判定は顧客マスタを更新せず、判定ログへの記録の
      *  みとする（契約の取引停止は判定ログの最新の該当確定・停止
      *  解除で決まる）
      * 取引停止中の顧客は、CONTMAINT・CONTBTCH・APPLBTCHで新規
      * 契約を追加できず、MATPAYの満期給付金・DSBPAYの返戻金等の
      * 支払も保留される（取引停止中の契約も同様に支払を保留する）。
      * 判定はすべて審査担当者ID・判定日時とともに判定ログ
      * （WLDECLOG）へ追記し、顧客マスタを更新したときは更新前
      * イメージを顧客マスタ更新前イメージログ（CUBIMG）へ記録する
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCUBIM（顧客マスタ更新前イメージログレイアウト）
      * COPY: CPYWLQUE（ウォッチリスト照合審査待ちレイアウト）
      * COPY: CPYWLDEC（ウォッチリスト審査判定ログレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
      *    契約単位の判定で契約の存在と顧客の未登録を確認する
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CUBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *    審査待ち（一覧表示の参照用）
           SELECT QUEUE-FILE
               ASSIGN TO 'WLQUEUE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.
      *    審査判定ログ（追記式）
           SELECT DECISION-FILE
               ASSIGN TO 'WLDECLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYCUBIM.

       FD  QUEUE-FILE.
           COPY CPYWLQUE.

       FD  DECISION-FILE.
           COPY CPYWLDEC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-QUE-STATUS         PIC X(2).
           05  WS-DEC-STATUS         PIC X(2).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).
           05  WS-DECISION-TIMESTAMP PIC 9(14).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-QUE-EOF-FLAG       PIC X(1) VALUE 'N'.
               88  WS-QUE-EOF        VALUE 'Y'.
           05  WS-DEC-EOF-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DEC-EOF        VALUE 'Y'.
           05  WS-MST-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MST-AVAIL      VALUE 'Y'.
           05  WS-CONTRACT-OK-FLAG   PIC X(1) VALUE 'N'.
               88  WS-CONTRACT-OK    VALUE 'Y'.
      *        判定ログから求めた対象契約の取引停止状況
           05  WS-CONTRACT-HELD-FLAG PIC X(1) VALUE 'N'.
               88  WS-CONTRACT-HELD  VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-REVIEWER-ID        PIC X(8).
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-LIST      VALUE 'L'.
               88  WS-TRAN-HOLD      VALUE 'H'.
               88  WS-TRAN-CLEAR     VALUE 'F'.
               88  WS-TRAN-RELEASE   VALUE 'R'.
               88  WS-TRAN-EXIT      VALUE 'X'.
               88  WS-TRAN-VALID     VALUE 'L' 'H' 'F' 'R'.
           05  WS-TRAN-CUSTOMER-NO   PIC X(8).
      *        契約単位の判定の対象（顧客番号が空白のときのみ）
           05  WS-TRAN-CONTRACT-NO   PIC X(10).
           05  WS-TRAN-ENTRY-ID      PIC X(10).
           05  WS-TRAN-COMMENT       PIC X(40).
           05  WS-HOLD-BEFORE        PIC X(1).

       01  WS-COUNTERS.
           05  WS-LIST-CNT           PIC 9(5) VALUE ZERO.
           05  WS-HOLD-CNT           PIC 9(5) VALUE ZERO.
           05  WS-CLEAR-CNT          PIC 9(5) VALUE ZERO.
           05  WS-RELEASE-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.
           05  WS-QUEUE-HIT-CNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    顧客マスタを更新モードで開き、ログは追記で開く（未作成の
      *    場合は新規作成にフォールバックする）。判定はすべて審査
      *    担当者IDとともに記録するため、最初にIDを受け付ける
       INIT-PROCESS.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS = '00'
               SET WS-MST-AVAIL TO TRUE
           END-IF.
           PERFORM OPEN-DECISION-EXTEND.
           DISPLAY '審査担当者ID ?'.
           ACCEPT WS-REVIEWER-ID FROM CONSOLE.
           IF WS-REVIEWER-ID = SPACES
               DISPLAY '審査担当者IDが未入力のため'
                       '終了します'
               SET WS-DONE TO TRUE
           END-IF.

       OPEN-DECISION-EXTEND.
           OPEN EXTEND DECISION-FILE.
           IF WS-DEC-STATUS = '35' OR '05'
               CLOSE DECISION-FILE
               OPEN OUTPUT DECISION-FILE
           END-IF.

       TRANSACTION-LOOP.
           PERFORM ACCEPT-TRANSACTION.
           IF NOT WS-TRAN-EXIT
               PERFORM PROCESS-TRANSACTION
           ELSE
               SET WS-DONE TO TRUE
           END-IF.

       ACCEPT-TRANSACTION.
           DISPLAY '区分(L=審査待ち一覧/H=該当確定'
                   '・取引停止/F=非該当/R=停止解除'
                   '/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           IF NOT WS-TRAN-EXIT
               DISPLAY '顧客番号（顧客未登録の契約は'
                       '空白） ?'
               ACCEPT WS-TRAN-CUSTOMER-NO FROM CONSOLE
               MOVE SPACES TO WS-TRAN-CONTRACT-NO
               IF WS-TRAN-CUSTOMER-NO = SPACES
                   DISPLAY '契約番号 ?'
                   ACCEPT WS-TRAN-CONTRACT-NO FROM CONSOLE
               END-IF
           END-IF.

      *    顧客番号が空白のときは契約単位の判定とする
       PROCESS-TRANSACTION.
           IF WS-TRAN-CUSTOMER-NO = SPACES
               PERFORM PROCESS-CONTRACT-TRANSACTION
           ELSE
               PERFORM PROCESS-CUSTOMER-TRANSACTION
           END-IF.

       PROCESS-CUSTOMER-TRANSACTION.
           MOVE WS-TRAN-CUSTOMER-NO TO CU-CUSTOMER-NO.
           EVALUATE TRUE
               WHEN WS-TRAN-LIST
                   PERFORM LIST-CUSTOMER-QUEUE
               WHEN WS-TRAN-HOLD
                   PERFORM HOLD-CUSTOMER
               WHEN WS-TRAN-CLEAR
                   PERFORM CLEAR-CUSTOMER
               WHEN WS-TRAN-RELEASE
                   PERFORM RELEASE-CUSTOMER
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    対象の契約を確認し、判定ログから取引停止の状況を求めて
      *    から判定を処理する
       PROCESS-CONTRACT-TRANSACTION.
           IF NOT WS-TRAN-VALID
               DISPLAY '無効な区分です: ' WS-TRAN-CODE
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM CHECK-TARGET-CONTRACT
               IF WS-CONTRACT-OK
                   PERFORM LOAD-CONTRACT-HOLD
                   EVALUATE TRUE
                       WHEN WS-TRAN-LIST
                           PERFORM LIST-CONTRACT-QUEUE
                       WHEN WS-TRAN-HOLD
                           PERFORM HOLD-CONTRACT
                       WHEN WS-TRAN-CLEAR
                           PERFORM CLEAR-CONTRACT
                       WHEN OTHER
                           PERFORM RELEASE-CONTRACT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-REJECT-CNT
               END-IF
           END-IF.

      *    契約単位の判定は契約マスタに存在し、顧客が未登録の契約に
      *    限る（顧客が登録済みの契約は顧客番号で判定する。ただし
      *    停止中に顧客が登録された契約の一覧・停止解除は受け付ける）
       CHECK-TARGET-CONTRACT.
           MOVE 'N' TO WS-CONTRACT-OK-FLAG.
           EVALUATE TRUE
               WHEN WS-TRAN-CONTRACT-NO = SPACES
                   DISPLAY '契約番号が未入力です'
               WHEN NOT WS-MST-AVAIL
                   DISPLAY '契約マスタなし-'
                           '契約単位の判定不可'
               WHEN OTHER
                   MOVE WS-TRAN-CONTRACT-NO TO CT-CONTRACT-NO
                   READ MASTER-FILE
                       INVALID KEY
                           DISPLAY '契約なし: ' WS-TRAN-CONTRACT-NO
                       NOT INVALID KEY
                           IF CT-CUSTOMER-NO NOT = SPACES
                               AND (WS-TRAN-HOLD OR WS-TRAN-CLEAR)
                               DISPLAY '顧客登録済みの'
                                       '契約です（顧客番号'
                                       'で判定）: '
                                       CT-CUSTOMER-NO
                           ELSE
                               SET WS-CONTRACT-OK TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

      *    判定ログを先頭から読み、対象契約の契約単位の該当確定・
      *    停止解除を順に適用して現在の取引停止状況を求める
      *    （読込後は追記で開き直す）
       LOAD-CONTRACT-HOLD.
           MOVE 'N' TO WS-CONTRACT-HELD-FLAG.
           CLOSE DECISION-FILE.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS = '00'
               MOVE 'N' TO WS-DEC-EOF-FLAG
               PERFORM READ-DECISION-FILE
               PERFORM SCAN-DECISION-LOOP
                   UNTIL WS-DEC-EOF
               CLOSE DECISION-FILE
           END-IF.
           PERFORM OPEN-DECISION-EXTEND.

       READ-DECISION-FILE.
           READ DECISION-FILE
               AT END
                   SET WS-DEC-EOF TO TRUE
           END-READ.

       SCAN-DECISION-LOOP.
           IF WD-CUSTOMER-NO = SPACES
               AND WD-CONTRACT-NO = WS-TRAN-CONTRACT-NO
               IF WD-DECISION-HOLD
                   SET WS-CONTRACT-HELD TO TRUE
               END-IF
               IF WD-DECISION-RELEASE
                   MOVE 'N' TO WS-CONTRACT-HELD-FLAG
               END-IF
           END-IF.
           PERFORM READ-DECISION-FILE.

      *    契約の取引停止の状況と、審査待ちのうち当該契約の照合結果
      *    を一覧表示する
       LIST-CONTRACT-QUEUE.
           DISPLAY '*** 審査対象契約 ***'.
           DISPLAY '契約番号:     ' CT-CONTRACT-NO.
           DISPLAY '契約者名:     ' CT-HOLDER-NAME.
           IF WS-CONTRACT-HELD
               DISPLAY '取引停止:     停止中'
           ELSE
               DISPLAY '取引停止:     なし'
           END-IF.
           PERFORM SCAN-QUEUE-FILE.
           ADD 1 TO WS-LIST-CNT.

      *    該当確定（契約単位）: 停止中の契約は拒否
       HOLD-CONTRACT.
           IF WS-CONTRACT-HELD
               DISPLAY '既に取引停止中です: '
                       WS-TRAN-CONTRACT-NO
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM ACCEPT-DECISION-FIELDS
               IF WS-TRAN-ENTRY-ID = SPACES
                   DISPLAY '登録IDが未入力です'
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   MOVE SPACE TO WS-HOLD-BEFORE
                   SET WS-CONTRACT-HELD TO TRUE
                   PERFORM WRITE-DECISION
                   DISPLAY '取引停止を設定しました: '
                           WS-TRAN-CONTRACT-NO
                   ADD 1 TO WS-HOLD-CNT
               END-IF
           END-IF.

      *    非該当（契約単位）: 判定のみを記録する
       CLEAR-CONTRACT.
           PERFORM ACCEPT-DECISION-FIELDS.
           IF WS-TRAN-ENTRY-ID = SPACES
               DISPLAY '登録IDが未入力です'
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM SET-CONTRACT-HOLD-BEFORE
               PERFORM WRITE-DECISION
               ADD 1 TO WS-CLEAR-CNT
           END-IF.

      *    停止解除（契約単位）: 停止中でない契約は拒否
       RELEASE-CONTRACT.
           IF NOT WS-CONTRACT-HELD
               DISPLAY '取引停止中ではありません: '
                       WS-TRAN-CONTRACT-NO
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM ACCEPT-DECISION-FIELDS
               IF WS-TRAN-ENTRY-ID = SPACES
                   DISPLAY '登録IDが未入力です'
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   MOVE 'H' TO WS-HOLD-BEFORE
                   MOVE 'N' TO WS-CONTRACT-HELD-FLAG
                   PERFORM WRITE-DECISION
                   DISPLAY '取引停止を解除しました: '
                           WS-TRAN-CONTRACT-NO
                   ADD 1 TO WS-RELEASE-CNT
               END-IF
           END-IF.

       SET-CONTRACT-HOLD-BEFORE.
           IF WS-CONTRACT-HELD
               MOVE 'H' TO WS-HOLD-BEFORE
           ELSE
               MOVE SPACE TO WS-HOLD-BEFORE
           END-IF.

      *    顧客の取引停止の状況と、審査待ちのうち当該顧客の照合結果
      *    を一覧表示する
       LIST-CUSTOMER-QUEUE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客なし: ' WS-TRAN-CUSTOMER-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM DISPLAY-CUSTOMER
                   PERFORM SCAN-QUEUE-FILE
                   ADD 1 TO WS-LIST-CNT
           END-READ.

       DISPLAY-CUSTOMER.
           DISPLAY '*** 審査対象顧客 ***'.
           DISPLAY '顧客番号:     ' CU-CUSTOMER-NO.
           DISPLAY '顧客氏名:     ' CU-CUSTOMER-NAME.
           DISPLAY '住所:         ' CU-ADDRESS.
           DISPLAY '電話番号:     ' CU-PHONE.
           IF CU-SCREEN-HELD
               DISPLAY '取引停止:     停止中'
           ELSE
               DISPLAY '取引停止:     なし'
           END-IF.

       SCAN-QUEUE-FILE.
           MOVE ZERO TO WS-QUEUE-HIT-CNT.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUE-STATUS NOT = '00'
               DISPLAY '審査待ちファイルなし'
           ELSE
               DISPLAY '*** 審査待ち（照合元 契約番号 '
                       '登録ID 区分 得点 一致項目 '
                       '登録氏名） ***'
               MOVE 'N' TO WS-QUE-EOF-FLAG
               PERFORM READ-QUEUE-FILE
               PERFORM SCAN-QUEUE-LOOP
                   UNTIL WS-QUE-EOF
               CLOSE QUEUE-FILE
               IF WS-QUEUE-HIT-CNT = ZERO
                   DISPLAY '審査待ちなし'
               END-IF
           END-IF.

       READ-QUEUE-FILE.
           READ QUEUE-FILE
               AT END
                   SET WS-QUE-EOF TO TRUE
           END-READ.

      *    顧客単位は顧客番号、契約単位は顧客未登録の契約番号で
      *    審査待ちを抽出する
       SCAN-QUEUE-LOOP.
           IF (WS-TRAN-CUSTOMER-NO NOT = SPACES
                   AND WQ-CUSTOMER-NO = WS-TRAN-CUSTOMER-NO)
               OR (WS-TRAN-CUSTOMER-NO = SPACES
                   AND WQ-CUSTOMER-NO = SPACES
                   AND WQ-CONTRACT-NO = WS-TRAN-CONTRACT-NO)
               DISPLAY WQ-SOURCE ' ' WQ-CONTRACT-NO
                       ' ' WQ-ENTRY-ID ' ' WQ-LIST-TYPE
                       ' ' WQ-SCORE ' ' WQ-MATCH-TEXT
                       ' ' WQ-LIST-NAME
               ADD 1 TO WS-QUEUE-HIT-CNT
           END-IF.
           PERFORM READ-QUEUE-FILE.

      *    該当確定: 取引停止区分を設定する（停止中の顧客は拒否）
       HOLD-CUSTOMER.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客なし: ' WS-TRAN-CUSTOMER-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   IF CU-SCREEN-HELD
                       DISPLAY '既に取引停止中です: '
                               WS-TRAN-CUSTOMER-NO
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       PERFORM ACCEPT-DECISION-FIELDS
                       IF WS-TRAN-ENTRY-ID = SPACES
                           DISPLAY '登録IDが未入力です'
                           ADD 1 TO WS-REJECT-CNT
                       ELSE
                           MOVE CU-SCREEN-HOLD TO WS-HOLD-BEFORE
                           PERFORM LOG-BEFORE-IMAGE-CHANGE
                           SET CU-SCREEN-HELD TO TRUE
                           PERFORM REWRITE-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

      *    非該当: マスタは更新せず判定のみを記録する
       CLEAR-CUSTOMER.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客なし: ' WS-TRAN-CUSTOMER-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM ACCEPT-DECISION-FIELDS
                   IF WS-TRAN-ENTRY-ID = SPACES
                       DISPLAY '登録IDが未入力です'
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       MOVE CU-SCREEN-HOLD TO WS-HOLD-BEFORE
                       PERFORM WRITE-DECISION
                       ADD 1 TO WS-CLEAR-CNT
                   END-IF
           END-READ.

      *    停止解除: 取引停止区分を解除する（停止中でない顧客は拒否）
       RELEASE-CUSTOMER.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客なし: ' WS-TRAN-CUSTOMER-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   IF NOT CU-SCREEN-HELD
                       DISPLAY '取引停止中ではありません: '
                               WS-TRAN-CUSTOMER-NO
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       PERFORM ACCEPT-DECISION-FIELDS
                       IF WS-TRAN-ENTRY-ID = SPACES
                           DISPLAY '登録IDが未入力です'
                           ADD 1 TO WS-REJECT-CNT
                       ELSE
                           MOVE CU-SCREEN-HOLD TO WS-HOLD-BEFORE
                           PERFORM LOG-BEFORE-IMAGE-CHANGE
                           MOVE SPACE TO CU-SCREEN-HOLD
                           PERFORM REWRITE-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

      *    判定の根拠とした登録IDとコメントを受け付ける
       ACCEPT-DECISION-FIELDS.
           DISPLAY '登録ID ?'.
           ACCEPT WS-TRAN-ENTRY-ID FROM CONSOLE.
           DISPLAY 'コメント ?'.
           ACCEPT WS-TRAN-COMMENT FROM CONSOLE.

      *    取引停止区分の更新が成功したときのみ判定を記録する
       REWRITE-CUSTOMER.
           REWRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY '訂正エラー: ' WS-CUS-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM WRITE-DECISION
                   IF WS-TRAN-HOLD
                       DISPLAY '取引停止を設定しました: '
                               CU-CUSTOMER-NO
                       ADD 1 TO WS-HOLD-CNT
                   ELSE
                       DISPLAY '取引停止を解除しました: '
                               CU-CUSTOMER-NO
                       ADD 1 TO WS-RELEASE-CNT
                   END-IF
           END-REWRITE.

       WRITE-DECISION.
           PERFORM SET-DECISION-TIMESTAMP.
           MOVE SPACES                TO WATCH-DECISION-REC.
           MOVE WS-DECISION-TIMESTAMP TO WD-TIMESTAMP.
           MOVE WS-REVIEWER-ID        TO WD-REVIEWER-ID.
           MOVE WS-TRAN-ENTRY-ID      TO WD-ENTRY-ID.
           MOVE WS-TRAN-CODE          TO WD-DECISION.
           MOVE WS-HOLD-BEFORE        TO WD-HOLD-BEFORE.
           IF WS-TRAN-CUSTOMER-NO = SPACES
               MOVE WS-TRAN-CONTRACT-NO TO WD-CONTRACT-NO
               IF WS-CONTRACT-HELD
                   MOVE 'H'           TO WD-HOLD-AFTER
               END-IF
           ELSE
               MOVE CU-CUSTOMER-NO    TO WD-CUSTOMER-NO
               MOVE CU-SCREEN-HOLD    TO WD-HOLD-AFTER
           END-IF.
           MOVE WS-TRAN-COMMENT       TO WD-COMMENT.
           WRITE WATCH-DECISION-REC.

       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO CB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       WRITE-BEFORE-IMAGE.
           PERFORM SET-DECISION-TIMESTAMP.
           MOVE WS-DECISION-TIMESTAMP TO CB-TIMESTAMP.
           MOVE CUSTOMER-REC TO CB-CUSTOMER-IMAGE.
           WRITE CUST-BIMG-REC.

       SET-DECISION-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-DECISION-TIMESTAMP.

       TERM-PROCESS.
           DISPLAY '一覧件数:     ' WS-LIST-CNT.
           DISPLAY '取引停止件数: ' WS-HOLD-CNT.
           DISPLAY '非該当件数:   ' WS-CLEAR-CNT.
           DISPLAY '停止解除件数: ' WS-RELEASE-CNT.
           DISPLAY '拒否件数:     ' WS-REJECT-CNT.
           CLOSE CUSTOMER-FILE
                 BEFORE-IMAGE-FILE
                 DECISION-FILE.
           IF WS-MST-AVAIL
               CLOSE MASTER-FILE
           END-IF.
