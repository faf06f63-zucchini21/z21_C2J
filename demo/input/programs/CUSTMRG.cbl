       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
      *================================================================*
      * 顧客統合オンライントランザクション
      * 重複候補一覧（CUSTDUPのCUSTDRPT）等で同一人物と確認した
      * 2つの顧客番号を、担当者が存続顧客を指定して統合する
      * （CUSTMNTの保守トランザクションと同じ操作体系）。
      *  - 統合(M): 消滅顧客の顧客番号を持つ契約マスタ（CONTMAST）
      *    の全契約を存続顧客へ付け替え（付替前の契約イメージを
      *    CTBIMGへ訂正(C)として記録）、アーカイブ済み契約履歴
      *    （CONTHIST）の契約も同様に付け替え（付替前のイメージを
      *    統合履歴へ履歴契約付替(A)として記録）、消滅顧客の顧客
      *    レコードを削除する（削除前のイメージをCUBIMGへ削除(D)
      *    として記録）
      *  - 統合取消(U): 消滅顧客番号を指定し、最後の統合を取り消す。
      *    統合履歴に保持した顧客レコードイメージで消滅顧客を復元
      *    し（CUBIMGへ追加(A)として記録）、統合時に付け替えた契約
      *    のうち現在も存続顧客を指す契約を消滅顧客へ付け戻す
      *    （アーカイブ済み契約履歴の契約も同様に付け戻す）
      *  - 統合・統合取消のつど、統合履歴（CUMRGHST）へ付け替えた
      *    契約と統合の内容を追記し、監査と統合取消の拠り所とする
      * 統合・統合取消はいずれも内容を表示し、確認(Y)を得てから
      * 更新する
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYBIMG（更新前イメージログレコードレイアウト）
      * COPY: CPYCUBIM（顧客マスタ更新前イメージログレイアウト）
      * COPY: CPYCUMRG（顧客統合履歴レコードレイアウト）
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
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    アーカイブ済み契約履歴（未作成の環境では付替を省略する）
           SELECT HISTORY-FILE
               ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CONTRACT-NO
               FILE STATUS IS WS-HIS-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CTBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CUST-BIMG-FILE
               ASSIGN TO 'CUBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBL-STATUS.
           SELECT MERGE-HIST-FILE
               ASSIGN TO 'CUMRGHST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  HISTORY-FILE.
           COPY CPYCONTR
               REPLACING ==CONTRACT-REC==
                      BY ==HISTORY-REC==
                         ==CT-CONTRACT-NO==
                      BY ==CH-CONTRACT-NO==
                         ==CT-HOLDER-NAME==
                      BY ==CH-HOLDER-NAME==
                         ==CT-PLAN-CODE==
                      BY ==CH-PLAN-CODE==
                         ==CT-START-DATE==
                      BY ==CH-START-DATE==
                         ==CT-END-DATE==
                      BY ==CH-END-DATE==
                         ==CT-TERM-YEARS==
                      BY ==CH-TERM-YEARS==
                         ==CT-RENEW-TYPE==
                      BY ==CH-RENEW-TYPE==
                         ==CT-AUTO-RENEW==
                      BY ==CH-AUTO-RENEW==
                         ==CT-MANUAL-RENEW==
                      BY ==CH-MANUAL-RENEW==
                         ==CT-NO-RENEW==
                      BY ==CH-NO-RENEW==
                         ==CT-PREMIUM-AMOUNT==
                      BY ==CH-PREMIUM-AMOUNT==
                         ==CT-UNPAID-FLAG==
                      BY ==CH-UNPAID-FLAG==
                         ==CT-HAS-UNPAID==
                      BY ==CH-HAS-UNPAID==
                         ==CT-RENEW-COUNT==
                      BY ==CH-RENEW-COUNT==
                         ==CT-MAX-RENEW==
                      BY ==CH-MAX-RENEW==
                         ==CT-PAYMENT-METHOD==
                      BY ==CH-PAYMENT-METHOD==
                         ==CT-PAY-DIRECT-DEBIT==
                      BY ==CH-PAY-DIRECT-DEBIT==
                         ==CT-PAY-CREDIT-CARD==
                      BY ==CH-PAY-CREDIT-CARD==
                         ==CT-PAY-INVOICE==
                      BY ==CH-PAY-INVOICE==
                         ==CT-CURRENCY-CODE==
                      BY ==CH-CURRENCY-CODE==
                         ==CT-STATUS==
                      BY ==CH-STATUS==
                         ==CT-STAT-ACTIVE==
                      BY ==CH-STAT-ACTIVE==
                         ==CT-STAT-EXPIRED==
                      BY ==CH-STAT-EXPIRED==
                         ==CT-STAT-PAIDUP==
                      BY ==CH-STAT-PAIDUP==
                         ==CT-STAT-CANCELLED==
                      BY ==CH-STAT-CANCELLED==
                         ==CT-CUSTOMER-NO==
                      BY ==CH-CUSTOMER-NO==
                         ==CT-AGENCY-CODE==
                      BY ==CH-AGENCY-CODE==
                         ==CT-PAY-FREQUENCY==
                      BY ==CH-PAY-FREQUENCY==
                         ==CT-FREQ-ANNUAL==
                      BY ==CH-FREQ-ANNUAL==
                         ==CT-FREQ-SEMIANNUAL==
                      BY ==CH-FREQ-SEMIANNUAL==
                         ==CT-FREQ-MONTHLY==
                      BY ==CH-FREQ-MONTHLY==.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYBIMG.

       FD  CUST-BIMG-FILE.
           COPY CPYCUBIM.

       FD  MERGE-HIST-FILE.
           COPY CPYCUMRG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-CBL-STATUS         PIC X(2).
           05  WS-MRG-STATUS         PIC X(2).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-HIST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-HIST-AVAIL     VALUE 'Y'.
           05  WS-HIST-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF       VALUE 'Y'.
           05  WS-VALID-FLAG         PIC X(1) VALUE 'N'.
               88  WS-VALID          VALUE 'Y'.
           05  WS-UNDO-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-UNDO-FOUND     VALUE 'Y'.
           05  WS-CONFIRM-FLAG       PIC X(1).
               88  WS-CONFIRMED      VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-MERGE     VALUE 'M'.
               88  WS-TRAN-UNDO      VALUE 'U'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-SURVIVOR-NO        PIC X(8).
           05  WS-LOSER-NO           PIC X(8).

      *    統合・統合取消の作業域
       01  WS-MERGE-WORK.
           05  WS-MERGE-TIMESTAMP    PIC 9(14).
           05  WS-MOVED-CNT          PIC 9(5).
           05  WS-HIST-MOVED-CNT     PIC 9(5).
           05  WS-SKIP-CNT           PIC 9(5).
           05  WS-LOSER-IMAGE        PIC X(150).
      *        統合取消の対象（最後の未取消の統合）
           05  WS-UNDO-TIMESTAMP     PIC 9(14).
           05  WS-UNDO-SURVIVOR-NO   PIC X(8).
           05  WS-UNDO-CONTRACT-CNT  PIC 9(5).
           05  WS-UNDO-IMAGE         PIC X(150).

       01  WS-COUNTERS.
           05  WS-MERGE-CNT          PIC 9(5) VALUE ZERO.
           05  WS-UNDO-CNT           PIC 9(5) VALUE ZERO.
           05  WS-CANCEL-CNT         PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    顧客・契約マスタを更新モードで開き、ログ・統合履歴は追記
      *    で開く（未作成の場合は新規作成にフォールバックする）
       INIT-PROCESS.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY '契約マスタオープンエラー: '
                       WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF WS-HIS-STATUS = '00'
               SET WS-HIST-AVAIL TO TRUE
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN EXTEND CUST-BIMG-FILE.
           IF WS-CBL-STATUS = '35' OR '05'
               CLOSE CUST-BIMG-FILE
               OPEN OUTPUT CUST-BIMG-FILE
           END-IF.
           PERFORM OPEN-MERGE-HIST-EXTEND.

       OPEN-MERGE-HIST-EXTEND.
           OPEN EXTEND MERGE-HIST-FILE.
           IF WS-MRG-STATUS = '35' OR '05'
               CLOSE MERGE-HIST-FILE
               OPEN OUTPUT MERGE-HIST-FILE
           END-IF.

       TRANSACTION-LOOP.
           DISPLAY '区分(M=統合/U=統合取消/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-TRAN-MERGE
                   PERFORM MERGE-CUSTOMERS
               WHEN WS-TRAN-UNDO
                   PERFORM UNDO-MERGE
               WHEN WS-TRAN-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    存続顧客・消滅顧客を受け付けて両方の宛先を表示し、確認を
      *    得てから統合する
       MERGE-CUSTOMERS.
           DISPLAY '存続顧客番号 ?'.
           ACCEPT WS-SURVIVOR-NO FROM CONSOLE.
           DISPLAY '消滅顧客番号 ?'.
           ACCEPT WS-LOSER-NO FROM CONSOLE.
           PERFORM VALIDATE-MERGE.
           IF WS-VALID
               DISPLAY '統合しますか(Y/N) ?'
               ACCEPT WS-CONFIRM-FLAG FROM CONSOLE
               IF WS-CONFIRMED
                   PERFORM EXECUTE-MERGE
               ELSE
                   DISPLAY '統合を取りやめました'
                   ADD 1 TO WS-CANCEL-CNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

       VALIDATE-MERGE.
           MOVE 'N' TO WS-VALID-FLAG.
           IF WS-SURVIVOR-NO = WS-LOSER-NO
               DISPLAY '存続顧客と消滅顧客が同一です'
           ELSE
               MOVE WS-SURVIVOR-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY '存続顧客なし: ' WS-SURVIVOR-NO
                   NOT INVALID KEY
                       DISPLAY '*** 存続顧客 ***'
                       PERFORM DISPLAY-CUSTOMER
                       MOVE WS-LOSER-NO TO CU-CUSTOMER-NO
                       READ CUSTOMER-FILE
                           INVALID KEY
                               DISPLAY '消滅顧客なし: '
                                       WS-LOSER-NO
                           NOT INVALID KEY
                               DISPLAY '*** 消滅顧客 ***'
                               PERFORM DISPLAY-CUSTOMER
                               IF CU-SCREEN-HELD
                                   DISPLAY '消滅顧客が'
                                           '取引停止中です'
                               ELSE
                                   SET WS-VALID TO TRUE
                               END-IF
                       END-READ
               END-READ
           END-IF.

       DISPLAY-CUSTOMER.
           DISPLAY '顧客番号:     ' CU-CUSTOMER-NO.
           DISPLAY '顧客氏名:     ' CU-CUSTOMER-NAME.
           DISPLAY '郵便番号:     ' CU-POSTAL-CODE.
           DISPLAY '住所:         ' CU-ADDRESS.
           DISPLAY '電話番号:     ' CU-PHONE.

      *    消滅顧客の契約を存続顧客へ付け替えてから消滅顧客を削除し、
      *    統合(H)を統合履歴へ記録する
       EXECUTE-MERGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO WS-MERGE-TIMESTAMP.
           MOVE ZERO TO WS-MOVED-CNT.
           MOVE ZERO TO WS-HIST-MOVED-CNT.
           PERFORM REPOINT-CONTRACTS.
           IF WS-HIST-AVAIL
               PERFORM REPOINT-HIST-CONTRACTS
           END-IF.
           MOVE WS-LOSER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '消滅顧客再読込エラー: '
                           WS-CUS-STATUS
               NOT INVALID KEY
                   MOVE CUSTOMER-REC TO WS-LOSER-IMAGE
                   PERFORM LOG-CUST-IMAGE-DELETE
                   DELETE CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY '消滅顧客の削除エラー: '
                                   WS-CUS-STATUS
                   END-DELETE
           END-READ.
           MOVE SPACES              TO CUST-MERGE-HIST-REC.
           MOVE WS-MERGE-TIMESTAMP  TO MH-MERGE-TIMESTAMP.
           MOVE 'H'                 TO MH-RECORD-TYPE.
           MOVE WS-SURVIVOR-NO      TO MH-SURVIVOR-NO.
           MOVE WS-LOSER-NO         TO MH-LOSER-NO.
           MOVE WS-MOVED-CNT        TO MH-CONTRACT-CNT.
           MOVE ZERO                TO MH-UNDO-TIMESTAMP.
           MOVE WS-LOSER-IMAGE      TO MH-LOSER-IMAGE.
           WRITE CUST-MERGE-HIST-REC.
           ADD 1 TO WS-MERGE-CNT.
           DISPLAY '統合しました 付替契約件数: '
                   WS-MOVED-CNT.
           DISPLAY '付替履歴契約件数: ' WS-HIST-MOVED-CNT.

      *    契約マスタを全件走査し、消滅顧客の契約を付け替える
       REPOINT-CONTRACTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CT-CONTRACT-NO.
           START MASTER-FILE
               KEY IS NOT LESS THAN CT-CONTRACT-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-MST-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-MASTER-NEXT
           END-IF.
           PERFORM REPOINT-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       REPOINT-LOOP.
           IF CT-CUSTOMER-NO = WS-LOSER-NO
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               MOVE WS-SURVIVOR-NO TO CT-CUSTOMER-NO
               REWRITE CONTRACT-REC
                   INVALID KEY
                       DISPLAY '契約書き戻しエラー: '
                               CT-CONTRACT-NO ' ' WS-MST-STATUS
                   NOT INVALID KEY
                       PERFORM WRITE-HIST-CONTRACT
                       ADD 1 TO WS-MOVED-CNT
               END-REWRITE
           END-IF.
           PERFORM READ-MASTER-NEXT.

      *    アーカイブ済み契約履歴を全件走査し、消滅顧客の契約を
      *    付け替える（付替前のイメージは統合履歴へ記録する）
       REPOINT-HIST-CONTRACTS.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE LOW-VALUES TO CH-CONTRACT-NO.
           START HISTORY-FILE
               KEY IS NOT LESS THAN CH-CONTRACT-NO
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           IF WS-HIS-STATUS NOT = '00'
               SET WS-HIST-EOF TO TRUE
           END-IF.
           IF NOT WS-HIST-EOF
               PERFORM READ-HISTORY-NEXT
           END-IF.
           PERFORM REPOINT-HIST-LOOP
               UNTIL WS-HIST-EOF.

       READ-HISTORY-NEXT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIS-STATUS NOT = '00' AND WS-HIS-STATUS NOT = '02'
               SET WS-HIST-EOF TO TRUE
           END-IF.

       REPOINT-HIST-LOOP.
           IF CH-CUSTOMER-NO = WS-LOSER-NO
               MOVE SPACES              TO CUST-MERGE-HIST-REC
               MOVE HISTORY-REC         TO MH-IMG-CONTRACT
               MOVE WS-SURVIVOR-NO TO CH-CUSTOMER-NO
               REWRITE HISTORY-REC
                   INVALID KEY
                       DISPLAY '履歴契約書き戻しエラー: '
                               CH-CONTRACT-NO ' ' WS-HIS-STATUS
                   NOT INVALID KEY
                       PERFORM WRITE-HIST-ARCHIVED
                       ADD 1 TO WS-HIST-MOVED-CNT
               END-REWRITE
           END-IF.
           PERFORM READ-HISTORY-NEXT.

      *    履歴契約付替(A)を記録する（付替前のイメージは呼出し元で
      *    MH-IMG-CONTRACTへ設定済み）
       WRITE-HIST-ARCHIVED.
           MOVE WS-MERGE-TIMESTAMP  TO MH-MERGE-TIMESTAMP.
           MOVE 'A'                 TO MH-RECORD-TYPE.
           MOVE WS-SURVIVOR-NO      TO MH-SURVIVOR-NO.
           MOVE WS-LOSER-NO         TO MH-LOSER-NO.
           MOVE CH-CONTRACT-NO      TO MH-CONTRACT-NO.
           MOVE ZERO                TO MH-CONTRACT-CNT.
           MOVE ZERO                TO MH-UNDO-TIMESTAMP.
           WRITE CUST-MERGE-HIST-REC.

       WRITE-HIST-CONTRACT.
           MOVE SPACES              TO CUST-MERGE-HIST-REC.
           MOVE WS-MERGE-TIMESTAMP  TO MH-MERGE-TIMESTAMP.
           MOVE 'C'                 TO MH-RECORD-TYPE.
           MOVE WS-SURVIVOR-NO      TO MH-SURVIVOR-NO.
           MOVE WS-LOSER-NO         TO MH-LOSER-NO.
           MOVE CT-CONTRACT-NO      TO MH-CONTRACT-NO.
           MOVE ZERO                TO MH-CONTRACT-CNT.
           MOVE ZERO                TO MH-UNDO-TIMESTAMP.
           WRITE CUST-MERGE-HIST-REC.

      *    消滅顧客番号を受け付け、統合履歴から最後の未取消の統合を
      *    探して内容を表示し、確認を得てから取り消す
       UNDO-MERGE.
           DISPLAY '消滅顧客番号 ?'.
           ACCEPT WS-LOSER-NO FROM CONSOLE.
           MOVE WS-LOSER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM FIND-LAST-MERGE
               NOT INVALID KEY
                   MOVE 'N' TO WS-UNDO-FOUND-FLAG
                   DISPLAY '顧客登録済のため取消不可: '
                           WS-LOSER-NO
           END-READ.
           IF WS-UNDO-FOUND
               DISPLAY '統合日時:     ' WS-UNDO-TIMESTAMP
               DISPLAY '存続顧客番号: ' WS-UNDO-SURVIVOR-NO
               DISPLAY '付替契約件数: ' WS-UNDO-CONTRACT-CNT
               DISPLAY 'この統合を取り消しますか(Y/N) ?'
               ACCEPT WS-CONFIRM-FLAG FROM CONSOLE
               IF WS-CONFIRMED
                   PERFORM EXECUTE-UNDO
               ELSE
                   DISPLAY '統合取消を取りやめました'
                   ADD 1 TO WS-CANCEL-CNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

      *    統合履歴を先頭から読み、当該消滅顧客の統合(H)のうち
      *    統合取消(U)のない最後のものを控える
       FIND-LAST-MERGE.
           MOVE 'N' TO WS-UNDO-FOUND-FLAG.
           CLOSE MERGE-HIST-FILE.
           OPEN INPUT MERGE-HIST-FILE.
           IF WS-MRG-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-MERGE-HIST
               PERFORM FIND-MERGE-LOOP
                   UNTIL WS-EOF
               CLOSE MERGE-HIST-FILE
           END-IF.
           PERFORM OPEN-MERGE-HIST-EXTEND.
           IF NOT WS-UNDO-FOUND
               DISPLAY '取消可能な統合なし: ' WS-LOSER-NO
           END-IF.

       READ-MERGE-HIST.
           READ MERGE-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       FIND-MERGE-LOOP.
           IF MH-LOSER-NO = WS-LOSER-NO
               EVALUATE TRUE
                   WHEN MH-TYPE-MERGE
                       SET WS-UNDO-FOUND TO TRUE
                       MOVE MH-MERGE-TIMESTAMP TO WS-UNDO-TIMESTAMP
                       MOVE MH-SURVIVOR-NO TO WS-UNDO-SURVIVOR-NO
                       MOVE MH-CONTRACT-CNT TO WS-UNDO-CONTRACT-CNT
                       MOVE MH-LOSER-IMAGE TO WS-UNDO-IMAGE
                   WHEN MH-TYPE-UNDO
                       IF WS-UNDO-FOUND
                           AND MH-MERGE-TIMESTAMP = WS-UNDO-TIMESTAMP
                           MOVE 'N' TO WS-UNDO-FOUND-FLAG
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM READ-MERGE-HIST.

      *    消滅顧客を復元し、統合時に付け替えた契約を付け戻してから
      *    統合取消(U)を統合履歴へ記録する
       EXECUTE-UNDO.
           MOVE WS-UNDO-IMAGE TO CUSTOMER-REC.
           WRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY '消滅顧客復元エラー: '
                           WS-CUS-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-CUST-IMAGE-ADD
                   PERFORM RESTORE-CONTRACTS
                   PERFORM WRITE-HIST-UNDO
                   ADD 1 TO WS-UNDO-CNT
                   DISPLAY '統合取消 付戻件数: '
                           WS-MOVED-CNT
                   IF WS-SKIP-CNT > ZERO
                       DISPLAY '付戻対象外件数: '
                               WS-SKIP-CNT
                   END-IF
           END-WRITE.

      *    統合履歴の当該統合の契約付替(C)・履歴契約付替(A)を
      *    読み、現在も存続顧客を指す契約のみ消滅顧客へ付け戻す
       RESTORE-CONTRACTS.
           MOVE ZERO TO WS-MOVED-CNT.
           MOVE ZERO TO WS-SKIP-CNT.
           CLOSE MERGE-HIST-FILE.
           OPEN INPUT MERGE-HIST-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-MERGE-HIST.
           PERFORM RESTORE-LOOP
               UNTIL WS-EOF.
           CLOSE MERGE-HIST-FILE.
           PERFORM OPEN-MERGE-HIST-EXTEND.

       RESTORE-LOOP.
           IF MH-TYPE-CONTRACT
               AND MH-MERGE-TIMESTAMP = WS-UNDO-TIMESTAMP
               PERFORM RESTORE-ONE-CONTRACT
           END-IF.
           IF MH-TYPE-HIST-CONTRACT
               AND MH-MERGE-TIMESTAMP = WS-UNDO-TIMESTAMP
               PERFORM RESTORE-ONE-HIST-CONTRACT
           END-IF.
           PERFORM READ-MERGE-HIST.

      *    アーカイブ済み契約は現在も存続顧客を指すもののみ付け戻す
       RESTORE-ONE-HIST-CONTRACT.
           IF NOT WS-HIST-AVAIL
               DISPLAY '契約履歴なし-付戻不可: '
                       MH-CONTRACT-NO
               ADD 1 TO WS-SKIP-CNT
           ELSE
               MOVE MH-CONTRACT-NO TO CH-CONTRACT-NO
               READ HISTORY-FILE
                   INVALID KEY
                       DISPLAY '付戻対象履歴契約なし: '
                               MH-CONTRACT-NO
                       ADD 1 TO WS-SKIP-CNT
                   NOT INVALID KEY
                       PERFORM RESTORE-HIST-CUSTOMER
               END-READ
           END-IF.

       RESTORE-HIST-CUSTOMER.
           IF CH-CUSTOMER-NO = WS-UNDO-SURVIVOR-NO
               MOVE WS-LOSER-NO TO CH-CUSTOMER-NO
               REWRITE HISTORY-REC
                   INVALID KEY
                       DISPLAY '履歴契約書き戻しエラー: '
                               CH-CONTRACT-NO ' ' WS-HIS-STATUS
                       ADD 1 TO WS-SKIP-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-CNT
               END-REWRITE
           ELSE
               DISPLAY '付戻対象外: ' CH-CONTRACT-NO
                       ' ' CH-CUSTOMER-NO
               ADD 1 TO WS-SKIP-CNT
           END-IF.

       RESTORE-ONE-CONTRACT.
           MOVE MH-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '付戻対象契約なし: ' MH-CONTRACT-NO
                   ADD 1 TO WS-SKIP-CNT
               NOT INVALID KEY
                   IF CT-CUSTOMER-NO = WS-UNDO-SURVIVOR-NO
                       PERFORM LOG-BEFORE-IMAGE-CHANGE
                       MOVE WS-LOSER-NO TO CT-CUSTOMER-NO
                       REWRITE CONTRACT-REC
                           INVALID KEY
                               DISPLAY '契約書き戻しエラー: '
                                       CT-CONTRACT-NO ' '
                                       WS-MST-STATUS
                               ADD 1 TO WS-SKIP-CNT
                           NOT INVALID KEY
                               ADD 1 TO WS-MOVED-CNT
                       END-REWRITE
                   ELSE
                       DISPLAY '付戻対象外: ' CT-CONTRACT-NO
                               ' ' CT-CUSTOMER-NO
                       ADD 1 TO WS-SKIP-CNT
                   END-IF
           END-READ.

       WRITE-HIST-UNDO.
           MOVE SPACES              TO CUST-MERGE-HIST-REC.
           MOVE WS-UNDO-TIMESTAMP   TO MH-MERGE-TIMESTAMP.
           MOVE 'U'                 TO MH-RECORD-TYPE.
           MOVE WS-UNDO-SURVIVOR-NO TO MH-SURVIVOR-NO.
           MOVE WS-LOSER-NO         TO MH-LOSER-NO.
           MOVE WS-MOVED-CNT        TO MH-CONTRACT-CNT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO MH-UNDO-TIMESTAMP.
           WRITE CUST-MERGE-HIST-REC.

      *    付替前の契約イメージをCTBIMGへ記録する（CONTRCVRの
      *    復元対象とするため、CONTMAINTの訂正(C)と同じ形式とする）
       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO BI-ACTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO BI-TIMESTAMP.
           MOVE CONTRACT-REC TO BI-CONTRACT-IMAGE.
           WRITE BEFORE-IMAGE-REC.

      *    顧客レコードのイメージをCUBIMGへ記録する（CUSTMNTの
      *    追加(A)・削除(D)と同じ形式とする）
       LOG-CUST-IMAGE-ADD.
           MOVE 'A' TO CB-ACTION.
           PERFORM WRITE-CUST-IMAGE.

       LOG-CUST-IMAGE-DELETE.
           MOVE 'D' TO CB-ACTION.
           PERFORM WRITE-CUST-IMAGE.

       WRITE-CUST-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO CB-TIMESTAMP.
           MOVE CUSTOMER-REC TO CB-CUSTOMER-IMAGE.
           WRITE CUST-BIMG-REC.

       TERM-PROCESS.
           DISPLAY '統合件数:     ' WS-MERGE-CNT.
           DISPLAY '統合取消件数: ' WS-UNDO-CNT.
           DISPLAY '取りやめ件数: ' WS-CANCEL-CNT.
           DISPLAY '拒否件数:     ' WS-REJECT-CNT.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE CUSTOMER-FILE
                 MASTER-FILE
                 BEFORE-IMAGE-FILE
                 CUST-BIMG-FILE
                 MERGE-HIST-FILE.
