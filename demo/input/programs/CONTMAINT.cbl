      * ファイル（REFUNDOUT）へ出力する
      * 照会はマスタに該当がなければアーカイブ済み履歴（CONTHIST）
      * も照会する
      * 取引停止中（WLREVIEWで設定）の顧客の契約は追加しない
      * COPY: CPYCONTR
      *================================================================*
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-CONTRACT-NO
               FILE STATUS IS WS-HIS-STATUS.
      *    追加時の取引停止確認用の顧客マスタ
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-FILE.
           COPY CPYREFND.

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  HISTORY-FILE.
           COPY CPYCONTR
               REPLACING ==CONTRACT-REC==
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-PLN-STATUS         PIC X(2).
           05  WS-RFD-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-PLAN-AVAIL     VALUE 'Y'.
           05  WS-PLAN-VALID-FLAG    PIC X(1) VALUE 'N'.
               88  WS-PLAN-VALID     VALUE 'Y'.
           05  WS-CUST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CUST-AVAIL     VALUE 'Y'.
           05  WS-CUST-HELD-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUST-HELD      VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
           PERFORM OPEN-HISTORY.
           PERFORM OPEN-PLAN-MASTER.
           PERFORM OPEN-REFUND-FILE.
           PERFORM OPEN-CUSTOMER-MASTER.

      *    返戻金指示ファイルは追記式で開く
      *    （初回実行時は新規作成にフォールバックする）
               SET WS-PLAN-AVAIL TO TRUE
           END-IF.

      *    顧客マスタを開く（マスタ未整備の環境では取引停止の
      *    確認なしで継続する）
       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS = '00'
               SET WS-CUST-AVAIL TO TRUE
           END-IF.

      *    照会用履歴ファイルを開く（アーカイブ未実施で履歴が
      *    存在しない環境では、マスタのみの照会として継続する）
       OPEN-HISTORY.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM ACCEPT-CONTRACT-FIELDS
                   PERFORM CHECK-CUSTOMER-HOLD
                   IF WS-CUST-HELD
                       DISPLAY '取引停止中の顧客のため'
                               '追加不可: ' CT-CUSTOMER-NO
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       PERFORM WRITE-NEW-CONTRACT
                   END-IF
               NOT INVALID KEY
                   DISPLAY '契約番号重複: '
                       WS-TRAN-CONTRACT-NO
                   ADD 1 TO WS-REJECT-CNT
           END-READ.

       WRITE-NEW-CONTRACT.
           MOVE ZERO TO CT-RENEW-COUNT.
           MOVE 'N' TO CT-UNPAID-FLAG.
           SET CT-STAT-ACTIVE TO TRUE.
           WRITE CONTRACT-REC
               INVALID KEY
                   DISPLAY '追加エラー: ' WS-MST-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-ADD
                   ADD 1 TO WS-ADD-CNT
           END-WRITE.

      *    契約の顧客が取引停止中かを顧客マスタで確認する
      *    （顧客番号空白・顧客未登録は停止中としない）
       CHECK-CUSTOMER-HOLD.
           MOVE 'N' TO WS-CUST-HELD-FLAG.
           IF WS-CUST-AVAIL AND CT-CUSTOMER-NO NOT = SPACES
               MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-SCREEN-HELD
                           SET WS-CUST-HELD TO TRUE
                       END-IF
               END-READ
           END-IF.

       CHANGE-CONTRACT.
           READ MASTER-FILE
               INVALID KEY
           IF WS-PLAN-AVAIL
               CLOSE PLAN-MASTER-FILE
           END-IF.
           IF WS-CUST-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF.
