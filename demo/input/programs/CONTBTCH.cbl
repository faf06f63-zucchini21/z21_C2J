      * 場合はファイルを受理せず異常終了する（転送の途切れ検知）。
      * 制御レコードのない既存形式は従来どおり処理する。
      * 返却する拒否ファイルにも同形式の制御レコードを付す。
      * 取引停止中（WLREVIEWで設定）の顧客の契約は追加しない。
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYBIMG（更新前イメージログレコードレイアウト）
      * COPY: CPYERRCAT（エラーカタログ共通テーブル）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE
               FILE STATUS IS WS-PLN-STATUS.
      *    追加時の取引停止確認用の顧客マスタ
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT OUT-REJECT-FILE
               ASSIGN TO 'CMREJOUT'
               ORGANIZATION IS SEQUENTIAL
       FD  PLAN-MASTER-FILE.
           COPY CPYPLANM.

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

      *    適用できなかったトランザクションの拒否レコード
      *    （理由コード・理由文言付きで代理店へ返却する）
       FD  OUT-REJECT-FILE.
           05  WS-REJ-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).
           05  WS-PLN-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-PLAN-AVAIL     VALUE 'Y'.
           05  WS-PLAN-VALID-FLAG    PIC X(1) VALUE 'N'.
               88  WS-PLAN-VALID     VALUE 'Y'.
           05  WS-CUST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CUST-AVAIL     VALUE 'Y'.
           05  WS-CUST-HELD-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUST-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           PERFORM SKIP-TRAN-HEADER.
           PERFORM OPEN-CTLTOTAL.
           PERFORM OPEN-PLAN-MASTER.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM LOAD-ERROR-CATALOG.

      *    適用に先立ち入力ファイルを通読し、制御レコードの整合を
               SET WS-PLAN-AVAIL TO TRUE
           END-IF.

      *    顧客マスタを開く（マスタ未整備の環境では取引停止の
      *    確認なしで継続する）
       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS = '00'
               SET WS-CUST-AVAIL TO TRUE
           END-IF.

      *    拒否理由コード別のメッセージ・重大度を設定する
      *    （一括保守の拒否はすべて当該トランザクションのみを
      *    スキップするREJECT扱いとする）
           MOVE '販売停止種別のため追加不可'
               TO WS-EC-MESSAGE(7).
           MOVE 'R' TO WS-EC-SEVERITY(7).
           MOVE 'R008' TO WS-EC-CODE(8).
           MOVE '取引停止中の顧客のため追加不可'
               TO WS-EC-MESSAGE(8).
           MOVE 'R' TO WS-EC-SEVERITY(8).

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
           MOVE TR-CONTRACT-IMAGE TO CONTRACT-REC.
           PERFORM CHECK-PLAN-FOR-ADD.
           IF WS-PLAN-VALID
               PERFORM CHECK-CUSTOMER-FOR-ADD
           END-IF.
           IF WS-PLAN-VALID AND NOT WS-CUST-HELD
               MOVE ZERO TO CT-RENEW-COUNT
               MOVE 'N' TO CT-UNPAID-FLAG
               SET CT-STAT-ACTIVE TO TRUE
               END-READ
           END-IF.

      *    追加時の取引停止確認（顧客番号空白・顧客未登録・マスタ
      *    未整備の環境では確認なしで受け付ける）
       CHECK-CUSTOMER-FOR-ADD.
           MOVE 'N' TO WS-CUST-HELD-FLAG.
           IF WS-CUST-AVAIL AND CT-CUSTOMER-NO NOT = SPACES
               MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-SCREEN-HELD
                           SET WS-CUST-HELD TO TRUE
                           MOVE 'R008' TO WS-REJECT-CODE
                       END-IF
               END-READ
           END-IF.

      *    訂正時の保険種別コード検証（未登録のみ拒否。販売停止
      *    種別の既存契約の訂正は認める）
       CHECK-PLAN-FOR-CHANGE.
           IF WS-PLAN-AVAIL
               CLOSE PLAN-MASTER-FILE
           END-IF.
           IF WS-CUST-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF.

      *    返却する拒否ファイルの最終へトレーラ制御レコードを
      *    書き出す（拒否レコードは金額を持たないためハッシュは
