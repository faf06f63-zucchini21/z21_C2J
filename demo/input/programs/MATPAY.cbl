      * 失効（UP）以外の正常満期契約について満期給付金を算出し、
      * 支払指示ファイル（MATPAYOUT）と支払台帳レポート（MATREG）を
      * 出力する。
      *  - 給付額 = 被保険者明細（INSDMAST）の主たる被保険者
      *    （連番01）の保険金額 × 保険種別マスタ（PLANMAST）の
      *    満期給付率（家族型の配偶者・子の明細は満期給付の対象
      *    外とする）
      *  - 給付率ゼロ・種別未登録の契約は給付のない種別として
      *    対象外とする
      *  - 被保険者明細が未登録の契約はゼロ円で支払わず、手作業
      *  - 振込先は支払口座マスタ（PAYACCT）から転記し、顧客番号は
      *    契約マスタから引き当てる（未登録は空白のまま出力し、
      *    支払担当が補記する）
      *  - 顧客が取引停止中（WLREVIEWで設定）の契約と、顧客が
      *    未登録で契約単位に取引停止中（WLREVIEWの判定ログ）の
      *    契約は支払指示を出力せず、不備報告へ保留として出力する
      *    （停止解除後に手作業で支払う）
      * COPY: CPYEXPO（満期結果ファイルレコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYPLANM（保険種別マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYWLDEC（ウォッチリスト審査判定ログレイアウト）
      * COPY: CPYWLHLD（取引停止契約テーブル）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT PLAN-MASTER-FILE
               ASSIGN TO 'PLANMAST'
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CONTRACT-NO
               FILE STATUS IS WS-PAC-STATUS.
      *    取引停止確認用の顧客マスタ
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
      *    契約単位の取引停止を確認する審査判定ログ（WLREVIEWが
      *    追記）
           SELECT DECISION-FILE
               ASSIGN TO 'WLDECLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
      *    満期給付金の支払指示（支払担当へ引き渡す）
           SELECT OUT-PAYOUT-FILE
               ASSIGN TO 'MATPAYOUT'
       FD  PAYACCT-FILE.
           COPY CPYPAYAC.

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  DECISION-FILE.
           COPY CPYWLDEC.

      *    満期給付金支払指示レコード
       FD  OUT-PAYOUT-FILE.
       01  OUT-PAYOUT-REC.
           05  WS-PLN-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-PAC-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-DEC-STATUS         PIC X(2).
           05  WS-PAY-STATUS         PIC X(2).
           05  WS-MIS-STATUS         PIC X(2).
           05  WS-REG-STATUS         PIC X(2).
               88  WS-PAC-AVAIL      VALUE 'Y'.
           05  WS-PAC-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PAC-FOUND      VALUE 'Y'.
           05  WS-CUS-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUS-AVAIL      VALUE 'Y'.
           05  WS-CUST-HELD-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUST-HELD      VALUE 'Y'.
           05  WS-DEC-EOF-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DEC-EOF        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-NOBENEFIT-CNT      PIC 9(7) VALUE ZERO.
           05  WS-UNPAID-SKIP-CNT    PIC 9(7) VALUE ZERO.
           05  WS-MISSING-CNT        PIC 9(7) VALUE ZERO.
           05  WS-HELD-CNT           PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-AMT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    契約単位に取引停止中の契約
           COPY CPYWLHLD.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           STOP RUN.

       INIT-PROCESS.
           PERFORM LOAD-HELD-CONTRACTS.
           OPEN INPUT  IN-EXPIRE-FILE
                        DETAIL-FILE
                        PLAN-MASTER-FILE
                        OUT-MISSING-FILE
                        OUT-REGISTER-FILE.
           PERFORM OPEN-PAYACCT-MASTER.
           PERFORM OPEN-CUSTOMER-MASTER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM OPEN-CTLTOTAL.
               SET WS-PAC-AVAIL TO TRUE
           END-IF.

      *    顧客マスタを開く（マスタ未整備の環境では取引停止の
      *    確認なしで支払指示を出力する）
       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS = '00'
               SET WS-CUS-AVAIL TO TRUE
           END-IF.

      *    審査判定ログ（WLDECLOG）の契約単位の判定を先頭から順に
      *    適用し、取引停止中の契約を読み込む（判定ログ未作成の環境
      *    では停止中の契約なし）。テーブルに収まらないときは停止
      *    中の契約へ支払うおそれがあるため異常終了する
       LOAD-HELD-CONTRACTS.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS = '00'
               MOVE 'N' TO WS-DEC-EOF-FLAG
               PERFORM READ-DECISION-REC
               PERFORM LOAD-HELD-LOOP
                   UNTIL WS-DEC-EOF
               CLOSE DECISION-FILE
           END-IF.

       READ-DECISION-REC.
           READ DECISION-FILE
               AT END
                   SET WS-DEC-EOF TO TRUE
           END-READ.

       LOAD-HELD-LOOP.
           IF WD-CUSTOMER-NO = SPACES AND WD-CONTRACT-NO NOT = SPACES
               PERFORM APPLY-CONTRACT-HOLD
           END-IF.
           PERFORM READ-DECISION-REC.

      *    該当確定(H)は取引停止中の契約へ追加し、停止解除(R)は
      *    当該契約を空白に戻す
       APPLY-CONTRACT-HOLD.
           MOVE WD-CONTRACT-NO TO WS-HC-SEARCH-NO.
           PERFORM FIND-HELD-CONTRACT.
           EVALUATE TRUE
               WHEN WD-DECISION-HOLD AND NOT WS-HC-FOUND
                   IF WS-HC-COUNT < 1000
                       ADD 1 TO WS-HC-COUNT
                       SET WS-HC-IDX TO WS-HC-COUNT
                       MOVE WD-CONTRACT-NO
                           TO WS-HC-CONTRACT-NO(WS-HC-IDX)
                   ELSE
                       DISPLAY '取引停止契約テーブル超過'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WD-DECISION-RELEASE AND WS-HC-FOUND
                   MOVE SPACES TO WS-HC-CONTRACT-NO(WS-HC-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    取引停止中の契約を探す（契約番号空白は停止中としない）
       FIND-HELD-CONTRACT.
           MOVE 'N' TO WS-HC-FOUND-FLAG.
           SET WS-HC-IDX TO 1.
           PERFORM UNTIL WS-HC-IDX > WS-HC-COUNT
                   OR WS-HC-FOUND
                   OR WS-HC-SEARCH-NO = SPACES
               IF WS-HC-CONTRACT-NO(WS-HC-IDX) = WS-HC-SEARCH-NO
                   SET WS-HC-FOUND TO TRUE
               ELSE
                   SET WS-HC-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
               IF WS-DTL-FOUND
                   COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
                       ID-SUM-INSURED * PL-PAYOUT-RATE
                   PERFORM CHECK-CUSTOMER-HOLD
                   IF WS-CUST-HELD
                       PERFORM WRITE-HELD-PAYOUT
                   ELSE
                       PERFORM WRITE-PAYOUT-INSTRUCTION
                   END-IF
               ELSE
                   PERFORM WRITE-MISSING-DETAIL
               END-IF
               END-READ
           END-IF.

      *    満期給付は主たる被保険者（連番01）の明細で算出する
       LOOKUP-INSURED-DETAIL.
           MOVE 'N' TO WS-DTL-FOUND-FLAG.
           MOVE EX-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE 01 TO ID-INSURED-SEQ.
           READ DETAIL-FILE
               INVALID KEY
                   CONTINUE
               MOVE SPACES TO MP-ACCOUNT-NO
           END-IF.

      *    契約単位の取引停止と、契約の顧客が取引停止中かを顧客
      *    マスタで確認する（顧客番号空白・顧客未登録は顧客を停止
      *    中としない）
       CHECK-CUSTOMER-HOLD.
           MOVE 'N' TO WS-CUST-HELD-FLAG.
           MOVE EX-CONTRACT-NO TO WS-HC-SEARCH-NO.
           PERFORM FIND-HELD-CONTRACT.
           IF WS-HC-FOUND
               SET WS-CUST-HELD TO TRUE
           END-IF.
           IF WS-CUS-AVAIL AND WS-MST-FOUND
               AND CT-CUSTOMER-NO NOT = SPACES
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

      *    取引停止中の顧客・契約への給付を支払わず、不備報告へ保留
      *    として出力する
       WRITE-HELD-PAYOUT.
           MOVE EX-CONTRACT-NO TO MM-CONTRACT-NO.
           MOVE EX-HOLDER-NAME TO MM-HOLDER-NAME.
           MOVE EX-END-DATE    TO MM-END-DATE.
           MOVE '取引停止中-支払保留'
               TO MM-MESSAGE.
           WRITE OUT-MISSING-REC.
           ADD 1 TO WS-HELD-CNT.

      *    被保険者明細が未登録の契約をゼロ円で支払わず、手作業
      *    処理の不備報告へ出力する
       WRITE-MISSING-DETAIL.
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE WS-HELD-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  取引停止保留: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.

       TERM-PROCESS.
           DISPLAY '満期読込件数:   ' WS-READ-CNT.
           DISPLAY '給付対象外件数: ' WS-NOBENEFIT-CNT.
           DISPLAY '未払失効件数:   ' WS-UNPAID-SKIP-CNT.
           DISPLAY '明細不備件数:   ' WS-MISSING-CNT.
           DISPLAY '取引停止保留:   ' WS-HELD-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IN-EXPIRE-FILE
                 DETAIL-FILE
           IF WS-PAC-AVAIL
               CLOSE PAYACCT-FILE
           END-IF.
           IF WS-CUS-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE 'MATPAY' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT    TO CTL-READ-CNT.
           MOVE WS-PAYOUT-CNT  TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-MISSING-CNT + WS-HELD-CNT.
           WRITE CONTROL-TOTALS-REC.
