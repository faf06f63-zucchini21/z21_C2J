      *  - 回収済(P)の結果は回収実績履歴（COLHIST）へ追記する
      *    （払込証明作成PREMCERTの入力。依頼ファイルは世代ごとに
      *      作り直され拒否分も含むため、確認済み回収はこの履歴で
      *      通年保持する。保存期間を過ぎた回収はRETNPURGが整理）
      * 再請求の宛先は契約マスタ経由で顧客マスタから転記する
      * （BILLGENのMERGE-CUSTOMER-ADDRESSと同じ段階的縮退）。
      * 宛先不達の顧客宛ての再請求は印字保留(H)とし、住所調査
      * リスト（ADRTRACE）へ追記する（BILLGENと同じ扱い）。
      * COPY: CPYINVO（請求書データ共通レコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
               ASSIGN TO 'COLHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHS-STATUS.
      *    宛先不達の顧客宛て再請求の住所調査リスト（追記式）
           SELECT OUT-TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
           05  CL-PAID-AMOUNT        PIC 9(7)V99.
           05  FILLER                PIC X(12).

       FD  OUT-TRACE-FILE.
           COPY CPYADTRC.

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.
           05  WS-SEQ-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CHS-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-ORPHAN-CNT         PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-COLHIST-CNT        PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESS-CNT       PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           PERFORM OPEN-SEQ-CONTROL.
           PERFORM LOAD-INVOICE-SEQ.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-TRACE-FILE.
           PERFORM OPEN-COLHIST.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
               SET WS-CUS-AVAIL TO TRUE
           END-IF.

      *    住所調査リストは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-TRACE-FILE.
           OPEN EXTEND OUT-TRACE-FILE.
           IF WS-TRC-STATUS = '35' OR '05'
               CLOSE OUT-TRACE-FILE
               OPEN OUTPUT OUT-TRACE-FILE
           END-IF.

      *    回収実績履歴ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-COLHIST.
           MOVE 'I' TO IV-DOC-TYPE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           PERFORM MERGE-CONTRACT-CUSTOMER.
           PERFORM CHECK-REINVOICE-DELIVERY.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-REINVOICE-CNT.

      *    宛先不達の顧客宛ての再請求は印字保留(H)とし、住所調査
      *    リストへ追記する
       CHECK-REINVOICE-DELIVERY.
           MOVE SPACE TO IV-PRINT-HOLD.
           IF WS-CUS-FOUND AND CU-UNDELIVERABLE
               MOVE 'H' TO IV-PRINT-HOLD
               MOVE SPACES             TO ADDR-TRACE-REC
               MOVE CU-CUSTOMER-NO     TO AT-CUSTOMER-NO
               MOVE WS-CURRENT-DATE    TO AT-SUPPRESS-DATE
               MOVE 'COLRECON'         TO AT-SOURCE-PGM
               MOVE 'R'                TO AT-DOC-TYPE
               MOVE IV-CONTRACT-NO     TO AT-CONTRACT-NO
               MOVE IV-INVOICE-NO      TO AT-DOC-NO
               MOVE IV-HOLDER-NAME     TO AT-HOLDER-NAME
               MOVE IV-BILLING-AMOUNT  TO AT-AMOUNT
               MOVE IV-DUE-DATE        TO AT-DUE-DATE
               MOVE '再請求（回収拒否）' TO AT-DOC-MESSAGE
               MOVE CU-UNDELIV-DATE    TO AT-UNDELIV-DATE
               MOVE CU-UNDELIV-REASON  TO AT-UNDELIV-REASON
               WRITE ADDR-TRACE-REC
               ADD 1 TO WS-SUPPRESS-CNT
           END-IF.

      *    再請求日から期日日数を加算し、支払期日を算出する
      *    （月30日・年360日の商慣行計算で日を繰り上げる）
       CALC-REINVOICE-DUE-DATE.
           DISPLAY '回収済み件数:     ' WS-PAID-CNT.
           DISPLAY '拒否件数:         ' WS-REJECT-CNT.
           DISPLAY '再請求件数:       ' WS-REINVOICE-CNT.
           DISPLAY '再請求印字保留:   ' WS-SUPPRESS-CNT.
           DISPLAY '無応答件数:       ' WS-NORESP-CNT.
           DISPLAY '不整合件数:       ' WS-ORPHAN-CNT.
           DISPLAY '突合漏れ件数:     ' WS-TBLFULL-CNT.
                 SEQ-CONTROL-FILE
                 OUT-REPORT-FILE
                 OUT-COLHIST-FILE
                 OUT-TRACE-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-CUS-AVAIL
               CLOSE CUSTOMER-FILE
