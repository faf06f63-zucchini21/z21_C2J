      * 宛先は契約マスタの顧客番号経由で顧客マスタから転記する。
      * 本督促は請求書（債権）単位であり、CONTRENWの満期前猶予
      * 督促（GRACENOT）とは独立している。
      * 経過日数は支払期日が銀行休業日の場合、翌銀行営業日を起算
      * 日とする（BIZDAY）。処理日の年の営業日カレンダ（BIZCAL）が
      * 未登録の場合は処理せずに異常終了する
      * 宛先不達の顧客宛ての督促状は督促状抽出へ出力せず、住所
      * 調査リスト（ADRTRACE）へ追記する（送付段階は記録し、
      * 住所訂正後にCUSTMNTの再送リストから送付する）
      * COPY: CPYOPINV（未消込請求書ファイルレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      * CALL: BIZDAY（銀行営業日補正サブプログラム）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'DUNOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUN-STATUS.
      *    宛先不達の顧客宛て督促状の住所調査リスト（追記式）
           SELECT OUT-TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
           05  DN-ADDRESS            PIC N(30).
           05  FILLER                PIC X(15).

       FD  OUT-TRACE-FILE.
           COPY CPYADTRC.

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-DUN-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-REMIND-CNT         PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESS-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-CNT        PIC 9(7) VALUE ZERO.
           05  WS-SKIP-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.
           05  WS-DUE-MONTH          PIC 9(2).
           05  WS-DUE-DAY            PIC 9(2).

      *    営業日補正サブプログラム（BIZDAY）の呼出パラメータ
       01  WS-BIZDAY-PARMS.
           05  WS-BD-FUNCTION        PIC X(1).
           05  WS-BD-IN-DATE         PIC 9(8).
           05  WS-BD-OUT-DATE        PIC 9(8).
           05  WS-BD-RETURN-CODE     PIC 9(2).

      *    督促金額（未消込(O)で残高ゼロの既存データは請求額全額
      *    が未入金とみなす）
       01  WS-OUTSTANDING-AMT        PIC 9(7)V99.
           OPEN INPUT MASTER-FILE.
           OPEN OUTPUT OUT-DUNNING-FILE.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-TRACE-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM CHECK-BUSINESS-CALENDAR.
           PERFORM OPEN-CTLTOTAL.

      *    顧客マスタを開く（マスタ未整備の環境では宛先情報なしの
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

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           END-IF.

      *    支払期日から実行日までの経過日数を月30日・年360日の
      *    商慣行計算で算出する（期日前は負数となる）。支払期日が
      *    銀行休業日の場合は翌銀行営業日を起算日とする
       CALC-DAYS-PAST-DUE.
           MOVE WS-CURRENT-DATE(1:4) TO WS-CUR-YEAR.
           MOVE WS-CURRENT-DATE(5:2) TO WS-CUR-MONTH.
           MOVE WS-CURRENT-DATE(7:2) TO WS-CUR-DAY.
           PERFORM ROLL-AGING-START-DATE.
           MOVE WS-BD-OUT-DATE(1:4)  TO WS-DUE-YEAR.
           MOVE WS-BD-OUT-DATE(5:2)  TO WS-DUE-MONTH.
           MOVE WS-BD-OUT-DATE(7:2)  TO WS-DUE-DAY.
           COMPUTE WS-DAYS-PAST-DUE =
               (WS-CUR-YEAR - WS-DUE-YEAR) * 360
             + (WS-CUR-MONTH - WS-DUE-MONTH) * 30
             + (WS-CUR-DAY - WS-DUE-DAY).

      *    経過日数の起算日を翌銀行営業日へ繰り下げる（請求書の
      *    支払期日そのものは書き換えない）。カレンダ登録前の年の
      *    古い期日など補正できない場合は支払期日のまま起算する
       ROLL-AGING-START-DATE.
           MOVE 'R' TO WS-BD-FUNCTION.
           MOVE OI-DUE-DATE TO WS-BD-IN-DATE.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE NOT = ZERO
               MOVE OI-DUE-DATE TO WS-BD-OUT-DATE
           END-IF.

      *    処理日の年の営業日カレンダが登録済みであることを確認する
       CHECK-BUSINESS-CALENDAR.
           MOVE 'C' TO WS-BD-FUNCTION.
           MOVE WS-CURRENT-DATE TO WS-BD-IN-DATE.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE NOT = ZERO
               DISPLAY '営業日カレンダ未登録 処理中止'
               DISPLAY '対象日付: ' WS-BD-IN-DATE
                       ' 理由コード: ' WS-BD-RETURN-CODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    経過日数をINVMATCHの債権年齢区分と同じ区切りで督促段階
      *    へ写像する
       DETERMINE-REMIND-LEVEL.
                       TO DN-MESSAGE
           END-EVALUATE.
           PERFORM MERGE-CUSTOMER-ADDRESS.
           IF WS-CUS-FOUND AND CU-UNDELIVERABLE
               PERFORM WRITE-DUNNING-TRACE
           ELSE
               WRITE OUT-DUNNING-REC
               ADD 1 TO WS-REMIND-CNT
           END-IF.

      *    宛先不達の顧客宛ての督促状を住所調査リストへ追記する
       WRITE-DUNNING-TRACE.
           MOVE SPACES             TO ADDR-TRACE-REC.
           MOVE CU-CUSTOMER-NO     TO AT-CUSTOMER-NO.
           MOVE WS-CURRENT-DATE    TO AT-SUPPRESS-DATE.
           MOVE 'INVREMND'         TO AT-SOURCE-PGM.
           MOVE 'D'                TO AT-DOC-TYPE.
           MOVE DN-CONTRACT-NO     TO AT-CONTRACT-NO.
           MOVE DN-INVOICE-NO      TO AT-DOC-NO.
           MOVE DN-HOLDER-NAME     TO AT-HOLDER-NAME.
           MOVE DN-BILLING-AMOUNT  TO AT-AMOUNT.
           MOVE DN-DUE-DATE        TO AT-DUE-DATE.
           MOVE DN-MESSAGE         TO AT-DOC-MESSAGE.
           MOVE CU-UNDELIV-DATE    TO AT-UNDELIV-DATE.
           MOVE CU-UNDELIV-REASON  TO AT-UNDELIV-REASON.
           WRITE ADDR-TRACE-REC.
           ADD 1 TO WS-SUPPRESS-CNT.

      *    送付した段階・送付日を未消込請求書へ書き戻す
       RECORD-REMIND-STATE.
       TERM-PROCESS.
           DISPLAY '読込件数:       ' WS-READ-CNT.
           DISPLAY '督促状発行件数: ' WS-REMIND-CNT.
           DISPLAY '宛先不達保留件数: ' WS-SUPPRESS-CNT.
           DISPLAY '送付済み件数:   ' WS-ALREADY-CNT.
           DISPLAY '対象外件数:     ' WS-SKIP-CNT.
           DISPLAY 'エラー件数:     ' WS-ERROR-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           MOVE 'E' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           CLOSE OPEN-INVOICE-FILE
                 MASTER-FILE
                 OUT-DUNNING-FILE
                 OUT-TRACE-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-CUS-AVAIL
               CLOSE CUSTOMER-FILE
