      * 合計）をトレーラと突き合わせ、不一致・トレーラ欠落の
      * 場合はファイルを受理せず異常終了する（転送の途切れ検知）。
      * 制御レコードのない既存形式は従来どおり処理する。
      * 経過日数は支払期日が銀行休業日の場合、翌銀行営業日を起算
      * 日とする（BIZDAY）。処理日の年の営業日カレンダ（BIZCAL）が
      * 未登録の場合は処理せずに異常終了する
      * COPY: CPYINVO（請求書データ共通レコードレイアウト）
      * COPY: CPYOPINV（未消込請求書ファイルレコードレイアウト）
      * COPY: CPYSUSP（入金保留ファイルレコードレイアウト）
      * COPY: CPYHDTRL（交換ファイル制御レコードレイアウト）
      * CALL: BIZDAY（銀行営業日補正サブプログラム）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-DUE-MONTH          PIC 9(2).
           05  WS-DUE-DAY            PIC 9(2).

      *    営業日補正サブプログラム（BIZDAY）の呼出パラメータ
       01  WS-BIZDAY-PARMS.
           05  WS-BD-FUNCTION        PIC X(1).
           05  WS-BD-IN-DATE         PIC 9(8).
           05  WS-BD-OUT-DATE        PIC 9(8).
           05  WS-BD-RETURN-CODE     PIC 9(2).

      *    保険種別別×経過日数区分別の未消込集計
      *    区分: 1=期日内 2=30日以内 3=60日以内 4=90日以内 5=90日超
       01  WS-AGE-SUMMARY-COUNT      PIC 9(2) VALUE ZERO.
           PERFORM LOAD-SUSP-PARAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM CHECK-BUSINESS-CALENDAR.
           PERFORM OPEN-CTLTOTAL.

      *    消込に先立ち入金記録ファイルを通読し、制御レコードの
           PERFORM READ-OPEN-INVOICE-NEXT.

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

       DETERMINE-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
           DISPLAY '過入金件数:     ' WS-OVERPAY-CNT.
           PERFORM SAVE-SUSPENSE-SEQ.
           PERFORM WRITE-CONTROL-TOTALS.
           MOVE 'E' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           CLOSE IN-INVOICE-FILE
                 IN-PAYMENT-FILE
                 OPEN-INVOICE-FILE
