      *================================================================*
      * 契約更新バッチプログラム
      * 満期到来契約を判定し、更新処理または満期通知を出力する
      * 宛先不達の顧客宛ての満期・更新見送り通知は通知用抽出へ
      * 出力せず、住所調査リスト（ADRTRACE）へ追記する
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYRENWO（更新結果ファイル共通レコードレイアウト）
      * COPY: CPYEXPO（満期結果ファイル共通レコードレイアウト）
      * COPY: CPYPLANM（保険種別マスタレコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYPOVRD（承認済み保険料上書きレコードレイアウト）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
      * CALL: PREMCALC（保険料再計算サブプログラム）
      * CALL: BIZDAY（銀行営業日補正サブプログラム）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.
      *    宛先不達の顧客宛て通知の住所調査リスト（追記式）
           SELECT OUT-TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
      *    処理基準日の上書き指示（再実行時に当時の基準日・料率で
      *    再現するためのパラメータ。存在しなければ実行日を使用）
           SELECT PROCESS-DATE-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
      *    区分並列実行の区分番号指示（存在しなければ単一実行。
      *    区分実行時、CONTIN・各出力（RENWOUT・EXPOUT・PAIDUPOUT・
      *    SUMRPT・ERROUT・ARHOLD・NOTIFYOUT・GRACENOT・REFUNDOUT・
      *    ADRTRACE・GRACEUPD）・チェックポイントの物理ファイルは
      *    起動側のジョブ制御が区分ごとに割り当て、全区分完了後に
      *    RENWMRGEが単一ファイルへ併合する。共有のGRACECTLは区分
      *    実行中は参照のみで更新せず（入力共有のため並行実行可）、
      *    更新はGRACEUPD経由でRENWMRGEが一括適用する）
           SELECT IN-PARTITION-ID-FILE
               ASSIGN TO 'RENWPART'
               ORGANIZATION IS SEQUENTIAL
       FD  REFUND-FILE.
           COPY CPYREFND.

       FD  OUT-TRACE-FILE.
           COPY CPYADTRC.

       FD  PROCESS-DATE-FILE.
       01  PROCESS-DATE-REC.
           05  PD-PROCESS-DATE       PIC 9(8).
           05  WS-PDT-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-RFD-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-PID-STATUS         PIC X(2).

      *    据置転換件数のうち年齢上限到達によるもの（内数）
           05  WS-AGE-PAIDUP-CNT     PIC 9(7) VALUE ZERO.
           05  WS-GRACE-CNT          PIC 9(7) VALUE ZERO.
           05  WS-NOTIFY-SUPPRESS-CNT PIC 9(7) VALUE ZERO.
           05  WS-RECONCILE-TOTAL    PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-PM-LAST-CALL-FLAG  PIC X(1) VALUE 'N'.
               88  WS-PM-LAST-CALL   VALUE 'Y'.

      *    営業日補正サブプログラム（BIZDAY）の呼出パラメータ
       01  WS-BIZDAY-PARMS.
           05  WS-BD-FUNCTION        PIC X(1).
           05  WS-BD-IN-DATE         PIC 9(8).
           05  WS-BD-OUT-DATE        PIC 9(8).
           05  WS-BD-RETURN-CODE     PIC 9(2).
      *    翌年の営業日カレンダ確認用の日付（翌年1月1日）
       01  WS-CAL-CHECK-DATE.
           05  WS-CCK-YEAR           PIC 9(4).
           05  WS-CCK-MMDD           PIC 9(4).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).

       INIT-PROCESS.
           PERFORM LOAD-PARTITION-ID.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PROCESS-DATE.
           PERFORM CHECK-BUSINESS-CALENDAR.
           PERFORM JOB-CONTROL-START.
           OPEN INPUT  IN-CONTRACT-FILE
                        IN-RENEW-PARAM-FILE.
                        OUT-PAIDUP-FILE
                        OUT-NOTIFY-FILE
                        OUT-GRACE-NOTICE-FILE.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM RESTART-CHECK.
           PERFORM OPEN-RERUN-CONTROL.
           PERFORM OPEN-CTLTOTAL.
           PERFORM OPEN-OVERRIDE.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-REFUND-FILE.
           PERFORM OPEN-TRACE-FILE.
           PERFORM LOAD-ERROR-CATALOG.

      *    区分並列実行の区分番号を読み込む（存在しなければ単一
               OPEN OUTPUT REFUND-FILE
           END-IF.

      *    住所調査リストは追記式で開く（区分実行時は区分別の物理
      *    ファイルとなり、RENWMRGEが共有リストへ追記する）
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-TRACE-FILE.
           OPEN EXTEND OUT-TRACE-FILE.
           IF WS-TRC-STATUS = '35' OR '05'
               CLOSE OUT-TRACE-FILE
               OPEN OUTPUT OUT-TRACE-FILE
           END-IF.

      *    顧客マスタを開く（マスタ未整備の環境では宛先情報なしの
      *    従来形式で通知を出力する）
       OPEN-CUSTOMER-MASTER.
                   CONTINUE
           END-READ.

      *    新開始日（旧満了日）時点の主たる被保険者（明細の連番
      *    01。家族型の配偶者・子は契約の更新可否を左右しない）
      *    の満年齢を算出し、保険種別マスタの更新年齢上限と比較
      *    する。種別マスタ・
      *    被保険者明細が未整備の環境、上限ゼロ（上限なし）の
      *    種別、明細未登録の契約は従来どおり上限判定なしとする
      *    （種別レコードはVALIDATE-PLAN-CODEが読み込んだ当該契約
           IF WS-PLAN-AVAIL AND WS-DTL-AVAIL
                   AND PL-MAX-RENEW-AGE > ZERO
               MOVE CT-CONTRACT-NO TO ID-CONTRACT-NO
               MOVE 01 TO ID-INSURED-SEQ
               READ DETAIL-FILE
                   INVALID KEY
                       CONTINUE
           STRING WS-WORK-YEAR WS-WORK-MONTH WS-WORK-DAY-OUT
               DELIMITED BY SIZE
               INTO GC-GRACE-EXPIRE-DATE.
           MOVE GC-GRACE-EXPIRE-DATE TO WS-BD-IN-DATE.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE WS-BD-OUT-DATE TO GC-GRACE-EXPIRE-DATE.

      *    未払い契約の猶予期間中・開始時に督促通知を出力する
       WRITE-GRACE-NOTICE.
               MOVE SPACES TO NT-POSTAL-CODE
               MOVE SPACES TO NT-ADDRESS
           END-IF.
           IF WS-CUS-FOUND AND CU-UNDELIVERABLE
               PERFORM WRITE-NOTIFY-TRACE
           ELSE
               WRITE OUT-NOTIFY-REC
           END-IF.

      *    宛先不達の顧客宛ての通知を住所調査リストへ追記する
       WRITE-NOTIFY-TRACE.
           MOVE SPACES               TO ADDR-TRACE-REC.
           MOVE CU-CUSTOMER-NO       TO AT-CUSTOMER-NO.
           MOVE WS-CURRENT-DATE      TO AT-SUPPRESS-DATE.
           MOVE 'CONTRENW'           TO AT-SOURCE-PGM.
           MOVE 'N'                  TO AT-DOC-TYPE.
           MOVE NT-CONTRACT-NO       TO AT-CONTRACT-NO.
           MOVE ZERO                 TO AT-DOC-NO.
           MOVE NT-HOLDER-NAME       TO AT-HOLDER-NAME.
           MOVE ZERO                 TO AT-AMOUNT.
           MOVE NT-RESPONSE-DEADLINE TO AT-DUE-DATE.
           MOVE NT-REASON-MSG        TO AT-DOC-MESSAGE.
           MOVE CU-UNDELIV-DATE      TO AT-UNDELIV-DATE.
           MOVE CU-UNDELIV-REASON    TO AT-UNDELIV-REASON.
           WRITE ADDR-TRACE-REC.
           ADD 1 TO WS-NOTIFY-SUPPRESS-CNT.

      *    通知日から回答期限日数を加算し、顧客への回答期限日を算出する
       CALC-NOTIFY-DEADLINE.
           STRING WS-WORK-YEAR WS-WORK-MONTH WS-WORK-DAY-OUT
               DELIMITED BY SIZE
               INTO NT-RESPONSE-DEADLINE.
           MOVE NT-RESPONSE-DEADLINE TO WS-BD-IN-DATE.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE WS-BD-OUT-DATE TO NT-RESPONSE-DEADLINE.

      *    回答期限・猶予満了日が銀行休業日に当たる場合は
      *    翌銀行営業日へ繰り下げる
       ROLL-TO-BUSINESS-DAY.
           MOVE 'R' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE NOT = ZERO
               PERFORM REFUSE-NO-CALENDAR
           END-IF.

      *    処理日の年と翌年の営業日カレンダが登録済みであることを
      *    確認する（回答期限・猶予満了日は翌年へ繰り越すことがある）。
      *    実行順序制御の刻印・出力ファイルを開く前に行い、
      *    拒否時に出力を壊さない
       CHECK-BUSINESS-CALENDAR.
           MOVE WS-CURRENT-DATE TO WS-BD-IN-DATE.
           PERFORM CHECK-CALENDAR-YEAR.
           MOVE WS-CURRENT-DATE TO WS-CAL-CHECK-DATE.
           ADD 1 TO WS-CCK-YEAR.
           MOVE 0101 TO WS-CCK-MMDD.
           MOVE WS-CAL-CHECK-DATE TO WS-BD-IN-DATE.
           PERFORM CHECK-CALENDAR-YEAR.

      *    WS-BD-IN-DATE の年のカレンダ登録を確認する
       CHECK-CALENDAR-YEAR.
           MOVE 'C' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE NOT = ZERO
               PERFORM REFUSE-NO-CALENDAR
           END-IF.

      *    営業日カレンダがなければ期限を補正できないため、補正なし
      *    の期限で通知せずに異常終了する（カレンダ登録後に再実行）
       REFUSE-NO-CALENDAR.
           DISPLAY '営業日カレンダ未登録 処理中止'.
           DISPLAY '対象日付: ' WS-BD-IN-DATE
                   ' 理由コード: ' WS-BD-RETURN-CODE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       WRITE-EXPIRE-NO-RENEW.
           MOVE CT-CONTRACT-NO  TO EX-CONTRACT-NO.
           DISPLAY '据置転換件数: ' WS-PAIDUP-CNT.
           DISPLAY 'うち年齢上限: ' WS-AGE-PAIDUP-CNT.
           DISPLAY '猶予期間件数: ' WS-GRACE-CNT.
           DISPLAY '通知不達保留件数: ' WS-NOTIFY-SUPPRESS-CNT.
           PERFORM RECONCILE-COUNTS.
           PERFORM WRITE-SUMMARY-REPORT.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-PREMCALC.
           MOVE 'E' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           CLOSE IN-CONTRACT-FILE
                 IN-RENEW-PARAM-FILE
                 OUT-RENEW-FILE
                 OUT-CTLTOTAL-FILE
                 OUT-NOTIFY-FILE
                 OUT-GRACE-NOTICE-FILE
                 REFUND-FILE
                 OUT-TRACE-FILE.
           IF WS-GRC-READABLE
               CLOSE GRACE-CONTROL-FILE
           END-IF.
