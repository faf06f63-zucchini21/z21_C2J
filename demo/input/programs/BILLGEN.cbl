      * 顧客番号が設定された請求書払い契約を顧客単位に1通へ合算し、
      * 契約別の内訳明細（INVDETL）を添えて発行する（顧客番号が
      * 空白の契約は従来どおり契約1件につき1通とする）
      * 請求書の支払期日・口座振替日が銀行休業日に当たる場合は、
      * 営業日補正サブプログラム（BIZDAY）で翌銀行営業日へ繰り
      * 下げる（カード課金日は補正しない）。処理日の年の営業日
      * カレンダ（BIZCAL）が未登録の場合は処理せずに異常終了する
      * 宛先不達の顧客宛ての請求書は債権として従来どおりINVOUTへ
      * 出力するが印字保留(H)とし、住所調査リスト（ADRTRACE）へ
      * 追記する
      * COPY: CPYRENWO（更新結果ファイル共通レコードレイアウト）
      * COPY: CPYINVO（請求書データ共通レコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
      *    宛先不達の顧客宛て請求書の住所調査リスト（追記式）
           SELECT OUT-TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
      *    実行順序制御ファイル（先行完了確認と開始・完了刻印）
           SELECT JOB-CONTROL-FILE
               ASSIGN TO 'JOBCTL'
       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  OUT-TRACE-FILE.
           COPY CPYADTRC.

       FD  JOB-CONTROL-FILE.
           COPY CPYJOBC.

           05  WS-GAP-STATUS         PIC X(2).
           05  WS-BPR-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
           05  WS-CONSOL-CNT         PIC 9(7) VALUE ZERO.
           05  WS-CONSLINE-CNT       PIC 9(7) VALUE ZERO.
           05  WS-CONSFULL-CNT       PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESS-CNT       PIC 9(7) VALUE ZERO.

       01  WS-INVOICE-SEQ            PIC 9(9) VALUE ZERO.

      *    営業日補正サブプログラム（BIZDAY）の呼出パラメータ
       01  WS-BIZDAY-PARMS.
           05  WS-BD-FUNCTION        PIC X(1).
           05  WS-BD-IN-DATE         PIC 9(8).
           05  WS-BD-OUT-DATE        PIC 9(8).
           05  WS-BD-RETURN-CODE     PIC 9(2).
      *    翌年カレンダ確認用の日付（翌年1月1日）
       01  WS-CAL-CHECK-DATE.
           05  WS-CCK-YEAR           PIC 9(4).
           05  WS-CCK-MMDD           PIC 9(4).

      *    顧客単位の合算請求テーブル（合算モード時のみ使用。
      *    顧客・明細の控えが満杯の際は当該契約を従来どおり
      *    個別請求書で発行し、件数を報告する）
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-BUSINESS-CALENDAR.
           PERFORM JOB-CONTROL-START.
           OPEN INPUT  IN-RENEW-FILE.
           OPEN OUTPUT OUT-INVOICE-FILE
           PERFORM OPEN-SEQ-CONTROL.
           PERFORM LOAD-INVOICE-SEQ.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-TRACE-FILE.
           PERFORM OPEN-PAYACCT-MASTER.
           PERFORM LOAD-BILL-PARAMS.
           PERFORM WRITE-INTERFACE-HEADERS.

      *    銀行・カード会社向けファイルの先頭へヘッダ制御レコード
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

      *    実行順序制御: 先行プログラム（CONTRENW）の完了刻印と
      *    入力世代を確認し、未実行・未完了・同一世代処理済みの
      *    場合は起動を拒否する（運用上書き指示があれば理由を
               MOVE WS-INST-BASE-AMOUNT  TO WS-INST-AMOUNT
               PERFORM CALC-INSTALLMENT-DUE-DATE
           END-IF.
           IF NOT RN-PAY-CREDIT-CARD
               PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
           END-IF.
           EVALUATE TRUE
               WHEN RN-PAY-DIRECT-DEBIT
                   PERFORM WRITE-DDREQ
               MOVE WS-INST-MONTH-MAX TO WS-INST-DAY
           END-IF.

      *    口座振替日・請求書の支払期日が銀行休業日に当たる場合は
      *    翌銀行営業日へ繰り下げる
       ROLL-DUE-DATE-TO-BUSINESS-DAY.
           MOVE 'R' TO WS-BD-FUNCTION.
           MOVE WS-INST-DUE-DATE TO WS-BD-IN-DATE.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE NOT = ZERO
               PERFORM REFUSE-NO-CALENDAR
           END-IF.
           MOVE WS-BD-OUT-DATE TO WS-INST-DUE-DATE.

      *    処理日の年と翌年の営業日カレンダが登録済みであることを
      *    確認する（支払期日は翌年へ繰り越すことがある）。
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

      *    営業日カレンダがなければ期日を補正できないため、補正なし
      *    の期日で出力せずに異常終了する（カレンダ登録後に再実行）
       REFUSE-NO-CALENDAR.
           DISPLAY '営業日カレンダ未登録 処理中止'.
           DISPLAY '対象日付: ' WS-BD-IN-DATE
                   ' 理由コード: ' WS-BD-RETURN-CODE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    請求書払い: 合算モードで顧客番号が設定されている契約は
      *    顧客単位の合算テーブルへ積み上げ、それ以外は従来どおり
      *    契約1件につき1通の請求書を発行する
           MOVE 'I' TO IV-DOC-TYPE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           PERFORM MERGE-CUSTOMER-ADDRESS.
           PERFORM CHECK-INVOICE-DELIVERY.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-INVOICE-CNT.

               MOVE SPACES TO IV-ADDRESS
           END-IF.

      *    宛先不達の顧客宛ての請求書は印字保留(H)とし、住所調査
      *    リストへ追記する（宛先情報を転記した直後に判定する）
       CHECK-INVOICE-DELIVERY.
           MOVE SPACE TO IV-PRINT-HOLD.
           IF WS-CUS-FOUND AND CU-UNDELIVERABLE
               MOVE 'H' TO IV-PRINT-HOLD
               MOVE SPACES             TO ADDR-TRACE-REC
               MOVE CU-CUSTOMER-NO     TO AT-CUSTOMER-NO
               MOVE WS-CURRENT-DATE    TO AT-SUPPRESS-DATE
               MOVE 'BILLGEN'          TO AT-SOURCE-PGM
               MOVE 'I'                TO AT-DOC-TYPE
               MOVE IV-CONTRACT-NO     TO AT-CONTRACT-NO
               MOVE IV-INVOICE-NO      TO AT-DOC-NO
               MOVE IV-HOLDER-NAME     TO AT-HOLDER-NAME
               MOVE IV-BILLING-AMOUNT  TO AT-AMOUNT
               MOVE IV-DUE-DATE        TO AT-DUE-DATE
               MOVE '請求書'           TO AT-DOC-MESSAGE
               MOVE CU-UNDELIV-DATE    TO AT-UNDELIV-DATE
               MOVE CU-UNDELIV-REASON  TO AT-UNDELIV-REASON
               WRITE ADDR-TRACE-REC
               ADD 1 TO WS-SUPPRESS-CNT
           END-IF.

      *    合算テーブルの顧客ごとに請求書1通と契約別内訳明細を
      *    発行する（請求額欄に収まらない合算は契約別の個別請求書
      *    へ切り替える）
           MOVE 'I' TO IV-DOC-TYPE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           PERFORM MERGE-CONS-ADDRESS.
           PERFORM CHECK-INVOICE-DELIVERY.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-INVOICE-CNT.
           ADD 1 TO WS-CONSOL-CNT.
           MOVE 'I' TO IV-DOC-TYPE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           PERFORM MERGE-CONS-ADDRESS.
           PERFORM CHECK-INVOICE-DELIVERY.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-INVOICE-CNT.
           ADD 1 TO WS-CN-LINE-SUB.
           DISPLAY '振替依頼件数:   ' WS-DDREQ-CNT.
           DISPLAY 'カード課金件数: ' WS-CARD-CNT.
           DISPLAY '口座整備漏れ件数: ' WS-PAYGAP-CNT.
           DISPLAY '宛先不達印字保留件数: ' WS-SUPPRESS-CNT.
           IF WS-CONSOL-MODE
               DISPLAY '合算請求書件数: ' WS-CONSOL-CNT
               DISPLAY '合算明細件数:   ' WS-CONSLINE-CNT
           END-IF.
           PERFORM SAVE-INVOICE-SEQ.
           PERFORM WRITE-INTERFACE-TRAILERS.
           MOVE 'E' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           CLOSE IN-RENEW-FILE
                 OUT-INVOICE-FILE
                 OUT-DDREQ-FILE
                 OUT-CARD-FILE
                 OUT-PAYGAP-FILE
                 OUT-INVDETL-FILE
                 OUT-TRACE-FILE
                 SEQ-CONTROL-FILE.
           IF WS-CUS-AVAIL
               CLOSE CUSTOMER-FILE
