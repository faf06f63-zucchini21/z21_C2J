       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRVAL.
      *================================================================*
      * 未経過保険料準備金評価バッチプログラム（月末）
      * 契約マスタ（CONTMAST）の有効契約（状態A、状態管理導入前の
      * 空白を含む）について、評価月末日時点の未経過保険料を
      * 保険期間（開始日～満了日）に対する日割（月30日・年360日。
      * CONTMAINTの解約返戻金と同じ商慣行計算）で算出する。
      *  - 開始日前の契約は保険料全額、満了日以降はゼロとする
      *  - 円建て以外の契約は為替レートマスタ（EXCHRATE）で円換算
      *    する（レート未登録の契約は換算不能として報告する）
      * 保険種別・通貨別の準備金レポート（UPRRPT）を出力し、円換算
      * 合計の前月末からの増減を準備金繰入・戻入の仕訳として
      * GLJRNOUTと同一レイアウトの仕訳ファイル（UPRJRNL）へ出力
      * する（勘定科目は科目対応表GLACCMAPの事象UPRMから引き当て
      * る。増加は借方・貸方のとおり、減少は貸借を入れ替える）。
      * 前月末残高は準備金繰越ファイル（UPRCF）に保持する。同じ
      * 評価月の再実行では前月末残高を繰越ファイルの前回残高から
      * 取り直すため、増減は何度実行しても同じになる。
      * 換算不能の契約がある場合は準備金が過少となるため、仕訳・
      * 繰越の更新を行わずに終了する（レート登録後に再実行）。
      * 評価月はパラメータ（UPRPRM）で指定し、なければ実行月とする
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYEXCH（為替レートマスタレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT IN-EXCH-RATE-FILE
               ASSIGN TO 'EXCHRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-CURRENCY-CODE
               FILE STATUS IS WS-EXC-STATUS.
      *    事象コード別の借方・貸方勘定科目対応表（GLEXTRと共用）
           SELECT IN-ACCT-MAP-FILE
               ASSIGN TO 'GLACCMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
      *    評価月パラメータ（存在しなければ実行月を評価月とする）
           SELECT IN-UPR-PARAM-FILE
               ASSIGN TO 'UPRPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      *    準備金繰越ファイル（前月末・当月末の準備金残高）
           SELECT CARRY-FILE
               ASSIGN TO 'UPRCF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRY-STATUS.
           SELECT OUT-JOURNAL-FILE
               ASSIGN TO 'UPRJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'UPRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  IN-EXCH-RATE-FILE.
           COPY CPYEXCH.

       FD  IN-ACCT-MAP-FILE.
       01  ACCT-MAP-REC.
           05  GM-EVENT-CODE         PIC X(4).
           05  GM-DEBIT-ACCT         PIC X(6).
           05  GM-CREDIT-ACCT        PIC X(6).
           05  FILLER                PIC X(64).

       FD  IN-UPR-PARAM-FILE.
       01  UPR-PARAM-REC.
           05  UP-PARAM-PERIOD       PIC 9(6).
           05  FILLER                PIC X(74).

      *    準備金繰越レコード（1件のみ。直近の評価月とその残高、
      *    および当該評価月の前月末残高）
       FD  CARRY-FILE.
       01  UPR-CARRY-REC.
           05  UC-PERIOD             PIC 9(6).
           05  UC-RESERVE-JPY        PIC 9(13)V99.
           05  UC-PRIOR-PERIOD       PIC 9(6).
           05  UC-PRIOR-RESERVE-JPY  PIC 9(13)V99.
           05  UC-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X(30).

      *    仕訳明細レコード（GLEXTRのOUT-JOURNAL-RECと同一）
       FD  OUT-JOURNAL-FILE.
       01  OUT-JOURNAL-REC.
           05  JR-POSTING-PERIOD     PIC 9(6).
           05  JR-LINE-NO            PIC 9(7).
           05  JR-EVENT-CODE         PIC X(4).
           05  JR-ACCOUNT-CODE       PIC X(6).
           05  JR-DC-FLAG            PIC X(1).
               88  JR-DEBIT          VALUE 'D'.
               88  JR-CREDIT         VALUE 'C'.
           05  JR-AMOUNT             PIC 9(11)V99.
           05  JR-SOURCE-REF         PIC X(10).
           05  FILLER                PIC X(13).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-EXC-STATUS         PIC X(2).
           05  WS-MAP-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-CRY-STATUS         PIC X(2).
           05  WS-JRN-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-EXC-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-EXC-AVAIL      VALUE 'Y'.
           05  WS-MAP-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MAP-FOUND      VALUE 'Y'.
           05  WS-RATE-OK-FLAG       PIC X(1) VALUE 'N'.
               88  WS-RATE-OK        VALUE 'Y'.
           05  WS-PC-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-PC-FOUND       VALUE 'Y'.
           05  WS-CARRY-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  WS-CARRY-FOUND    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-VALUED-CNT         PIC 9(7) VALUE ZERO.
           05  WS-SKIP-CNT           PIC 9(7) VALUE ZERO.
           05  WS-NORATE-CNT         PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-LINE-CNT           PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-VALUATION-PERIOD   PIC 9(6).
           05  WS-VALUATION-DATE     PIC 9(8).
           05  WS-VAL-YEAR           PIC 9(4).
           05  WS-VAL-MONTH          PIC 9(2).
           05  WS-VAL-MONTH-MAX      PIC 9(2).
           05  WS-LEAP-QUOT          PIC 9(4).
           05  WS-LEAP-REM           PIC 9(4).

      *    未経過保険料の日割計算の作業領域（日割は月30日・年360日
      *    で算出する。CONTMAINTの解約返戻金と同一の計算）
       01  WS-UNEARNED-WORK.
           05  WS-TOTAL-DAYS         PIC S9(7).
           05  WS-REMAIN-DAYS        PIC S9(7).
           05  WS-UNEARNED-AMOUNT    PIC 9(7)V99.
           05  WS-UNEARNED-JPY       PIC 9(11)V99.
           05  WS-FROM-YEAR          PIC 9(4).
           05  WS-FROM-MONTH         PIC 9(2).
           05  WS-FROM-DAY           PIC 9(2).
           05  WS-TO-YEAR            PIC 9(4).
           05  WS-TO-MONTH           PIC 9(2).
           05  WS-TO-DAY             PIC 9(2).
           05  WS-DATE-FROM          PIC 9(8).
           05  WS-DATE-TO            PIC 9(8).
           05  WS-DAY-COUNT          PIC S9(7).
           05  WS-CURRENCY-CODE      PIC X(3).

      *    保険種別×通貨別の準備金集計（種別・通貨の昇順に挿入）
       01  WS-PC-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PLAN-CCY-TABLE.
           05  WS-PC-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PC-IDX WS-PC-IDX2.
               10  WS-PC-KEY.
                   15  WS-PC-PLAN-CODE PIC X(3).
                   15  WS-PC-CURRENCY  PIC X(3).
               10  WS-PC-CONTRACT-CNT PIC 9(7).
               10  WS-PC-PREMIUM     PIC 9(11)V99.
               10  WS-PC-UNEARNED    PIC 9(11)V99.
               10  WS-PC-UNEARNED-JPY PIC 9(13)V99.
       01  WS-PC-SEARCH-KEY.
           05  WS-PS-PLAN-CODE       PIC X(3).
           05  WS-PS-CURRENCY        PIC X(3).

       01  WS-RESERVE-WORK.
           05  WS-RESERVE-JPY        PIC 9(13)V99 VALUE ZERO.
           05  WS-PRIOR-PERIOD       PIC 9(6) VALUE ZERO.
           05  WS-PRIOR-RESERVE-JPY  PIC 9(13)V99 VALUE ZERO.
           05  WS-MOVEMENT-JPY       PIC S9(13)V99 VALUE ZERO.
           05  WS-JOURNAL-AMT        PIC 9(11)V99.
           05  WS-DEBIT-ACCT         PIC X(6).
           05  WS-CREDIT-ACCT        PIC X(6).

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-AMT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-JPY-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-MOVE-EDIT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM VALUATION-PROCESS.
           PERFORM WRITE-RESERVE-REPORT.
           PERFORM LOAD-PRIOR-RESERVE.
           PERFORM WRITE-MOVEMENT-SECTION.
           IF WS-NORATE-CNT = ZERO AND WS-TBLFULL-CNT = ZERO
               PERFORM WRITE-MOVEMENT-JOURNAL
               PERFORM SAVE-RESERVE-CARRY
           ELSE
               MOVE SPACES TO OUT-REPORT-REC
               MOVE '*** 換算不能あり - 仕訳未作成 ***'
                   TO OUT-REPORT-REC
               WRITE OUT-REPORT-REC
               MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-VALUATION-PERIOD.
           PERFORM CALC-VALUATION-DATE.
           PERFORM LOAD-ACCT-MAP.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'マスタオープンエラー: ' WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    為替レートマスタ未整備の環境では、円建て以外の契約を
      *    すべて換算不能として報告する
           OPEN INPUT IN-EXCH-RATE-FILE.
           IF WS-EXC-STATUS = '00'
               SET WS-EXC-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT OUT-JOURNAL-FILE.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.

      *    評価月パラメータを読み込む（存在しなければ実行月を
      *    評価月とする）
       LOAD-VALUATION-PERIOD.
           MOVE WS-CURRENT-DATE(1:6) TO WS-VALUATION-PERIOD.
           OPEN INPUT IN-UPR-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-UPR-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UP-PARAM-PERIOD > ZERO
                           MOVE UP-PARAM-PERIOD
                               TO WS-VALUATION-PERIOD
                       END-IF
               END-READ
               CLOSE IN-UPR-PARAM-FILE
           END-IF.
           DISPLAY '評価月: ' WS-VALUATION-PERIOD.

      *    評価月の末日を評価日とする（2月はうるう年を判定する。
      *    うるう年は4で割り切れ、かつ100で割り切れない年、または
      *    400で割り切れる年）
       CALC-VALUATION-DATE.
           MOVE WS-VALUATION-PERIOD(1:4) TO WS-VAL-YEAR.
           MOVE WS-VALUATION-PERIOD(5:2) TO WS-VAL-MONTH.
           EVALUATE WS-VAL-MONTH
               WHEN 02
                   MOVE 28 TO WS-VAL-MONTH-MAX
                   DIVIDE WS-VAL-YEAR BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       DIVIDE WS-VAL-YEAR BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 29 TO WS-VAL-MONTH-MAX
                       ELSE
                           DIVIDE WS-VAL-YEAR BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = ZERO
                               MOVE 29 TO WS-VAL-MONTH-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-VAL-MONTH-MAX
               WHEN OTHER
                   MOVE 31 TO WS-VAL-MONTH-MAX
           END-EVALUATE.
           STRING WS-VALUATION-PERIOD WS-VAL-MONTH-MAX
               DELIMITED BY SIZE
               INTO WS-VALUATION-DATE
           END-STRING.

      *    準備金増減の仕訳科目（事象UPRM）を科目対応表から取得する
      *    （科目が分からなければ仕訳できないため異常終了する）
       LOAD-ACCT-MAP.
           OPEN INPUT IN-ACCT-MAP-FILE.
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY '科目対応表なし: ' WS-MAP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-ACCT-MAP-REC
               UNTIL WS-EOF OR WS-MAP-FOUND.
           CLOSE IN-ACCT-MAP-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           IF NOT WS-MAP-FOUND
               DISPLAY '科目対応なし - 事象UPRM'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ACCT-MAP-REC.
           READ IN-ACCT-MAP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GM-EVENT-CODE = 'UPRM'
                       MOVE GM-DEBIT-ACCT  TO WS-DEBIT-ACCT
                       MOVE GM-CREDIT-ACCT TO WS-CREDIT-ACCT
                       SET WS-MAP-FOUND TO TRUE
                   END-IF
           END-READ.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

       VALUATION-PROCESS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-MASTER-REC.
           PERFORM VALUATION-LOOP
               UNTIL WS-EOF.

       READ-MASTER-REC.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
                   AND NOT WS-EOF
               DISPLAY 'マスタ読込エラー: ' WS-MST-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       VALUATION-LOOP.
           IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
               PERFORM VALUE-CONTRACT
           ELSE
               ADD 1 TO WS-SKIP-CNT
           END-IF.
           PERFORM READ-MASTER-REC.

       VALUE-CONTRACT.
           PERFORM CALC-UNEARNED-AMOUNT.
           IF CT-CURRENCY-CODE = SPACES
               MOVE 'JPY' TO WS-CURRENCY-CODE
           ELSE
               MOVE CT-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF.
           IF WS-CURRENCY-CODE = 'JPY'
               MOVE WS-UNEARNED-AMOUNT TO WS-UNEARNED-JPY
               SET WS-RATE-OK TO TRUE
           ELSE
               PERFORM CONVERT-TO-JPY
           END-IF.
           IF WS-RATE-OK
               ADD 1 TO WS-VALUED-CNT
               ADD WS-UNEARNED-JPY TO WS-RESERVE-JPY
           ELSE
               ADD 1 TO WS-NORATE-CNT
               DISPLAY '為替レートなし - 換算不能: '
                       CT-CONTRACT-NO ' ' WS-CURRENCY-CODE
               MOVE ZERO TO WS-UNEARNED-JPY
           END-IF.
           PERFORM ADD-PLAN-CCY-TOTAL.

      *    評価日から満了日までの未経過分を、契約期間全体に対する
      *    日割（月30日・年360日）で算出する。評価日が満了日以降、
      *    または期間が算出できない契約はゼロとする
       CALC-UNEARNED-AMOUNT.
           MOVE CT-START-DATE TO WS-DATE-FROM.
           MOVE CT-END-DATE   TO WS-DATE-TO.
           PERFORM CALC-DAY-COUNT.
           MOVE WS-DAY-COUNT TO WS-TOTAL-DAYS.
           MOVE WS-VALUATION-DATE TO WS-DATE-FROM.
           MOVE CT-END-DATE       TO WS-DATE-TO.
           PERFORM CALC-DAY-COUNT.
           MOVE WS-DAY-COUNT TO WS-REMAIN-DAYS.
      *    評価日が開始日より前の契約は全期間未経過として
      *    保険料全額を上限とする
           IF WS-REMAIN-DAYS > WS-TOTAL-DAYS
               MOVE WS-TOTAL-DAYS TO WS-REMAIN-DAYS
           END-IF.
           IF WS-TOTAL-DAYS > ZERO
                   AND WS-REMAIN-DAYS > ZERO
               COMPUTE WS-UNEARNED-AMOUNT ROUNDED =
                   CT-PREMIUM-AMOUNT
                       * WS-REMAIN-DAYS / WS-TOTAL-DAYS
           ELSE
               MOVE ZERO TO WS-UNEARNED-AMOUNT
           END-IF.

      *    2つの日付の間の日数を月30日・年360日の商慣行計算で
      *    算出する（WS-DATE-FROM～WS-DATE-TO → WS-DAY-COUNT）
       CALC-DAY-COUNT.
           MOVE WS-DATE-FROM(1:4) TO WS-FROM-YEAR.
           MOVE WS-DATE-FROM(5:2) TO WS-FROM-MONTH.
           MOVE WS-DATE-FROM(7:2) TO WS-FROM-DAY.
           MOVE WS-DATE-TO(1:4)   TO WS-TO-YEAR.
           MOVE WS-DATE-TO(5:2)   TO WS-TO-MONTH.
           MOVE WS-DATE-TO(7:2)   TO WS-TO-DAY.
           COMPUTE WS-DAY-COUNT =
               (WS-TO-YEAR - WS-FROM-YEAR) * 360
             + (WS-TO-MONTH - WS-FROM-MONTH) * 30
             + (WS-TO-DAY - WS-FROM-DAY).

      *    通貨コードの為替レートで未経過保険料を円換算する
       CONVERT-TO-JPY.
           MOVE 'N' TO WS-RATE-OK-FLAG.
           IF WS-EXC-AVAIL
               MOVE WS-CURRENCY-CODE TO EX-CURRENCY-CODE
               READ IN-EXCH-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EX-RATE-TO-JPY > ZERO
                           SET WS-RATE-OK TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-RATE-OK
               COMPUTE WS-UNEARNED-JPY ROUNDED =
                   WS-UNEARNED-AMOUNT * EX-RATE-TO-JPY
           END-IF.

      *    保険種別・通貨の集計行へ加算する（未登録の組合せは
      *    昇順の位置へ挿入する）
       ADD-PLAN-CCY-TOTAL.
           MOVE CT-PLAN-CODE     TO WS-PS-PLAN-CODE.
           MOVE WS-CURRENCY-CODE TO WS-PS-CURRENCY.
           MOVE 'N' TO WS-PC-FOUND-FLAG.
           SET WS-PC-IDX TO 1.
           PERFORM UNTIL WS-PC-IDX > WS-PC-COUNT
                   OR WS-PC-FOUND
                   OR WS-PC-KEY(WS-PC-IDX) > WS-PC-SEARCH-KEY
               IF WS-PC-KEY(WS-PC-IDX) = WS-PC-SEARCH-KEY
                   SET WS-PC-FOUND TO TRUE
               ELSE
                   SET WS-PC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-PC-FOUND
               IF WS-PC-COUNT < 200
                   PERFORM SHIFT-PLAN-CCY-ENTRY
                       VARYING WS-PC-IDX2 FROM WS-PC-COUNT BY -1
                       UNTIL WS-PC-IDX2 < WS-PC-IDX
                   ADD 1 TO WS-PC-COUNT
                   MOVE WS-PC-SEARCH-KEY TO WS-PC-KEY(WS-PC-IDX)
                   MOVE ZERO TO WS-PC-CONTRACT-CNT(WS-PC-IDX)
                   MOVE ZERO TO WS-PC-PREMIUM(WS-PC-IDX)
                   MOVE ZERO TO WS-PC-UNEARNED(WS-PC-IDX)
                   MOVE ZERO TO WS-PC-UNEARNED-JPY(WS-PC-IDX)
                   SET WS-PC-FOUND TO TRUE
               ELSE
                   DISPLAY '集計テーブル満杯: ' WS-PC-SEARCH-KEY
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.
           IF WS-PC-FOUND
               ADD 1 TO WS-PC-CONTRACT-CNT(WS-PC-IDX)
               ADD CT-PREMIUM-AMOUNT TO WS-PC-PREMIUM(WS-PC-IDX)
               ADD WS-UNEARNED-AMOUNT TO WS-PC-UNEARNED(WS-PC-IDX)
               ADD WS-UNEARNED-JPY
                   TO WS-PC-UNEARNED-JPY(WS-PC-IDX)
           END-IF.

       SHIFT-PLAN-CCY-ENTRY.
           MOVE WS-PC-ENTRY(WS-PC-IDX2)
               TO WS-PC-ENTRY(WS-PC-IDX2 + 1).

       WRITE-RESERVE-REPORT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 未経過保険料準備金 評価 *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '評価月: ' WS-VALUATION-PERIOD
                  '  評価日: ' WS-VALUATION-DATE
                  '  処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '種別'         TO OUT-REPORT-REC(1:6).
           MOVE '通貨'         TO OUT-REPORT-REC(8:6).
           MOVE '件数'         TO OUT-REPORT-REC(16:6).
           MOVE '保険料'       TO OUT-REPORT-REC(31:9).
           MOVE '未経過保険料' TO OUT-REPORT-REC(41:18).
           MOVE '円換算額'     TO OUT-REPORT-REC(64:12).
           WRITE OUT-REPORT-REC.
           PERFORM WRITE-PLAN-CCY-LINE
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '合計' TO OUT-REPORT-REC(1:6).
           MOVE WS-VALUED-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(15:7).
           MOVE WS-RESERVE-JPY TO WS-RPT-JPY-EDIT.
           MOVE WS-RPT-JPY-EDIT TO OUT-REPORT-REC(61:15).
           WRITE OUT-REPORT-REC.
           IF WS-NORATE-CNT > ZERO
               MOVE SPACES TO OUT-REPORT-REC
               MOVE WS-NORATE-CNT TO WS-RPT-CNT-EDIT
               STRING '為替レートなし(円換算対象外): '
                      WS-RPT-CNT-EDIT ' 件'
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
               WRITE OUT-REPORT-REC
           END-IF.

      *    保険料・未経過保険料は契約通貨、円換算額は円で印字する
       WRITE-PLAN-CCY-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-PC-PLAN-CODE(WS-PC-IDX) TO OUT-REPORT-REC(1:3).
           MOVE WS-PC-CURRENCY(WS-PC-IDX)  TO OUT-REPORT-REC(8:3).
           MOVE WS-PC-CONTRACT-CNT(WS-PC-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(15:7).
           MOVE WS-PC-PREMIUM(WS-PC-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(23:17).
           MOVE WS-PC-UNEARNED(WS-PC-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(42:17).
           MOVE WS-PC-UNEARNED-JPY(WS-PC-IDX) TO WS-RPT-JPY-EDIT.
           MOVE WS-RPT-JPY-EDIT TO OUT-REPORT-REC(61:15).
           WRITE OUT-REPORT-REC.

      *    前月末の準備金残高を繰越ファイルから取得する
      *    （繰越ファイルの評価月が今回と同じなら再実行とみなし、
      *      前回記録した前月末残高を使用する。繰越ファイルが
      *      なければ初回評価として前月末残高ゼロとする）
       LOAD-PRIOR-RESERVE.
           OPEN INPUT CARRY-FILE.
           IF WS-CRY-STATUS = '00'
               READ CARRY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CARRY-FOUND TO TRUE
               END-READ
               CLOSE CARRY-FILE
           END-IF.
           IF WS-CARRY-FOUND
               IF UC-PERIOD = WS-VALUATION-PERIOD
                   MOVE UC-PRIOR-PERIOD      TO WS-PRIOR-PERIOD
                   MOVE UC-PRIOR-RESERVE-JPY TO WS-PRIOR-RESERVE-JPY
               ELSE
                   IF UC-PERIOD < WS-VALUATION-PERIOD
                       MOVE UC-PERIOD         TO WS-PRIOR-PERIOD
                       MOVE UC-RESERVE-JPY    TO WS-PRIOR-RESERVE-JPY
                   ELSE
      *                過去月の評価（遡及再評価）は繰越の前後関係が
      *                崩れるため仕訳・繰越の更新を行わない
                       DISPLAY '繰越より前の評価月: '
                               UC-PERIOD
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-MOVEMENT-JPY =
               WS-RESERVE-JPY - WS-PRIOR-RESERVE-JPY.

       WRITE-MOVEMENT-SECTION.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '< 準備金増減 >' TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-PRIOR-RESERVE-JPY TO WS-RPT-JPY-EDIT.
           IF WS-CARRY-FOUND
               STRING '前月末残高(' WS-PRIOR-PERIOD '): '
                      WS-RPT-JPY-EDIT
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
           ELSE
               STRING '前月末残高(初回評価): ' WS-RPT-JPY-EDIT
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
           END-IF.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RESERVE-JPY TO WS-RPT-JPY-EDIT.
           STRING '当月末残高(' WS-VALUATION-PERIOD '): '
                  WS-RPT-JPY-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-MOVEMENT-JPY TO WS-RPT-MOVE-EDIT.
           STRING '増減(繰入+/戻入-):   ' WS-RPT-MOVE-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    準備金の増減を仕訳する。増加（繰入）は対応表の借方・
      *    貸方のとおり、減少（戻入）は貸借を入れ替えて出力する
       WRITE-MOVEMENT-JOURNAL.
           IF WS-MOVEMENT-JPY NOT = ZERO
               IF WS-MOVEMENT-JPY > ZERO
                   MOVE WS-MOVEMENT-JPY TO WS-JOURNAL-AMT
               ELSE
                   COMPUTE WS-JOURNAL-AMT = ZERO - WS-MOVEMENT-JPY
               END-IF
               MOVE WS-VALUATION-PERIOD TO JR-POSTING-PERIOD
               MOVE 'UPRM'              TO JR-EVENT-CODE
               MOVE WS-JOURNAL-AMT      TO JR-AMOUNT
               MOVE SPACES              TO JR-SOURCE-REF
               STRING 'UPR' WS-VALUATION-PERIOD
                   DELIMITED BY SIZE
                   INTO JR-SOURCE-REF
               END-STRING
               ADD 1 TO WS-LINE-CNT
               MOVE WS-LINE-CNT TO JR-LINE-NO
               IF WS-MOVEMENT-JPY > ZERO
                   MOVE WS-DEBIT-ACCT  TO JR-ACCOUNT-CODE
               ELSE
                   MOVE WS-CREDIT-ACCT TO JR-ACCOUNT-CODE
               END-IF
               MOVE 'D' TO JR-DC-FLAG
               WRITE OUT-JOURNAL-REC
               ADD 1 TO WS-LINE-CNT
               MOVE WS-LINE-CNT TO JR-LINE-NO
               IF WS-MOVEMENT-JPY > ZERO
                   MOVE WS-CREDIT-ACCT TO JR-ACCOUNT-CODE
               ELSE
                   MOVE WS-DEBIT-ACCT  TO JR-ACCOUNT-CODE
               END-IF
               MOVE 'C' TO JR-DC-FLAG
               WRITE OUT-JOURNAL-REC
           END-IF.

      *    当月末残高を繰越ファイルへ記録する（前月末残高も併せて
      *    記録し、同月の再実行で同じ増減を再現できるようにする）
       SAVE-RESERVE-CARRY.
           OPEN OUTPUT CARRY-FILE.
           MOVE SPACES               TO UPR-CARRY-REC.
           MOVE WS-VALUATION-PERIOD  TO UC-PERIOD.
           MOVE WS-RESERVE-JPY       TO UC-RESERVE-JPY.
           MOVE WS-PRIOR-PERIOD      TO UC-PRIOR-PERIOD.
           MOVE WS-PRIOR-RESERVE-JPY TO UC-PRIOR-RESERVE-JPY.
           MOVE WS-CURRENT-DATE      TO UC-RUN-DATE.
           WRITE UPR-CARRY-REC.
           CLOSE CARRY-FILE.

       TERM-PROCESS.
           DISPLAY '読込件数:         ' WS-READ-CNT.
           DISPLAY '評価件数:         ' WS-VALUED-CNT.
           DISPLAY '対象外件数:       ' WS-SKIP-CNT.
           DISPLAY '換算不能件数:     ' WS-NORATE-CNT.
           DISPLAY '準備金(円換算):   ' WS-RESERVE-JPY.
           DISPLAY '仕訳行数:         ' WS-LINE-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-EXC-AVAIL
               CLOSE IN-EXCH-RATE-FILE
           END-IF.
           CLOSE MASTER-FILE
                 OUT-JOURNAL-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'UPRVAL' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-LINE-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-NORATE-CNT + WS-TBLFULL-CNT.
           WRITE CONTROL-TOTALS-REC.
