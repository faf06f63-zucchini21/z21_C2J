       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFRLFWD.
      *================================================================*
      * 保有契約増減（ロールフォワード）月次報告バッチプログラム
      * 保険種別・通貨別に、期首保有（件数・保険料）に当月の増減
      * （新契約・更新・復活・異動・満期失効・解約・払済転換・
      * その他）を加減した計算上の期末保有と、契約マスタ
      * （CONTMAST）の実在期末保有とを突き合わせ、一致しない
      * 種別を不一致として報告する（INFRPT）。
      *  - 期首保有は前回実行時の期末保有（保有繰越ファイル
      *    INFCF）とする。繰越がなければ初回として期首を逆算する
      *  - 当月の増減は更新前イメージログ（CTBIMG）から契約ごとの
      *    状態遷移（更新前イメージ→次のイメージまたは現在の
      *    マスタ・履歴CONTHIST）を復元して区分する
      *  - 評価月より後のイメージがある契約は、その最初の
      *    イメージを月末時点の状態とみなして期末保有を補正する
      *  - 有効契約は状態A（状態管理導入前の空白を含む）とし、
      *    件数・保険料は契約通貨のまま集計する
      *  - 更新は保険料の増減のみとし、保有件数は増減しない
      * 当月のサイクル出力（RENWOUT・EXPOUT・PAIDUPOUTは当月の
      * 各サイクル分を連結したもの。REFUNDOUTは追記式のため
      * 解約日が評価月の中途解約(S)のみ）の件数をログから復元
      * した反映件数と照合し、差異のある種別も不一致とする
      * （CONTUPDTの未反映を検出する）。ログを残さずにマスタを
      * 書き換えた場合（CONTRCVRの誤った復元等）は期末の差異と
      * して検出される。
      * 評価月はパラメータ（INFPRM）で指定し、なければ実行月とする
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYBIMG（更新前イメージログレコードレイアウト）
      * COPY: CPYRENWO（更新結果ファイル共通レコードレイアウト）
      * COPY: CPYEXPO（満期結果ファイル共通レコードレイアウト）
      * COPY: CPYPAIDU（据置転換結果ファイル共通レコードレイアウト）
      * COPY: CPYREFND（返戻金指示ファイルレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    アーカイブ済み終了契約（存在しなければマスタのみで判定）
           SELECT HISTORY-FILE
               ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-CONTRACT-NO
               FILE STATUS IS WS-HIS-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CTBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT IN-RENEW-FILE
               ASSIGN TO 'RENWOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNW-STATUS.
           SELECT IN-EXPIRE-FILE
               ASSIGN TO 'EXPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT IN-PAIDUP-FILE
               ASSIGN TO 'PAIDUPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PU-STATUS.
           SELECT IN-REFUND-FILE
               ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.
      *    評価月パラメータ（存在しなければ実行月を評価月とする）
           SELECT IN-INF-PARAM-FILE
               ASSIGN TO 'INFPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      *    保有繰越ファイル（保険種別・通貨別の月末保有）
           SELECT CARRY-FILE
               ASSIGN TO 'INFCF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRY-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'INFRPT'
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

       FD  IN-RENEW-FILE.
           COPY CPYRENWO.

       FD  IN-EXPIRE-FILE.
           COPY CPYEXPO.

       FD  IN-PAIDUP-FILE.
           COPY CPYPAIDU.

       FD  IN-REFUND-FILE.
           COPY CPYREFND.

       FD  IN-INF-PARAM-FILE.
       01  INF-PARAM-REC.
           05  IP-PARAM-PERIOD       PIC 9(6).
           05  FILLER                PIC X(74).

      *    保有繰越レコード（評価月・保険種別・通貨ごとに1件。
      *    直近の評価月とその前月の2世代を保持する）
       FD  CARRY-FILE.
       01  INF-CARRY-REC.
           05  RL-PERIOD             PIC 9(6).
           05  RL-PLAN-CODE          PIC X(3).
           05  RL-CURRENCY           PIC X(3).
           05  RL-CONTRACT-CNT       PIC 9(7).
           05  RL-PREMIUM            PIC 9(11)V99.
           05  RL-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X(40).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-RNW-STATUS         PIC X(2).
           05  WS-EXP-STATUS         PIC X(2).
           05  WS-PU-STATUS          PIC X(2).
           05  WS-RFD-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-CRY-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-HIST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-HIST-AVAIL     VALUE 'Y'.
           05  WS-PC-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-PC-FOUND       VALUE 'Y'.
           05  WS-TC-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-TC-FOUND       VALUE 'Y'.
           05  WS-CARRY-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  WS-CARRY-FOUND    VALUE 'Y'.
           05  WS-CARRY-GAP-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CARRY-GAP      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-INFORCE-CNT        PIC 9(7) VALUE ZERO.
           05  WS-IMAGE-READ-CNT     PIC 9(7) VALUE ZERO.
           05  WS-IMAGE-USED-CNT     PIC 9(7) VALUE ZERO.
           05  WS-CYCLE-READ-CNT     PIC 9(7) VALUE ZERO.
           05  WS-UNBAL-CNT          PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-CARRY-WRITE-CNT    PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-VALUATION-PERIOD   PIC 9(6).
           05  WS-PREV-PERIOD        PIC 9(6).
           05  WS-PREV-YEAR          PIC 9(4).
           05  WS-PREV-MONTH         PIC 9(2).
           05  WS-IMAGE-PERIOD       PIC 9(6).
           05  WS-OPEN-PERIOD        PIC 9(6) VALUE ZERO.

      *    契約の状態（有無・保険種別・通貨・ライフサイクル状態・
      *    保険料・満了日）。イメージ・遷移前・遷移後で同じ並び
       01  WS-IMAGE-STATE.
           05  WS-IM-EXIST-FLAG      PIC X(1).
               88  WS-IM-EXISTS      VALUE 'Y'.
           05  WS-IM-PLAN-CODE       PIC X(3).
           05  WS-IM-CURRENCY        PIC X(3).
           05  WS-IM-STATUS          PIC X(1).
           05  WS-IM-PREMIUM         PIC 9(7)V99.
           05  WS-IM-END-DATE        PIC 9(8).
       01  WS-BEFORE-STATE.
           05  WS-BF-EXIST-FLAG      PIC X(1).
               88  WS-BF-EXISTS      VALUE 'Y'.
           05  WS-BF-PLAN-CODE       PIC X(3).
           05  WS-BF-CURRENCY        PIC X(3).
           05  WS-BF-STATUS          PIC X(1).
               88  WS-BF-STAT-INFORCE VALUE 'A' ' '.
           05  WS-BF-PREMIUM         PIC 9(7)V99.
           05  WS-BF-END-DATE        PIC 9(8).
       01  WS-AFTER-STATE.
           05  WS-AF-EXIST-FLAG      PIC X(1).
               88  WS-AF-EXISTS      VALUE 'Y'.
           05  WS-AF-PLAN-CODE       PIC X(3).
           05  WS-AF-CURRENCY        PIC X(3).
           05  WS-AF-STATUS          PIC X(1).
               88  WS-AF-STAT-INFORCE VALUE 'A' ' '.
               88  WS-AF-STAT-EXPIRED VALUE 'E'.
               88  WS-AF-STAT-PAIDUP  VALUE 'P'.
               88  WS-AF-STAT-CANCELLED VALUE 'C'.
           05  WS-AF-PREMIUM         PIC 9(7)V99.
           05  WS-AF-END-DATE        PIC 9(8).
       01  WS-TRANSITION-WORK.
           05  WS-PEND-ACTION        PIC X(1).
               88  WS-PEND-ADD       VALUE 'A'.
               88  WS-PEND-DELETE    VALUE 'D'.
           05  WS-BF-INFORCE-FLAG    PIC X(1).
               88  WS-BF-INFORCE     VALUE 'Y'.
           05  WS-AF-INFORCE-FLAG    PIC X(1).
               88  WS-AF-INFORCE     VALUE 'Y'.
           05  WS-PREMIUM-DELTA      PIC S9(9)V99.
           05  WS-LOOKUP-CONTRACT-NO PIC X(10).

      *    当月（および評価月より後）にイメージのある契約の追跡表
      *    （未確定の遷移の更新前状態と、月末時点の状態を保持する）
       01  WS-TC-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-TOUCHED-TABLE.
           05  WS-TC-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-TC-IDX.
               10  WS-TC-CONTRACT-NO PIC X(10).
               10  WS-TC-PEND-FLAG   PIC X(1).
                   88  WS-TC-PENDING VALUE 'Y'.
               10  WS-TC-PEND-ACTION PIC X(1).
               10  WS-TC-PEND-STATE  PIC X(25).
               10  WS-TC-CLOSE-FLAG  PIC X(1).
                   88  WS-TC-CLOSE-HELD VALUE 'Y'.
               10  WS-TC-CLOSE-STATE PIC X(25).

      *    保険種別×通貨別のロールフォワード（種別・通貨の昇順に
      *    挿入する）。増減は符号付きで保持し、満期失効・解約・
      *    払済転換は減少額を正数で保持する
       01  WS-PC-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PLAN-CCY-TABLE.
           05  WS-PC-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PC-IDX WS-PC-IDX2.
               10  WS-PC-KEY.
                   15  WS-PC-PLAN-CODE PIC X(3).
                   15  WS-PC-CURRENCY  PIC X(3).
               10  WS-PC-OPEN-CNT    PIC S9(7).
               10  WS-PC-OPEN-PREM   PIC S9(11)V99.
               10  WS-PC-NEW-CNT     PIC S9(7).
               10  WS-PC-NEW-PREM    PIC S9(11)V99.
               10  WS-PC-RENEW-CNT   PIC S9(7).
               10  WS-PC-RENEW-PREM  PIC S9(11)V99.
               10  WS-PC-REIN-CNT    PIC S9(7).
               10  WS-PC-REIN-PREM   PIC S9(11)V99.
               10  WS-PC-ENDT-CNT    PIC S9(7).
               10  WS-PC-ENDT-PREM   PIC S9(11)V99.
               10  WS-PC-EXPIRE-CNT  PIC S9(7).
               10  WS-PC-EXPIRE-PREM PIC S9(11)V99.
               10  WS-PC-SURR-CNT    PIC S9(7).
               10  WS-PC-SURR-PREM   PIC S9(11)V99.
               10  WS-PC-PAIDUP-CNT  PIC S9(7).
               10  WS-PC-PAIDUP-PREM PIC S9(11)V99.
               10  WS-PC-OTHER-CNT   PIC S9(7).
               10  WS-PC-OTHER-PREM  PIC S9(11)V99.
               10  WS-PC-CLOSE-CNT   PIC S9(7).
               10  WS-PC-CLOSE-PREM  PIC S9(11)V99.
               10  WS-PC-CALC-CNT    PIC S9(7).
               10  WS-PC-CALC-PREM   PIC S9(11)V99.
               10  WS-PC-CYC-RENEW   PIC 9(7).
               10  WS-PC-CYC-EXPIRE  PIC 9(7).
               10  WS-PC-CYC-PAIDUP  PIC 9(7).
               10  WS-PC-CYC-SURR    PIC 9(7).
               10  WS-PC-RESULT      PIC X(1).
                   88  WS-PC-BALANCED    VALUE 'O'.
                   88  WS-PC-UNBALANCED  VALUE 'N'.
                   88  WS-PC-FIRST-RUN   VALUE 'F'.
       01  WS-PC-SEARCH-KEY.
           05  WS-PS-PLAN-CODE       PIC X(3).
           05  WS-PS-CURRENCY        PIC X(3).

       01  WS-BALANCE-WORK.
           05  WS-MOVE-CNT           PIC S9(7).
           05  WS-MOVE-PREM          PIC S9(11)V99.
           05  WS-DIFF-CNT           PIC S9(7).
           05  WS-DIFF-PREM          PIC S9(11)V99.
           05  WS-CYCLE-DIFF-FLAG    PIC X(1).
               88  WS-CYCLE-DIFF     VALUE 'Y'.

       01  WS-RPT-WORK.
           05  WS-RPT-LABEL          PIC X(16).
           05  WS-RPT-CNT            PIC S9(7).
           05  WS-RPT-PREM           PIC S9(11)V99.
           05  WS-RPT-CNT-EDIT       PIC -ZZZ,ZZ9.
           05  WS-RPT-AMT-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-CYC-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-POST-EDIT      PIC ZZZ,ZZ9.
           05  WS-RPT-CYC-LABEL      PIC X(20).
           05  WS-RPT-CYC-CNT        PIC 9(7).
           05  WS-RPT-POST-CNT       PIC S9(7).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-OPENING-CARRY.
           PERFORM CLOSING-PROCESS.
           PERFORM IMAGE-PROCESS.
           PERFORM RESOLVE-PENDING
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT.
           PERFORM ADJUST-CLOSING
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT.
           PERFORM CYCLE-OUTPUT-PROCESS.
           PERFORM BALANCE-CHECK
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT.
           PERFORM WRITE-ROLLFWD-REPORT.
           IF WS-TBLFULL-CNT = ZERO
               PERFORM SAVE-CLOSING-CARRY
           ELSE
               MOVE SPACES TO OUT-REPORT-REC
               MOVE '*** 集計表あふれ - 繰越未更新 ***'
                   TO OUT-REPORT-REC
               WRITE OUT-REPORT-REC
           END-IF.
           IF WS-UNBAL-CNT > ZERO OR WS-TBLFULL-CNT > ZERO
                   OR WS-CARRY-GAP
               MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-VALUATION-PERIOD.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'マスタオープンエラー: ' WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    アーカイブ未実施で履歴が存在しない環境では、マスタに
      *    ない契約を削除済みとして扱う
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS = '00'
               SET WS-HIST-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.

      *    評価月パラメータを読み込む（存在しなければ実行月を
      *    評価月とする）。前月は繰越の連続性の確認に使用する
       LOAD-VALUATION-PERIOD.
           MOVE WS-CURRENT-DATE(1:6) TO WS-VALUATION-PERIOD.
           OPEN INPUT IN-INF-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-INF-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-PARAM-PERIOD > ZERO
                           MOVE IP-PARAM-PERIOD
                               TO WS-VALUATION-PERIOD
                       END-IF
               END-READ
               CLOSE IN-INF-PARAM-FILE
           END-IF.
           DISPLAY '評価月: ' WS-VALUATION-PERIOD.
           MOVE WS-VALUATION-PERIOD(1:4) TO WS-PREV-YEAR.
           MOVE WS-VALUATION-PERIOD(5:2) TO WS-PREV-MONTH.
           IF WS-PREV-MONTH = 01
               SUBTRACT 1 FROM WS-PREV-YEAR
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PREV-MONTH
           END-IF.
           STRING WS-PREV-YEAR WS-PREV-MONTH
               DELIMITED BY SIZE
               INTO WS-PREV-PERIOD
           END-STRING.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    期首保有を繰越ファイルから取得する（評価月より前の直近
      *    の月の保有を期首とする。評価月と同じ月の記録は再実行
      *    として読み捨てる。繰越ファイルがなければ初回とする）
       LOAD-OPENING-CARRY.
           OPEN INPUT CARRY-FILE.
           IF WS-CRY-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CARRY-REC
                   UNTIL WS-EOF
               CLOSE CARRY-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           IF WS-CARRY-FOUND
                   AND WS-OPEN-PERIOD NOT = WS-PREV-PERIOD
               DISPLAY '前回繰越月が前月でない: '
                       WS-OPEN-PERIOD
               SET WS-CARRY-GAP TO TRUE
           END-IF.

       READ-CARRY-REC.
           READ CARRY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-CARRY-REC
           END-READ.

       APPLY-CARRY-REC.
           IF RL-PERIOD > WS-VALUATION-PERIOD
      *        過去月の再集計は繰越の前後関係が崩れるため行わない
               DISPLAY '繰越より前の評価月: ' RL-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RL-PERIOD < WS-VALUATION-PERIOD
               IF RL-PERIOD > WS-OPEN-PERIOD
                   PERFORM CLEAR-OPENING-ENTRY
                       VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > WS-PC-COUNT
                   MOVE RL-PERIOD TO WS-OPEN-PERIOD
               END-IF
               IF RL-PERIOD = WS-OPEN-PERIOD
                   SET WS-CARRY-FOUND TO TRUE
                   MOVE RL-PLAN-CODE TO WS-PS-PLAN-CODE
                   MOVE RL-CURRENCY  TO WS-PS-CURRENCY
                   PERFORM FIND-PLAN-CCY-ENTRY
                   IF WS-PC-FOUND
                       ADD RL-CONTRACT-CNT
                           TO WS-PC-OPEN-CNT(WS-PC-IDX)
                       ADD RL-PREMIUM
                           TO WS-PC-OPEN-PREM(WS-PC-IDX)
                   END-IF
               END-IF
           END-IF.

       CLEAR-OPENING-ENTRY.
           MOVE ZERO TO WS-PC-OPEN-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-OPEN-PREM(WS-PC-IDX).

      *    契約マスタを順次読み、現在の有効契約を期末保有として
      *    集計する（評価月より後に更新された契約は後で補正する）
       CLOSING-PROCESS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-MASTER-REC.
           PERFORM CLOSING-LOOP
               UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-FLAG.

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

       CLOSING-LOOP.
           IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
               ADD 1 TO WS-INFORCE-CNT
               PERFORM SET-STATE-FROM-MASTER
               MOVE WS-IMAGE-STATE TO WS-AFTER-STATE
               PERFORM ADD-CLOSING-STATE
           END-IF.
           PERFORM READ-MASTER-REC.

      *    契約レコード域の内容を状態作業域へ移す（通貨コード
      *    未設定は円建てとする）
       SET-STATE-FROM-MASTER.
           MOVE 'Y'               TO WS-IM-EXIST-FLAG.
           MOVE CT-PLAN-CODE      TO WS-IM-PLAN-CODE.
           IF CT-CURRENCY-CODE = SPACES
               MOVE 'JPY'         TO WS-IM-CURRENCY
           ELSE
               MOVE CT-CURRENCY-CODE TO WS-IM-CURRENCY
           END-IF.
           MOVE CT-STATUS         TO WS-IM-STATUS.
           MOVE CT-PREMIUM-AMOUNT TO WS-IM-PREMIUM.
           MOVE CT-END-DATE       TO WS-IM-END-DATE.

       SET-STATE-FROM-HISTORY.
           MOVE 'Y'               TO WS-IM-EXIST-FLAG.
           MOVE CH-PLAN-CODE      TO WS-IM-PLAN-CODE.
           IF CH-CURRENCY-CODE = SPACES
               MOVE 'JPY'         TO WS-IM-CURRENCY
           ELSE
               MOVE CH-CURRENCY-CODE TO WS-IM-CURRENCY
           END-IF.
           MOVE CH-STATUS         TO WS-IM-STATUS.
           MOVE CH-PREMIUM-AMOUNT TO WS-IM-PREMIUM.
           MOVE CH-END-DATE       TO WS-IM-END-DATE.

       SET-STATE-NONE.
           MOVE 'N'    TO WS-IM-EXIST-FLAG.
           MOVE SPACES TO WS-IM-PLAN-CODE.
           MOVE SPACES TO WS-IM-CURRENCY.
           MOVE SPACES TO WS-IM-STATUS.
           MOVE ZERO   TO WS-IM-PREMIUM.
           MOVE ZERO   TO WS-IM-END-DATE.

      *    遷移後状態が有効契約であれば期末保有へ加算する
       ADD-CLOSING-STATE.
           IF WS-AF-EXISTS AND WS-AF-STAT-INFORCE
               MOVE WS-AF-PLAN-CODE TO WS-PS-PLAN-CODE
               MOVE WS-AF-CURRENCY  TO WS-PS-CURRENCY
               PERFORM FIND-PLAN-CCY-ENTRY
               IF WS-PC-FOUND
                   ADD 1 TO WS-PC-CLOSE-CNT(WS-PC-IDX)
                   ADD WS-AF-PREMIUM
                       TO WS-PC-CLOSE-PREM(WS-PC-IDX)
               END-IF
           END-IF.

      *    更新前イメージログを先頭から読み、評価月以降の
      *    イメージを契約ごとの状態遷移として復元する
      *    （ログが未作成の環境では当月の増減なしとする）
       IMAGE-PROCESS.
           OPEN INPUT BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35'
               DISPLAY '更新前イメージログなし'
           ELSE
               IF WS-LOG-STATUS NOT = '00'
                   DISPLAY 'ログオープンエラー: ' WS-LOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-IMAGE-REC
               PERFORM IMAGE-LOOP
                   UNTIL WS-EOF
               CLOSE BEFORE-IMAGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       READ-IMAGE-REC.
           READ BEFORE-IMAGE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-IMAGE-READ-CNT
           END-READ.

       IMAGE-LOOP.
           MOVE BI-TIMESTAMP(1:6) TO WS-IMAGE-PERIOD.
           IF WS-IMAGE-PERIOD NOT < WS-VALUATION-PERIOD
               PERFORM APPLY-IMAGE
           END-IF.
           PERFORM READ-IMAGE-REC.

      *    イメージの示す「変更直前の状態」を求める（追加(A)の
      *    イメージは追加後の契約のため、変更直前は契約なし）。
      *    同じ契約の未確定遷移はこの状態を遷移後として確定する
       APPLY-IMAGE.
           IF BI-ACTION-ADD
               PERFORM SET-STATE-NONE
           ELSE
               MOVE BI-CONTRACT-IMAGE TO CONTRACT-REC
               PERFORM SET-STATE-FROM-MASTER
           END-IF.
           MOVE BI-IMG-CONTRACT-NO TO WS-LOOKUP-CONTRACT-NO.
           PERFORM FIND-TOUCHED-ENTRY.
           IF WS-TC-FOUND
               ADD 1 TO WS-IMAGE-USED-CNT
               IF WS-TC-PENDING(WS-TC-IDX)
                   PERFORM CLOSE-PENDING-BY-IMAGE
               END-IF
               IF WS-IMAGE-PERIOD = WS-VALUATION-PERIOD
                   MOVE 'Y' TO WS-TC-PEND-FLAG(WS-TC-IDX)
                   MOVE BI-ACTION TO WS-TC-PEND-ACTION(WS-TC-IDX)
                   MOVE WS-IMAGE-STATE
                       TO WS-TC-PEND-STATE(WS-TC-IDX)
               ELSE
      *            評価月より後の最初のイメージが月末時点の状態
                   IF NOT WS-TC-CLOSE-HELD(WS-TC-IDX)
                       MOVE 'Y' TO WS-TC-CLOSE-FLAG(WS-TC-IDX)
                       MOVE WS-IMAGE-STATE
                           TO WS-TC-CLOSE-STATE(WS-TC-IDX)
                   END-IF
               END-IF
           END-IF.

       CLOSE-PENDING-BY-IMAGE.
           MOVE WS-TC-PEND-ACTION(WS-TC-IDX) TO WS-PEND-ACTION.
           MOVE WS-TC-PEND-STATE(WS-TC-IDX)  TO WS-BEFORE-STATE.
           IF WS-PEND-DELETE
               MOVE 'N' TO WS-AF-EXIST-FLAG
           ELSE
               MOVE WS-IMAGE-STATE TO WS-AFTER-STATE
           END-IF.
           IF WS-PEND-ADD
               MOVE 'N' TO WS-BF-EXIST-FLAG
           END-IF.
           PERFORM POST-TRANSITION.
           MOVE 'N' TO WS-TC-PEND-FLAG(WS-TC-IDX).

      *    追跡表から契約を探す（なければ末尾に追加する）
       FIND-TOUCHED-ENTRY.
           MOVE 'N' TO WS-TC-FOUND-FLAG.
           SET WS-TC-IDX TO 1.
           PERFORM UNTIL WS-TC-IDX > WS-TC-COUNT
                   OR WS-TC-FOUND
               IF WS-TC-CONTRACT-NO(WS-TC-IDX)
                       = WS-LOOKUP-CONTRACT-NO
                   SET WS-TC-FOUND TO TRUE
               ELSE
                   SET WS-TC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-TC-FOUND
               IF WS-TC-COUNT < 5000
                   ADD 1 TO WS-TC-COUNT
                   SET WS-TC-IDX TO WS-TC-COUNT
                   MOVE WS-LOOKUP-CONTRACT-NO
                       TO WS-TC-CONTRACT-NO(WS-TC-IDX)
                   MOVE 'N' TO WS-TC-PEND-FLAG(WS-TC-IDX)
                   MOVE SPACE TO WS-TC-PEND-ACTION(WS-TC-IDX)
                   MOVE SPACES TO WS-TC-PEND-STATE(WS-TC-IDX)
                   MOVE 'N' TO WS-TC-CLOSE-FLAG(WS-TC-IDX)
                   MOVE SPACES TO WS-TC-CLOSE-STATE(WS-TC-IDX)
                   SET WS-TC-FOUND TO TRUE
               ELSE
                   DISPLAY '契約追跡表満杯: '
                           WS-LOOKUP-CONTRACT-NO
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.

      *    ログの終端まで確定しなかった遷移は、現在のマスタ
      *    （なければ履歴）の状態を遷移後として確定する
       RESOLVE-PENDING.
           IF WS-TC-PENDING(WS-TC-IDX)
               MOVE WS-TC-PEND-ACTION(WS-TC-IDX) TO WS-PEND-ACTION
               MOVE WS-TC-PEND-STATE(WS-TC-IDX)  TO WS-BEFORE-STATE
               IF WS-PEND-DELETE
                   MOVE 'N' TO WS-AF-EXIST-FLAG
               ELSE
                   MOVE WS-TC-CONTRACT-NO(WS-TC-IDX)
                       TO WS-LOOKUP-CONTRACT-NO
                   PERFORM LOOKUP-CURRENT-STATE
                   MOVE WS-IMAGE-STATE TO WS-AFTER-STATE
               END-IF
               IF WS-PEND-ADD
                   MOVE 'N' TO WS-BF-EXIST-FLAG
               END-IF
               PERFORM POST-TRANSITION
               MOVE 'N' TO WS-TC-PEND-FLAG(WS-TC-IDX)
           END-IF.

      *    契約の現在の状態をマスタから取得する
       LOOKUP-MASTER-STATE.
           MOVE WS-LOOKUP-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM SET-STATE-NONE
               NOT INVALID KEY
                   PERFORM SET-STATE-FROM-MASTER
           END-READ.

      *    マスタになければアーカイブ済み履歴を探す
       LOOKUP-CURRENT-STATE.
           PERFORM LOOKUP-MASTER-STATE.
           IF NOT WS-IM-EXISTS AND WS-HIST-AVAIL
               MOVE WS-LOOKUP-CONTRACT-NO TO CH-CONTRACT-NO
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-STATE-FROM-HISTORY
               END-READ
           END-IF.

      *    評価月より後に更新された契約は、マスタ順次読込で
      *    集計した現在の状態を除き、月末時点の状態に置き換える
       ADJUST-CLOSING.
           IF WS-TC-CLOSE-HELD(WS-TC-IDX)
               MOVE WS-TC-CONTRACT-NO(WS-TC-IDX)
                   TO WS-LOOKUP-CONTRACT-NO
               PERFORM LOOKUP-MASTER-STATE
               MOVE WS-IMAGE-STATE TO WS-AFTER-STATE
               IF WS-AF-EXISTS AND WS-AF-STAT-INFORCE
                   MOVE WS-AF-PLAN-CODE TO WS-PS-PLAN-CODE
                   MOVE WS-AF-CURRENCY  TO WS-PS-CURRENCY
                   PERFORM FIND-PLAN-CCY-ENTRY
                   IF WS-PC-FOUND
                       SUBTRACT 1 FROM WS-PC-CLOSE-CNT(WS-PC-IDX)
                       SUBTRACT WS-AF-PREMIUM
                           FROM WS-PC-CLOSE-PREM(WS-PC-IDX)
                   END-IF
               END-IF
               MOVE WS-TC-CLOSE-STATE(WS-TC-IDX) TO WS-AFTER-STATE
               PERFORM ADD-CLOSING-STATE
           END-IF.

      *    遷移前後の状態から増減区分を判定して集計する
      *    - 無効→有効: 契約なしからは新契約、それ以外は復活
      *    - 有効→無効: 遷移後の状態が満期・失効(E)、払済(P)、
      *      解約(C)はそれぞれの区分、削除等はその他
      *    - 有効→有効: 満了日が延びたものは更新、保険料が
      *      変わったものは異動（種別・通貨の変更は旧種別から
      *      新種別への振替として異動に計上する）
       POST-TRANSITION.
           MOVE 'N' TO WS-BF-INFORCE-FLAG.
           IF WS-BF-EXISTS AND WS-BF-STAT-INFORCE
               SET WS-BF-INFORCE TO TRUE
           END-IF.
           MOVE 'N' TO WS-AF-INFORCE-FLAG.
           IF WS-AF-EXISTS AND WS-AF-STAT-INFORCE
               SET WS-AF-INFORCE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-BF-INFORCE AND WS-AF-INFORCE
                   PERFORM POST-INFORCE-GAIN
               WHEN WS-BF-INFORCE AND NOT WS-AF-INFORCE
                   PERFORM POST-INFORCE-LOSS
               WHEN WS-BF-INFORCE AND WS-AF-INFORCE
                   PERFORM POST-INFORCE-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POST-INFORCE-GAIN.
           MOVE WS-AF-PLAN-CODE TO WS-PS-PLAN-CODE.
           MOVE WS-AF-CURRENCY  TO WS-PS-CURRENCY.
           PERFORM FIND-PLAN-CCY-ENTRY.
           IF WS-PC-FOUND
               IF WS-BF-EXISTS
                   ADD 1 TO WS-PC-REIN-CNT(WS-PC-IDX)
                   ADD WS-AF-PREMIUM TO WS-PC-REIN-PREM(WS-PC-IDX)
               ELSE
                   ADD 1 TO WS-PC-NEW-CNT(WS-PC-IDX)
                   ADD WS-AF-PREMIUM TO WS-PC-NEW-PREM(WS-PC-IDX)
               END-IF
           END-IF.

       POST-INFORCE-LOSS.
           MOVE WS-BF-PLAN-CODE TO WS-PS-PLAN-CODE.
           MOVE WS-BF-CURRENCY  TO WS-PS-CURRENCY.
           PERFORM FIND-PLAN-CCY-ENTRY.
           IF WS-PC-FOUND
               EVALUATE TRUE
                   WHEN NOT WS-AF-EXISTS
                       SUBTRACT 1 FROM WS-PC-OTHER-CNT(WS-PC-IDX)
                       SUBTRACT WS-BF-PREMIUM
                           FROM WS-PC-OTHER-PREM(WS-PC-IDX)
                   WHEN WS-AF-STAT-EXPIRED
                       ADD 1 TO WS-PC-EXPIRE-CNT(WS-PC-IDX)
                       ADD WS-BF-PREMIUM
                           TO WS-PC-EXPIRE-PREM(WS-PC-IDX)
                   WHEN WS-AF-STAT-CANCELLED
                       ADD 1 TO WS-PC-SURR-CNT(WS-PC-IDX)
                       ADD WS-BF-PREMIUM
                           TO WS-PC-SURR-PREM(WS-PC-IDX)
                   WHEN WS-AF-STAT-PAIDUP
                       ADD 1 TO WS-PC-PAIDUP-CNT(WS-PC-IDX)
                       ADD WS-BF-PREMIUM
                           TO WS-PC-PAIDUP-PREM(WS-PC-IDX)
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-PC-OTHER-CNT(WS-PC-IDX)
                       SUBTRACT WS-BF-PREMIUM
                           FROM WS-PC-OTHER-PREM(WS-PC-IDX)
               END-EVALUATE
           END-IF.

       POST-INFORCE-CHANGE.
           IF WS-BF-PLAN-CODE = WS-AF-PLAN-CODE
                   AND WS-BF-CURRENCY = WS-AF-CURRENCY
               COMPUTE WS-PREMIUM-DELTA =
                   WS-AF-PREMIUM - WS-BF-PREMIUM
               MOVE WS-AF-PLAN-CODE TO WS-PS-PLAN-CODE
               MOVE WS-AF-CURRENCY  TO WS-PS-CURRENCY
               PERFORM FIND-PLAN-CCY-ENTRY
               IF WS-PC-FOUND
                   IF WS-AF-END-DATE > WS-BF-END-DATE
                       ADD 1 TO WS-PC-RENEW-CNT(WS-PC-IDX)
                       ADD WS-PREMIUM-DELTA
                           TO WS-PC-RENEW-PREM(WS-PC-IDX)
                   ELSE
                       ADD WS-PREMIUM-DELTA
                           TO WS-PC-ENDT-PREM(WS-PC-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE WS-BF-PLAN-CODE TO WS-PS-PLAN-CODE
               MOVE WS-BF-CURRENCY  TO WS-PS-CURRENCY
               PERFORM FIND-PLAN-CCY-ENTRY
               IF WS-PC-FOUND
                   SUBTRACT 1 FROM WS-PC-ENDT-CNT(WS-PC-IDX)
                   SUBTRACT WS-BF-PREMIUM
                       FROM WS-PC-ENDT-PREM(WS-PC-IDX)
               END-IF
               MOVE WS-AF-PLAN-CODE TO WS-PS-PLAN-CODE
               MOVE WS-AF-CURRENCY  TO WS-PS-CURRENCY
               PERFORM FIND-PLAN-CCY-ENTRY
               IF WS-PC-FOUND
                   ADD 1 TO WS-PC-ENDT-CNT(WS-PC-IDX)
                   ADD WS-AF-PREMIUM TO WS-PC-ENDT-PREM(WS-PC-IDX)
               END-IF
           END-IF.

      *    保険種別・通貨の集計行を探す（未登録の組合せは昇順の
      *    位置へ挿入する）
       FIND-PLAN-CCY-ENTRY.
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
                   PERFORM INIT-PLAN-CCY-ENTRY
                   SET WS-PC-FOUND TO TRUE
               ELSE
                   DISPLAY '集計テーブル満杯: ' WS-PC-SEARCH-KEY
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.

       SHIFT-PLAN-CCY-ENTRY.
           MOVE WS-PC-ENTRY(WS-PC-IDX2)
               TO WS-PC-ENTRY(WS-PC-IDX2 + 1).

       INIT-PLAN-CCY-ENTRY.
           MOVE WS-PC-SEARCH-KEY TO WS-PC-KEY(WS-PC-IDX).
           MOVE ZERO TO WS-PC-OPEN-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-OPEN-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-NEW-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-NEW-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-RENEW-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-RENEW-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-REIN-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-REIN-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-ENDT-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-ENDT-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-EXPIRE-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-EXPIRE-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-SURR-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-SURR-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-PAIDUP-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-PAIDUP-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-OTHER-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-OTHER-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CLOSE-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CLOSE-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CALC-CNT(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CALC-PREM(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CYC-RENEW(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CYC-EXPIRE(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CYC-PAIDUP(WS-PC-IDX).
           MOVE ZERO TO WS-PC-CYC-SURR(WS-PC-IDX).
           MOVE SPACE TO WS-PC-RESULT(WS-PC-IDX).

      *    サイクル出力の件数を契約の保険種別・通貨別に数える
      *    （ファイルがなければ当月分なしとする）
       CYCLE-OUTPUT-PROCESS.
           OPEN INPUT IN-RENEW-FILE.
           IF WS-RNW-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-RENEW-REC
                   UNTIL WS-EOF
               CLOSE IN-RENEW-FILE
           END-IF.
           OPEN INPUT IN-EXPIRE-FILE.
           IF WS-EXP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-EXPIRE-REC
                   UNTIL WS-EOF
               CLOSE IN-EXPIRE-FILE
           END-IF.
           OPEN INPUT IN-PAIDUP-FILE.
           IF WS-PU-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-PAIDUP-REC
                   UNTIL WS-EOF
               CLOSE IN-PAIDUP-FILE
           END-IF.
           OPEN INPUT IN-REFUND-FILE.
           IF WS-RFD-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-REFUND-REC
                   UNTIL WS-EOF
               CLOSE IN-REFUND-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       READ-RENEW-REC.
           READ IN-RENEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CYCLE-READ-CNT
                   MOVE RN-CONTRACT-NO TO WS-LOOKUP-CONTRACT-NO
                   PERFORM FIND-CYCLE-PLAN-CCY
                   IF WS-PC-FOUND
                       ADD 1 TO WS-PC-CYC-RENEW(WS-PC-IDX)
                   END-IF
           END-READ.

       READ-EXPIRE-REC.
           READ IN-EXPIRE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CYCLE-READ-CNT
                   MOVE EX-CONTRACT-NO TO WS-LOOKUP-CONTRACT-NO
                   PERFORM FIND-CYCLE-PLAN-CCY
                   IF WS-PC-FOUND
                       ADD 1 TO WS-PC-CYC-EXPIRE(WS-PC-IDX)
                   END-IF
           END-READ.

       READ-PAIDUP-REC.
           READ IN-PAIDUP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CYCLE-READ-CNT
                   MOVE PU-CONTRACT-NO TO WS-LOOKUP-CONTRACT-NO
                   PERFORM FIND-CYCLE-PLAN-CCY
                   IF WS-PC-FOUND
                       ADD 1 TO WS-PC-CYC-PAIDUP(WS-PC-IDX)
                   END-IF
           END-READ.

      *    返戻金指示は中途解約(S)で解約日が評価月のもののみ
       READ-REFUND-REC.
           READ IN-REFUND-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RF-SRC-SURRENDER
                           AND RF-CANCEL-DATE(1:6)
                               = WS-VALUATION-PERIOD
                       ADD 1 TO WS-CYCLE-READ-CNT
                       MOVE RF-CONTRACT-NO TO WS-LOOKUP-CONTRACT-NO
                       PERFORM FIND-CYCLE-PLAN-CCY
                       IF WS-PC-FOUND
                           ADD 1 TO WS-PC-CYC-SURR(WS-PC-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    サイクル出力の契約の保険種別・通貨をマスタ（なければ
      *    履歴）から取得する。どちらにもなければ種別不明として
      *    計上し、反映件数との差異として報告する
       FIND-CYCLE-PLAN-CCY.
           PERFORM LOOKUP-CURRENT-STATE.
           IF WS-IM-EXISTS
               MOVE WS-IM-PLAN-CODE TO WS-PS-PLAN-CODE
               MOVE WS-IM-CURRENCY  TO WS-PS-CURRENCY
           ELSE
               MOVE '???' TO WS-PS-PLAN-CODE
               MOVE '???' TO WS-PS-CURRENCY
           END-IF.
           PERFORM FIND-PLAN-CCY-ENTRY.

      *    期首＋増減＝期末を検証する（件数に更新は含めない）。
      *    あわせてサイクル出力件数とログから復元した反映件数を
      *    照合し、いずれかに差異があれば不一致とする。
      *    繰越がない初回は期首を期末から逆算する
       BALANCE-CHECK.
           COMPUTE WS-MOVE-CNT =
               WS-PC-NEW-CNT(WS-PC-IDX)
             + WS-PC-REIN-CNT(WS-PC-IDX)
             + WS-PC-ENDT-CNT(WS-PC-IDX)
             - WS-PC-EXPIRE-CNT(WS-PC-IDX)
             - WS-PC-SURR-CNT(WS-PC-IDX)
             - WS-PC-PAIDUP-CNT(WS-PC-IDX)
             + WS-PC-OTHER-CNT(WS-PC-IDX).
           COMPUTE WS-MOVE-PREM =
               WS-PC-NEW-PREM(WS-PC-IDX)
             + WS-PC-RENEW-PREM(WS-PC-IDX)
             + WS-PC-REIN-PREM(WS-PC-IDX)
             + WS-PC-ENDT-PREM(WS-PC-IDX)
             - WS-PC-EXPIRE-PREM(WS-PC-IDX)
             - WS-PC-SURR-PREM(WS-PC-IDX)
             - WS-PC-PAIDUP-PREM(WS-PC-IDX)
             + WS-PC-OTHER-PREM(WS-PC-IDX).
           IF NOT WS-CARRY-FOUND
               COMPUTE WS-PC-OPEN-CNT(WS-PC-IDX) =
                   WS-PC-CLOSE-CNT(WS-PC-IDX) - WS-MOVE-CNT
               COMPUTE WS-PC-OPEN-PREM(WS-PC-IDX) =
                   WS-PC-CLOSE-PREM(WS-PC-IDX) - WS-MOVE-PREM
           END-IF.
           COMPUTE WS-PC-CALC-CNT(WS-PC-IDX) =
               WS-PC-OPEN-CNT(WS-PC-IDX) + WS-MOVE-CNT.
           COMPUTE WS-PC-CALC-PREM(WS-PC-IDX) =
               WS-PC-OPEN-PREM(WS-PC-IDX) + WS-MOVE-PREM.
           MOVE 'N' TO WS-CYCLE-DIFF-FLAG.
           IF WS-PC-CYC-RENEW(WS-PC-IDX)
                   NOT = WS-PC-RENEW-CNT(WS-PC-IDX)
               OR WS-PC-CYC-EXPIRE(WS-PC-IDX)
                   NOT = WS-PC-EXPIRE-CNT(WS-PC-IDX)
               OR WS-PC-CYC-PAIDUP(WS-PC-IDX)
                   NOT = WS-PC-PAIDUP-CNT(WS-PC-IDX)
               OR WS-PC-CYC-SURR(WS-PC-IDX)
                   NOT = WS-PC-SURR-CNT(WS-PC-IDX)
               SET WS-CYCLE-DIFF TO TRUE
           END-IF.
           IF WS-PC-CALC-CNT(WS-PC-IDX)
                   NOT = WS-PC-CLOSE-CNT(WS-PC-IDX)
               OR WS-PC-CALC-PREM(WS-PC-IDX)
                   NOT = WS-PC-CLOSE-PREM(WS-PC-IDX)
               OR WS-CYCLE-DIFF
               SET WS-PC-UNBALANCED(WS-PC-IDX) TO TRUE
               ADD 1 TO WS-UNBAL-CNT
           ELSE
               IF WS-CARRY-FOUND
                   SET WS-PC-BALANCED(WS-PC-IDX) TO TRUE
               ELSE
                   SET WS-PC-FIRST-RUN(WS-PC-IDX) TO TRUE
               END-IF
           END-IF.

       WRITE-ROLLFWD-REPORT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '*** 保有契約増減 ロールフォワード ***'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           IF WS-CARRY-FOUND
               STRING '評価月: ' WS-VALUATION-PERIOD
                      '  期首: ' WS-OPEN-PERIOD '末'
                      '  処理日: ' WS-CURRENT-DATE
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
           ELSE
               STRING '評価月: ' WS-VALUATION-PERIOD
                      '  期首: 初回(逆算)'
                      '  処理日: ' WS-CURRENT-DATE
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
           END-IF.
           WRITE OUT-REPORT-REC.
           IF WS-CARRY-GAP
               MOVE SPACES TO OUT-REPORT-REC
               MOVE '*** 繰越が前月末でない ***'
                   TO OUT-REPORT-REC
               WRITE OUT-REPORT-REC
           END-IF.
           PERFORM WRITE-PLAN-CCY-BLOCK
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-UNBAL-CNT TO WS-RPT-CYC-EDIT.
           STRING '不一致種別数: ' WS-RPT-CYC-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '※更新は保険料のみ増減（件数は不変）'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.

      *    保険種別・通貨ごとに、期首・各増減・計算上の期末・
      *    実在期末・差異と、サイクル出力の照合結果を印字する
       WRITE-PLAN-CCY-BLOCK.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           EVALUATE TRUE
               WHEN WS-PC-BALANCED(WS-PC-IDX)
                   STRING '種別: ' WS-PC-PLAN-CODE(WS-PC-IDX)
                          '  通貨: ' WS-PC-CURRENCY(WS-PC-IDX)
                          '  判定: 一致'
                       DELIMITED BY SIZE
                       INTO OUT-REPORT-REC
                   END-STRING
               WHEN WS-PC-FIRST-RUN(WS-PC-IDX)
                   STRING '種別: ' WS-PC-PLAN-CODE(WS-PC-IDX)
                          '  通貨: ' WS-PC-CURRENCY(WS-PC-IDX)
                          '  判定: 初回'
                       DELIMITED BY SIZE
                       INTO OUT-REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING '種別: ' WS-PC-PLAN-CODE(WS-PC-IDX)
                          '  通貨: ' WS-PC-CURRENCY(WS-PC-IDX)
                          '  判定: *** 不一致 ***'
                       DELIMITED BY SIZE
                       INTO OUT-REPORT-REC
                   END-STRING
           END-EVALUATE.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '区分' TO OUT-REPORT-REC(3:6).
           MOVE '件数' TO OUT-REPORT-REC(24:6).
           MOVE '保険料' TO OUT-REPORT-REC(41:9).
           WRITE OUT-REPORT-REC.
           MOVE '期首' TO WS-RPT-LABEL.
           MOVE WS-PC-OPEN-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-OPEN-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '新契約' TO WS-RPT-LABEL.
           MOVE WS-PC-NEW-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-NEW-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '更新※' TO WS-RPT-LABEL.
           MOVE ZERO TO WS-RPT-CNT.
           MOVE WS-PC-RENEW-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '復活' TO WS-RPT-LABEL.
           MOVE WS-PC-REIN-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-REIN-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '異動' TO WS-RPT-LABEL.
           MOVE WS-PC-ENDT-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-ENDT-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '満期・失効' TO WS-RPT-LABEL.
           COMPUTE WS-RPT-CNT  = ZERO - WS-PC-EXPIRE-CNT(WS-PC-IDX).
           COMPUTE WS-RPT-PREM = ZERO - WS-PC-EXPIRE-PREM(WS-PC-IDX).
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '解約' TO WS-RPT-LABEL.
           COMPUTE WS-RPT-CNT  = ZERO - WS-PC-SURR-CNT(WS-PC-IDX).
           COMPUTE WS-RPT-PREM = ZERO - WS-PC-SURR-PREM(WS-PC-IDX).
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '払済転換' TO WS-RPT-LABEL.
           COMPUTE WS-RPT-CNT  = ZERO - WS-PC-PAIDUP-CNT(WS-PC-IDX).
           COMPUTE WS-RPT-PREM = ZERO - WS-PC-PAIDUP-PREM(WS-PC-IDX).
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE 'その他' TO WS-RPT-LABEL.
           MOVE WS-PC-OTHER-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-OTHER-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '期末(計算)' TO WS-RPT-LABEL.
           MOVE WS-PC-CALC-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-CALC-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '期末(実在)' TO WS-RPT-LABEL.
           MOVE WS-PC-CLOSE-CNT(WS-PC-IDX)  TO WS-RPT-CNT.
           MOVE WS-PC-CLOSE-PREM(WS-PC-IDX) TO WS-RPT-PREM.
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE '差異' TO WS-RPT-LABEL.
           COMPUTE WS-RPT-CNT =
               WS-PC-CLOSE-CNT(WS-PC-IDX) - WS-PC-CALC-CNT(WS-PC-IDX).
           COMPUTE WS-RPT-PREM =
               WS-PC-CLOSE-PREM(WS-PC-IDX)
             - WS-PC-CALC-PREM(WS-PC-IDX).
           PERFORM WRITE-ROLLFWD-LINE.
           MOVE 'RENWOUT 更新' TO WS-RPT-CYC-LABEL.
           MOVE WS-PC-CYC-RENEW(WS-PC-IDX) TO WS-RPT-CYC-CNT.
           MOVE WS-PC-RENEW-CNT(WS-PC-IDX) TO WS-RPT-POST-CNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE 'EXPOUT 満期失効' TO WS-RPT-CYC-LABEL.
           MOVE WS-PC-CYC-EXPIRE(WS-PC-IDX) TO WS-RPT-CYC-CNT.
           MOVE WS-PC-EXPIRE-CNT(WS-PC-IDX) TO WS-RPT-POST-CNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE 'PAIDUPOUT 払済' TO WS-RPT-CYC-LABEL.
           MOVE WS-PC-CYC-PAIDUP(WS-PC-IDX) TO WS-RPT-CYC-CNT.
           MOVE WS-PC-PAIDUP-CNT(WS-PC-IDX) TO WS-RPT-POST-CNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE 'REFUNDOUT 解約' TO WS-RPT-CYC-LABEL.
           MOVE WS-PC-CYC-SURR(WS-PC-IDX) TO WS-RPT-CYC-CNT.
           MOVE WS-PC-SURR-CNT(WS-PC-IDX) TO WS-RPT-POST-CNT.
           PERFORM WRITE-CYCLE-LINE.

       WRITE-ROLLFWD-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RPT-LABEL TO OUT-REPORT-REC(3:16).
           MOVE WS-RPT-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(22:8).
           MOVE WS-RPT-PREM TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(32:18).
           WRITE OUT-REPORT-REC.

      *    サイクル出力件数と反映件数は、どちらかがあれば印字する
       WRITE-CYCLE-LINE.
           IF WS-RPT-CYC-CNT NOT = ZERO
                   OR WS-RPT-POST-CNT NOT = ZERO
               MOVE SPACES TO OUT-REPORT-REC
               MOVE WS-RPT-CYC-CNT  TO WS-RPT-CYC-EDIT
               MOVE WS-RPT-POST-CNT TO WS-RPT-POST-EDIT
               STRING '  照合 ' WS-RPT-CYC-LABEL
                      ' 出力: ' WS-RPT-CYC-EDIT
                      ' 反映: ' WS-RPT-POST-EDIT
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
               IF WS-RPT-CYC-CNT NOT = WS-RPT-POST-CNT
                   MOVE '差異' TO OUT-REPORT-REC(66:6)
               END-IF
               WRITE OUT-REPORT-REC
           END-IF.

      *    当月末の保有を繰越ファイルへ記録する（期首に使用した
      *    前月末の保有も併せて記録し、同月の再実行で同じ期首を
      *    再現できるようにする。初回の逆算した期首は記録しない）
       SAVE-CLOSING-CARRY.
           OPEN OUTPUT CARRY-FILE.
           IF WS-CARRY-FOUND
               PERFORM WRITE-OPENING-CARRY
                   VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
           END-IF.
           PERFORM WRITE-CLOSING-CARRY
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT.
           CLOSE CARRY-FILE.

       WRITE-OPENING-CARRY.
           IF WS-PC-OPEN-CNT(WS-PC-IDX) NOT = ZERO
                   OR WS-PC-OPEN-PREM(WS-PC-IDX) NOT = ZERO
               MOVE SPACES              TO INF-CARRY-REC
               MOVE WS-OPEN-PERIOD      TO RL-PERIOD
               MOVE WS-PC-PLAN-CODE(WS-PC-IDX) TO RL-PLAN-CODE
               MOVE WS-PC-CURRENCY(WS-PC-IDX)  TO RL-CURRENCY
               MOVE WS-PC-OPEN-CNT(WS-PC-IDX)  TO RL-CONTRACT-CNT
               MOVE WS-PC-OPEN-PREM(WS-PC-IDX) TO RL-PREMIUM
               MOVE WS-CURRENT-DATE     TO RL-RUN-DATE
               WRITE INF-CARRY-REC
               ADD 1 TO WS-CARRY-WRITE-CNT
           END-IF.

       WRITE-CLOSING-CARRY.
           IF WS-PC-CLOSE-CNT(WS-PC-IDX) NOT = ZERO
                   OR WS-PC-CLOSE-PREM(WS-PC-IDX) NOT = ZERO
               MOVE SPACES              TO INF-CARRY-REC
               MOVE WS-VALUATION-PERIOD TO RL-PERIOD
               MOVE WS-PC-PLAN-CODE(WS-PC-IDX) TO RL-PLAN-CODE
               MOVE WS-PC-CURRENCY(WS-PC-IDX)  TO RL-CURRENCY
               MOVE WS-PC-CLOSE-CNT(WS-PC-IDX)  TO RL-CONTRACT-CNT
               MOVE WS-PC-CLOSE-PREM(WS-PC-IDX) TO RL-PREMIUM
               MOVE WS-CURRENT-DATE     TO RL-RUN-DATE
               WRITE INF-CARRY-REC
               ADD 1 TO WS-CARRY-WRITE-CNT
           END-IF.

       TERM-PROCESS.
           DISPLAY 'マスタ読込件数:     ' WS-READ-CNT.
           DISPLAY '期末有効件数:       ' WS-INFORCE-CNT.
           DISPLAY 'ログ読込件数:       ' WS-IMAGE-READ-CNT.
           DISPLAY 'ログ対象件数:       ' WS-IMAGE-USED-CNT.
           DISPLAY 'サイクル出力件数:   ' WS-CYCLE-READ-CNT.
           DISPLAY '集計種別数:         ' WS-PC-COUNT.
           DISPLAY '不一致種別数:       ' WS-UNBAL-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE MASTER-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'INFRLFWD' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-CARRY-WRITE-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-UNBAL-CNT + WS-TBLFULL-CNT.
           WRITE CONTROL-TOTALS-REC.
