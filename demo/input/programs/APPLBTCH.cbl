       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLBTCH.
      *================================================================*
      * 新規申込一括処理バッチプログラム
      * 代理店から受領する新規申込ファイル（APPLIN）を読み込み、
      * 申込ごとに記載内容・保険種別マスタ（販売状態・加入年齢
      * 上限・保険金額上限）・保険金額の全体上下限（APPLPRM）を
      * 査定し、INSCALCと同じ料率マスタ（RATEIN）で年間保険料を
      * 算出する。成立した申込は契約番号を採番し、顧客マスタ
      * （新規顧客のみ）・契約マスタ・被保険者明細マスタ（連番01・
      * 本人）・支払口座マスタ（口座振替・カード払いのみ）を一括
      * 登録して、初回保険料の請求書を請求書データファイル
      * （INVOUT）へ追記する（請求書番号はBILLGENと共用の採番
      * 制御ファイルINVSEQで採番する）。BILLGENの後・INVMATCHの
      * 前に実行し、次回のINVMATCHで債権登録させる。
      * 初回請求書の支払期日が銀行休業日に当たる場合は、営業日補正
      * サブプログラム（BIZDAY）で翌銀行営業日へ繰り下げる（処理日の
      * 年と翌年の営業日カレンダが未登録なら起動しない）。
      * 謝絶した申込は理由コード付きで謝絶ファイル（APPLREJ）へ
      * 出力して代理店へ返却し、処理結果一覧（APPLRPT）に申込番号
      * と契約番号・保険料の対応を出力する。
      * 既契約者が取引停止中（WLREVIEWで設定）の申込は謝絶する
      * 登録の途中でエラーとなった申込は、当該申込で登録済みの
      * レコードを削除（各ログへ削除(D)として記録）してから謝絶する
      * COPY: CPYAPPL（新規申込ファイルレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYPLANM（保険種別マスタレコードレイアウト）
      * COPY: CPYRATE（料率マスタレコードレイアウト）
      * COPY: CPYINVO（請求書データファイルレコードレイアウト）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
      * COPY: CPYBIMG（更新前イメージログレコードレイアウト）
      * COPY: CPYCUBIM（顧客マスタ更新前イメージログ）
      * COPY: CPYIDBIM（被保険者明細マスタ更新前イメージログ）
      * COPY: CPYHDTRL（外部機関交換ファイル制御レコード）
      * COPY: CPYERRCAT（エラーカタログ共通テーブル）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-APPL-FILE
               ASSIGN TO 'APPLIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
      *    保険金額の全体上下限パラメータ（なければ既定値）
           SELECT IN-APPL-PARAM-FILE
               ASSIGN TO 'APPLPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT DETAIL-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT ACCOUNT-FILE
               ASSIGN TO 'PAYACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CONTRACT-NO
               FILE STATUS IS WS-PAC-STATUS.
           SELECT PLAN-MASTER-FILE
               ASSIGN TO 'PLANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE
               FILE STATUS IS WS-PLN-STATUS.
      *    INSCALCと共用の料率マスタ
           SELECT IN-RATE-FILE
               ASSIGN TO 'RATEIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAN-GRADE-KEY
               FILE STATUS IS WS-RT-STATUS.
      *    更新前イメージログ（各マスタの保守プログラムと共用）
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CTBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CUST-LOG-FILE
               ASSIGN TO 'CUBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLG-STATUS.
           SELECT DETAIL-LOG-FILE
               ASSIGN TO 'IDBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.
      *    初回保険料の請求書はBILLGEN発行分へ追記する
           SELECT OUT-INVOICE-FILE
               ASSIGN TO 'INVOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
      *    請求書番号・契約番号・顧客番号の採番値を実行間で持ち
      *    越す制御ファイル（BILLGENと共用）
           SELECT SEQ-CONTROL-FILE
               ASSIGN TO 'INVSEQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.
      *    住所調査リスト（宛先不達の既契約者宛ての請求書、追記式）
           SELECT TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
           SELECT OUT-REJECT-FILE
               ASSIGN TO 'APPLREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'APPLRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-APPL-FILE.
           COPY CPYAPPL.

      *    保険金額の全体上下限（ゼロの項目は既定値を使用する）
       FD  IN-APPL-PARAM-FILE.
       01  APPL-PARAM-REC.
           05  AR-MIN-SUM-INSURED    PIC 9(9).
           05  AR-MAX-SUM-INSURED    PIC 9(9).
           05  FILLER                PIC X(62).

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  DETAIL-FILE.
           COPY CPYINSD.

       FD  ACCOUNT-FILE.
           COPY CPYPAYAC.

       FD  PLAN-MASTER-FILE.
           COPY CPYPLANM.

       FD  IN-RATE-FILE.
           COPY CPYRATE.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYBIMG.

       FD  CUST-LOG-FILE.
           COPY CPYCUBIM.

       FD  DETAIL-LOG-FILE.
           COPY CPYIDBIM.

       FD  OUT-INVOICE-FILE.
           COPY CPYINVO.

      *    採番済みの最終番号を実行間で持ち越す制御レコード
      *    （キー: INVOICE=請求書番号/CONTRACT=契約番号/
      *      CUSTOMER=顧客番号）
       FD  SEQ-CONTROL-FILE.
       01  SEQ-CONTROL-REC.
           05  SC-SEQ-KEY            PIC X(8).
           05  SC-LAST-INVOICE-NO    PIC 9(9).
           05  FILLER                PIC X(13).

       FD  TRACE-FILE.
           COPY CPYADTRC.

      *    謝絶した申込の返却レコード（理由コード・理由文言付きで
      *    代理店へ返却する）
       FD  OUT-REJECT-FILE.
       01  OUT-REJECT-REC.
           05  RJ-APPLICATION-NO     PIC X(10).
           05  RJ-AGENCY-CODE        PIC X(5).
           05  RJ-REASON-CODE        PIC X(4).
           05  RJ-REASON-MSG         PIC X(50).
           05  FILLER                PIC X(11).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(100).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-APL-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-PAC-STATUS         PIC X(2).
           05  WS-PLN-STATUS         PIC X(2).
           05  WS-RT-STATUS          PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-CLG-STATUS         PIC X(2).
           05  WS-DLG-STATUS         PIC X(2).
           05  WS-INV-STATUS         PIC X(2).
           05  WS-SEQ-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-REJ-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-RATE-FOUND     VALUE 'Y'.
           05  WS-NO-FREE-FLAG       PIC X(1) VALUE 'N'.
               88  WS-NO-FREE        VALUE 'Y'.
           05  WS-NEW-CUSTOMER-FLAG  PIC X(1) VALUE 'N'.
               88  WS-NEW-CUSTOMER   VALUE 'Y'.
      *        当該申込で登録済みのレコード（登録途中のエラー時の
      *        取消対象）
           05  WS-CUST-ADDED-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CUST-ADDED     VALUE 'Y'.
           05  WS-CONT-ADDED-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CONT-ADDED     VALUE 'Y'.
           05  WS-DTL-ADDED-FLAG     PIC X(1) VALUE 'N'.
               88  WS-DTL-ADDED      VALUE 'Y'.
           05  WS-INV-SEQ-FOUND-FLAG PIC X(1) VALUE 'N'.
               88  WS-INV-SEQ-FOUND  VALUE 'Y'.
           05  WS-CON-SEQ-FOUND-FLAG PIC X(1) VALUE 'N'.
               88  WS-CON-SEQ-FOUND  VALUE 'Y'.
           05  WS-CUS-SEQ-FOUND-FLAG PIC X(1) VALUE 'N'.
               88  WS-CUS-SEQ-FOUND  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ACCEPT-CNT         PIC 9(7) VALUE ZERO.
           05  WS-DECLINE-CNT        PIC 9(7) VALUE ZERO.
           05  WS-NEW-CUST-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNT-CNT        PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-CNT        PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESS-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-AMT-TOTAL  PIC 9(11)V99 VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).
           05  WS-WORK-YEAR          PIC 9(4).
           05  WS-WORK-MONTH         PIC 9(2).
           05  WS-WORK-DAY           PIC 9(3).
           05  WS-WORK-DAY-OUT       PIC 9(2).
           05  WS-WORK-MONTH-MAX     PIC 9(2).
           05  WS-WORK-LEAP-QUOT     PIC 9(4).
           05  WS-WORK-LEAP-REM      PIC 9(3).
           05  WS-WORK-DUE-DATE      PIC 9(8).

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

      *    保険金額の全体上下限（APPLPRMで上書きできる既定値）
       01  WS-APPL-LIMITS.
           05  WS-MIN-SUM-INSURED    PIC 9(9) VALUE 1000000.
           05  WS-MAX-SUM-INSURED    PIC 9(9) VALUE 100000000.

       01  WS-CONSTANTS.
      *    初回保険料の支払期日（発行日からの日数）
           05  WS-FIRST-DUE-DAYS     PIC 9(3) VALUE 30.

      *    申込1件分の査定・計算の作業領域
       01  WS-APPL-WORK.
           05  WS-START-DATE         PIC 9(8).
           05  WS-END-DATE           PIC 9(8).
           05  WS-PAY-FREQUENCY      PIC X(1).
           05  WS-CONTACT-CHANNEL    PIC X(1).
           05  WS-CURRENCY-CODE      PIC X(3).
           05  WS-PLAN-MAX-SI        PIC 9(11).
           05  WS-ANNUAL-PREMIUM     PIC 9(7)V99.

      *    保険料計算の作業領域（INSCALCと同一の算式・精度）
       01  WS-CALC-WORK.
           05  WS-AGE                PIC S9(3).
           05  WS-BASE-PREMIUM       PIC 9(9)V9(4).
           05  WS-GENDER-FACTOR      PIC S9(1)V9(4).
           05  WS-AGE-FACTOR         PIC 9(1)V9(4).
           05  WS-RIDER-PREMIUM      PIC 9(9)V9(4).
           05  WS-TOTAL-PREMIUM      PIC 9(9)V9(4).
           05  WS-START-YEAR         PIC 9(4).
           05  WS-BIRTH-YEAR         PIC 9(4).

       01  WS-RIDER-RATES.
           05  WS-HOSP-RATE          PIC 9(3)V9(4) VALUE 0.0200.
           05  WS-SURG-RATE          PIC 9(3)V9(4) VALUE 0.0150.
           05  WS-CANC-RATE          PIC 9(3)V9(4) VALUE 0.0350.

      *    初回保険料（BILLGENの分割規則で算出した第1回分）
       01  WS-INSTALLMENT-WORK.
           05  WS-INST-COUNT         PIC 9(2).
           05  WS-INST-BASE-AMOUNT   PIC 9(7)V99.
           05  WS-INST-FIRST-AMOUNT  PIC 9(7)V99.

      *    採番値と採番した番号（契約番号=N+9桁、顧客番号=K+7桁）
       01  WS-NUMBER-WORK.
           05  WS-INVOICE-SEQ        PIC 9(9) VALUE ZERO.
           05  WS-CONTRACT-SEQ       PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMER-SEQ       PIC 9(9) VALUE ZERO.
           05  WS-NEW-CONTRACT-NO.
               10  WS-NCN-PREFIX     PIC X(1) VALUE 'N'.
               10  WS-NCN-SEQ        PIC 9(9).
           05  WS-NEW-CUSTOMER-NO.
               10  WS-NCU-PREFIX     PIC X(1) VALUE 'K'.
               10  WS-NCU-SEQ        PIC 9(7).

      *    検証エラーコード・メッセージ・重大度カタログ
       COPY CPYERRCAT.

      *    外部機関交換ファイルのヘッダ・トレーラ制御レコード
       COPY CPYHDTRL.

       01  WS-REJECT-WORK.
           05  WS-REJECT-CODE        PIC X(4).

       01  WS-RPT-WORK.
           05  WS-RPT-AMT-EDIT       PIC Z,ZZZ,ZZ9.99.
           05  WS-RPT-TOT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM READ-APPL-REC.
           PERFORM APPL-LOOP
               UNTIL WS-EOF.
           PERFORM TERM-PROCESS.
           IF WS-ERROR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-BUSINESS-CALENDAR.
           OPEN INPUT IN-APPL-FILE.
           IF WS-APL-STATUS NOT = '00'
               DISPLAY '申込ファイルオープンエラー: '
                       WS-APL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PLAN-MASTER-FILE.
           IF WS-PLN-STATUS NOT = '00'
               DISPLAY '保険種別マスタオープンエラー: '
                       WS-PLN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IN-RATE-FILE.
           IF WS-RT-STATUS NOT = '00'
               DISPLAY '料率マスタオープンエラー: '
                       WS-RT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-MASTERS.
           PERFORM OPEN-LOG-FILES.
           OPEN OUTPUT OUT-REJECT-FILE.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-SEQ-CONTROL.
           PERFORM LOAD-SEQ-NUMBERS.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-APPL-PARAMS.
           PERFORM OPEN-CTLTOTAL.
           PERFORM LOAD-ERROR-CATALOG.
           PERFORM WRITE-REJECT-HEADER.
           PERFORM WRITE-REPORT-HEADER.

      *    処理日の年と翌年の営業日カレンダが登録済みであることを
      *    確認する（初回請求書の支払期日は翌年へ繰り越すことが
      *    ある）。ファイルを開く前に行い、拒否時に出力を壊さない
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

      *    登録先のマスタを開く（いずれかが開けなければ登録を
      *    行わず異常終了する）
       OPEN-MASTERS.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY '契約マスタオープンエラー: '
                       WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DETAIL-FILE.
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY '被保険者明細オープンエラー: '
                       WS-DTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-PAC-STATUS NOT = '00'
               DISPLAY '支払口座マスタオープンエラー: '
                       WS-PAC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    更新前イメージログ・請求書データ・住所調査リストは
      *    追記する（初回実行時は新規作成にフォールバックする）
       OPEN-LOG-FILES.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN EXTEND CUST-LOG-FILE.
           IF WS-CLG-STATUS = '35' OR '05'
               CLOSE CUST-LOG-FILE
               OPEN OUTPUT CUST-LOG-FILE
           END-IF.
           OPEN EXTEND DETAIL-LOG-FILE.
           IF WS-DLG-STATUS = '35' OR '05'
               CLOSE DETAIL-LOG-FILE
               OPEN OUTPUT DETAIL-LOG-FILE
           END-IF.
           OPEN EXTEND OUT-INVOICE-FILE.
           IF WS-INV-STATUS = '35' OR '05'
               CLOSE OUT-INVOICE-FILE
               OPEN OUTPUT OUT-INVOICE-FILE
           END-IF.
           OPEN EXTEND TRACE-FILE.
           IF WS-TRC-STATUS = '35' OR '05'
               CLOSE TRACE-FILE
               OPEN OUTPUT TRACE-FILE
           END-IF.

      *    採番制御ファイルを開く（未作成なら新規作成する）
       OPEN-SEQ-CONTROL.
           OPEN I-O SEQ-CONTROL-FILE.
           IF WS-SEQ-STATUS = '35'
               OPEN OUTPUT SEQ-CONTROL-FILE
               CLOSE SEQ-CONTROL-FILE
               OPEN I-O SEQ-CONTROL-FILE
           END-IF.

      *    前回実行までの最終請求書番号・契約番号・顧客番号を
      *    制御ファイルから復元する
       LOAD-SEQ-NUMBERS.
           MOVE 'INVOICE' TO SC-SEQ-KEY.
           READ SEQ-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-INVOICE-SEQ
               NOT INVALID KEY
                   MOVE SC-LAST-INVOICE-NO TO WS-INVOICE-SEQ
                   SET WS-INV-SEQ-FOUND TO TRUE
           END-READ.
           MOVE 'CONTRACT' TO SC-SEQ-KEY.
           READ SEQ-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CONTRACT-SEQ
               NOT INVALID KEY
                   MOVE SC-LAST-INVOICE-NO TO WS-CONTRACT-SEQ
                   SET WS-CON-SEQ-FOUND TO TRUE
           END-READ.
           MOVE 'CUSTOMER' TO SC-SEQ-KEY.
           READ SEQ-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CUSTOMER-SEQ
               NOT INVALID KEY
                   MOVE SC-LAST-INVOICE-NO TO WS-CUSTOMER-SEQ
                   SET WS-CUS-SEQ-FOUND TO TRUE
           END-READ.

      *    今回実行で採番した最終番号を制御ファイルへ書き戻す
       SAVE-SEQ-NUMBERS.
           MOVE 'INVOICE' TO SC-SEQ-KEY.
           MOVE WS-INVOICE-SEQ TO SC-LAST-INVOICE-NO.
           IF WS-INV-SEQ-FOUND
               REWRITE SEQ-CONTROL-REC
           ELSE
               WRITE SEQ-CONTROL-REC
           END-IF.
           MOVE 'CONTRACT' TO SC-SEQ-KEY.
           MOVE WS-CONTRACT-SEQ TO SC-LAST-INVOICE-NO.
           IF WS-CON-SEQ-FOUND
               REWRITE SEQ-CONTROL-REC
           ELSE
               WRITE SEQ-CONTROL-REC
           END-IF.
           MOVE 'CUSTOMER' TO SC-SEQ-KEY.
           MOVE WS-CUSTOMER-SEQ TO SC-LAST-INVOICE-NO.
           IF WS-CUS-SEQ-FOUND
               REWRITE SEQ-CONTROL-REC
           ELSE
               WRITE SEQ-CONTROL-REC
           END-IF.

      *    保険金額の全体上下限を読み込む（パラメータなし・ゼロの
      *    項目は既定値を使用する）
       LOAD-APPL-PARAMS.
           OPEN INPUT IN-APPL-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-APPL-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AR-MIN-SUM-INSURED IS NUMERIC
                               AND AR-MIN-SUM-INSURED > ZERO
                           MOVE AR-MIN-SUM-INSURED
                               TO WS-MIN-SUM-INSURED
                       END-IF
                       IF AR-MAX-SUM-INSURED IS NUMERIC
                               AND AR-MAX-SUM-INSURED > ZERO
                           MOVE AR-MAX-SUM-INSURED
                               TO WS-MAX-SUM-INSURED
                       END-IF
               END-READ
               CLOSE IN-APPL-PARAM-FILE
           END-IF.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    謝絶理由コード別のメッセージ・重大度を設定する
      *    （謝絶はすべて当該申込のみを返却するREJECT扱いとする）
       LOAD-ERROR-CATALOG.
           MOVE 'A001' TO WS-EC-CODE(1).
           MOVE '申込必須項目の記載漏れ' TO WS-EC-MESSAGE(1).
           MOVE 'R' TO WS-EC-SEVERITY(1).
           MOVE 'A002' TO WS-EC-CODE(2).
           MOVE '被保険者・契約条件の記載不正'
               TO WS-EC-MESSAGE(2).
           MOVE 'R' TO WS-EC-SEVERITY(2).
           MOVE 'A003' TO WS-EC-CODE(3).
           MOVE '保険種別コード未登録'
               TO WS-EC-MESSAGE(3).
           MOVE 'R' TO WS-EC-SEVERITY(3).
           MOVE 'A004' TO WS-EC-CODE(4).
           MOVE '販売停止種別のため申込不可'
               TO WS-EC-MESSAGE(4).
           MOVE 'R' TO WS-EC-SEVERITY(4).
           MOVE 'A005' TO WS-EC-CODE(5).
           MOVE '加入年齢上限超過' TO WS-EC-MESSAGE(5).
           MOVE 'R' TO WS-EC-SEVERITY(5).
           MOVE 'A006' TO WS-EC-CODE(6).
           MOVE '保険金額が引受範囲外' TO WS-EC-MESSAGE(6).
           MOVE 'R' TO WS-EC-SEVERITY(6).
           MOVE 'A007' TO WS-EC-CODE(7).
           MOVE '料率未登録（保険料算出不可）'
               TO WS-EC-MESSAGE(7).
           MOVE 'R' TO WS-EC-SEVERITY(7).
           MOVE 'A008' TO WS-EC-CODE(8).
           MOVE '支払方法・口座情報の記載不正'
               TO WS-EC-MESSAGE(8).
           MOVE 'R' TO WS-EC-SEVERITY(8).
           MOVE 'A009' TO WS-EC-CODE(9).
           MOVE '顧客番号が顧客マスタに未登録'
               TO WS-EC-MESSAGE(9).
           MOVE 'R' TO WS-EC-SEVERITY(9).
           MOVE 'A010' TO WS-EC-CODE(10).
           MOVE 'マスタ登録エラー' TO WS-EC-MESSAGE(10).
           MOVE 'R' TO WS-EC-SEVERITY(10).
           MOVE 'A011' TO WS-EC-CODE(11).
           MOVE '取引停止中の顧客' TO WS-EC-MESSAGE(11).
           MOVE 'R' TO WS-EC-SEVERITY(11).

      *    返却する謝絶ファイルの先頭へヘッダ制御レコードを書き
      *    出す（代理店返却のため処理世代は使用しない）
       WRITE-REJECT-HEADER.
           MOVE 'H' TO IF-HD-RECORD-TYPE.
           MOVE WS-CURRENT-DATE TO IF-HD-CREATE-DATE.
           MOVE WS-RUN-START-TIME TO IF-HD-CREATE-TIME.
           MOVE ZERO TO IF-HD-GENERATION.
           WRITE OUT-REJECT-REC FROM IF-HEADER-REC.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 新規申込処理結果一覧 *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '申込番号'   TO OUT-REPORT-REC(1:12).
           MOVE '結果'       TO OUT-REPORT-REC(14:6).
           MOVE '契約番号'   TO OUT-REPORT-REC(21:12).
           MOVE '顧客番号'   TO OUT-REPORT-REC(34:12).
           MOVE '種別'       TO OUT-REPORT-REC(47:6).
           MOVE '年間保険料' TO OUT-REPORT-REC(54:15).
           MOVE '初回保険料' TO OUT-REPORT-REC(70:15).
           MOVE '理由'       TO OUT-REPORT-REC(86:6).
           WRITE OUT-REPORT-REC.

       READ-APPL-REC.
           READ IN-APPL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
           IF WS-APL-STATUS NOT = '00' AND NOT WS-EOF
               DISPLAY '申込ファイル読込エラー: '
                       WS-APL-STATUS
               ADD 1 TO WS-ERROR-CNT
               SET WS-EOF TO TRUE
           END-IF.

       APPL-LOOP.
           PERFORM PROCESS-APPLICATION.
           PERFORM READ-APPL-REC.

      *    査定（記載内容・保険種別・保険金額・支払方法・顧客）と
      *    保険料計算をすべて通過した申込のみを登録する
       PROCESS-APPLICATION.
           MOVE SPACES TO WS-REJECT-CODE.
           PERFORM EDIT-APPLICATION.
           IF WS-REJECT-CODE = SPACES
               PERFORM CHECK-INSURED-TERMS
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM CHECK-PLAN-FOR-APPL
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM CHECK-SUM-INSURED
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM CHECK-PAYMENT-METHOD
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM CHECK-CUSTOMER
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM RATE-APPLICATION
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM REGISTER-CONTRACT
           END-IF.
           IF WS-REJECT-CODE = SPACES
               ADD 1 TO WS-ACCEPT-CNT
               PERFORM WRITE-ACCEPT-LINE
           ELSE
               PERFORM WRITE-DECLINE
           END-IF.

      *    必須項目の記載を確認し、省略可能な項目に既定値を補う
      *    （責任開始日の省略は処理日の翌月1日、払込回数の省略は
      *      年払、通貨の省略は円建て、連絡方法の省略・不明は郵送）
       EDIT-APPLICATION.
           IF AP-APPLICATION-NO = SPACES
                   OR AP-PLAN-CODE = SPACES
                   OR AP-SUM-INSURED IS NOT NUMERIC
                   OR AP-INSURED-BIRTH-DATE IS NOT NUMERIC
                   OR AP-GRADE IS NOT NUMERIC
                   OR AP-TERM-YEARS IS NOT NUMERIC
                   OR AP-MAX-RENEW IS NOT NUMERIC
                   OR AP-START-DATE IS NOT NUMERIC
                   OR AP-PAYMENT-METHOD = SPACE
               MOVE 'A001' TO WS-REJECT-CODE
           END-IF.
           IF AP-CUSTOMER-NO = SPACES
                   AND (AP-CUSTOMER-NAME = SPACES
                     OR AP-POSTAL-CODE = SPACES
                     OR AP-ADDRESS = SPACES)
               MOVE 'A001' TO WS-REJECT-CODE
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM SET-APPL-DEFAULTS
           END-IF.

       SET-APPL-DEFAULTS.
           IF AP-START-DATE = ZERO
               MOVE WS-CURRENT-DATE(1:4) TO WS-WORK-YEAR
               MOVE WS-CURRENT-DATE(5:2) TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   SUBTRACT 12 FROM WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               STRING WS-WORK-YEAR WS-WORK-MONTH '01'
                   DELIMITED BY SIZE
                   INTO WS-START-DATE
           ELSE
               MOVE AP-START-DATE TO WS-START-DATE
           END-IF.
           IF AP-PAY-FREQUENCY = SPACE
               MOVE 'A' TO WS-PAY-FREQUENCY
           ELSE
               MOVE AP-PAY-FREQUENCY TO WS-PAY-FREQUENCY
           END-IF.
           IF AP-CURRENCY-CODE = SPACES
               MOVE 'JPY' TO WS-CURRENCY-CODE
           ELSE
               MOVE AP-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF.
           IF AP-CONTACT-CHANNEL = 'M' OR 'P' OR 'E'
               MOVE AP-CONTACT-CHANNEL TO WS-CONTACT-CHANNEL
           ELSE
               MOVE 'M' TO WS-CONTACT-CHANNEL
           END-IF.

      *    被保険者の査定属性と契約条件を検証し、責任開始日時点の
      *    満年齢を算出する（生年月日が責任開始日より後は不正）
       CHECK-INSURED-TERMS.
           IF AP-INSURED-BIRTH-DATE(5:2) < '01'
                   OR AP-INSURED-BIRTH-DATE(5:2) > '12'
                   OR AP-INSURED-BIRTH-DATE(7:2) < '01'
                   OR AP-INSURED-BIRTH-DATE(7:2) > '31'
                   OR AP-INSURED-BIRTH-DATE > WS-START-DATE
                   OR NOT (AP-GENDER-MALE OR AP-GENDER-FEMALE)
                   OR AP-GRADE < 01 OR AP-GRADE > 20
                   OR AP-TERM-YEARS = ZERO
                   OR NOT AP-RENEW-VALID
                   OR WS-START-DATE(5:2) < '01'
                   OR WS-START-DATE(5:2) > '12'
               MOVE 'A002' TO WS-REJECT-CODE
           ELSE
               PERFORM CALC-ISSUE-AGE
           END-IF.

      *    生年月日と責任開始日の月日を比較し、誕生日未到来なら
      *    満年齢を1歳差し引く（INSCALCのCALC-AGEと同じ計算）
       CALC-ISSUE-AGE.
           MOVE AP-INSURED-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR.
           MOVE WS-START-DATE(1:4) TO WS-START-YEAR.
           COMPUTE WS-AGE = WS-START-YEAR - WS-BIRTH-YEAR.
           IF AP-INSURED-BIRTH-DATE(5:4) > WS-START-DATE(5:4)
               SUBTRACT 1 FROM WS-AGE
           END-IF.

      *    保険種別の登録・販売状態・加入年齢上限を検証する
      *    （年齢・保険金額の上限はゼロ・空白なら上限なし）
       CHECK-PLAN-FOR-APPL.
           MOVE AP-PLAN-CODE TO PL-PLAN-CODE.
           READ PLAN-MASTER-FILE
               INVALID KEY
                   MOVE 'A003' TO WS-REJECT-CODE
               NOT INVALID KEY
                   IF PL-CLOSED-FOR-SALE
                       MOVE 'A004' TO WS-REJECT-CODE
                   ELSE
                       IF PL-MAX-ISSUE-AGE IS NUMERIC
                               AND PL-MAX-ISSUE-AGE > ZERO
                               AND WS-AGE > PL-MAX-ISSUE-AGE
                           MOVE 'A005' TO WS-REJECT-CODE
                       END-IF
                   END-IF
           END-READ.

      *    保険金額を全体上下限と保険種別の上限（万円単位）で検証
      *    する（保険種別マスタはCHECK-PLAN-FOR-APPLで読込済み）
       CHECK-SUM-INSURED.
           IF AP-SUM-INSURED < WS-MIN-SUM-INSURED
                   OR AP-SUM-INSURED > WS-MAX-SUM-INSURED
               MOVE 'A006' TO WS-REJECT-CODE
           ELSE
               IF PL-MAX-SUM-INSURED-MAN IS NUMERIC
                       AND PL-MAX-SUM-INSURED-MAN > ZERO
                   COMPUTE WS-PLAN-MAX-SI =
                       PL-MAX-SUM-INSURED-MAN * 10000
                   IF AP-SUM-INSURED > WS-PLAN-MAX-SI
                       MOVE 'A006' TO WS-REJECT-CODE
                   END-IF
               END-IF
           END-IF.

      *    支払方法・払込回数と、支払方法に応じた口座情報を検証
      *    する（カードは責任開始月より前に有効期限が切れるものを
      *    不正とする）
       CHECK-PAYMENT-METHOD.
           IF WS-PAY-FREQUENCY NOT = 'A' AND 'S' AND 'M'
               MOVE 'A008' TO WS-REJECT-CODE
           END-IF.
           EVALUATE TRUE
               WHEN AP-PAY-DIRECT-DEBIT
                   IF AP-BANK-CODE = SPACES
                           OR AP-BRANCH-CODE = SPACES
                           OR AP-ACCOUNT-NO = SPACES
                           OR (AP-ACCOUNT-TYPE NOT = '1'
                               AND AP-ACCOUNT-TYPE NOT = '2')
                       MOVE 'A008' TO WS-REJECT-CODE
                   END-IF
               WHEN AP-PAY-CREDIT-CARD
                   IF AP-CARD-TOKEN = SPACES
                           OR AP-CARD-EXPIRY IS NOT NUMERIC
                       MOVE 'A008' TO WS-REJECT-CODE
                   ELSE
                       IF AP-CARD-EXPIRY(3:2) < '01'
                               OR AP-CARD-EXPIRY(3:2) > '12'
                               OR AP-CARD-EXPIRY
                                   < WS-START-DATE(3:4)
                           MOVE 'A008' TO WS-REJECT-CODE
                       END-IF
                   END-IF
               WHEN AP-PAY-INVOICE
                   CONTINUE
               WHEN OTHER
                   MOVE 'A008' TO WS-REJECT-CODE
           END-EVALUATE.

      *    既契約者の申込は顧客マスタの登録を確認する（読み込んだ
      *    顧客レコードを契約者名・請求書の宛先に使用する）
       CHECK-CUSTOMER.
           IF AP-CUSTOMER-NO = SPACES
               SET WS-NEW-CUSTOMER TO TRUE
           ELSE
               MOVE 'N' TO WS-NEW-CUSTOMER-FLAG
               MOVE AP-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'A009' TO WS-REJECT-CODE
                   NOT INVALID KEY
                       IF CU-SCREEN-HELD
                           MOVE 'A011' TO WS-REJECT-CODE
                       END-IF
               END-READ
           END-IF.

      *    INSCALCと同じ料率マスタ・算式で年間保険料を算出する
      *    （料率の基準日は処理日ではなく責任開始日とする）
       RATE-APPLICATION.
           PERFORM CALC-BASE-PREMIUM.
           IF WS-REJECT-CODE = SPACES
               PERFORM CALC-RIDER-PREMIUM
               COMPUTE WS-TOTAL-PREMIUM =
                   WS-BASE-PREMIUM + WS-RIDER-PREMIUM
               COMPUTE WS-ANNUAL-PREMIUM ROUNDED =
                   WS-TOTAL-PREMIUM
                   ON SIZE ERROR
                       MOVE 'A007' TO WS-REJECT-CODE
               END-COMPUTE
           END-IF.

      *    責任開始日時点で適用中の料率レコードを選択する
      *    キーの適用開始日が反転値のため、（種別, 等級, 基準日の
      *    反転値）以上で位置付けて次レコードを読むと、同一種別・
      *    等級内で基準日以前の最新の適用開始日のレコードが得られる
       CALC-BASE-PREMIUM.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           MOVE AP-PLAN-CODE TO RT-PLAN-CODE.
           MOVE AP-GRADE TO RT-GRADE-KEY.
           COMPUTE RT-EFFECT-DATE-INV =
               99999999 - WS-START-DATE.
           START IN-RATE-FILE
               KEY IS NOT LESS THAN RT-PLAN-GRADE-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-RT-STATUS = '00'
               READ IN-RATE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-PLAN-CODE = AP-PLAN-CODE
                               AND RT-GRADE-KEY = AP-GRADE
                           SET WS-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-RATE-FOUND
               COMPUTE WS-BASE-PREMIUM =
                   AP-SUM-INSURED * RT-BASE-RATE
               IF AP-GENDER-MALE
                   MOVE RT-MALE-ADJ TO WS-GENDER-FACTOR
               ELSE
                   MOVE RT-FEMALE-ADJ TO WS-GENDER-FACTOR
               END-IF
               PERFORM FIND-AGE-BAND-RATE
               COMPUTE WS-BASE-PREMIUM =
                   WS-BASE-PREMIUM
                   * (1 + WS-GENDER-FACTOR)
                   * (1 + WS-AGE-FACTOR)
           ELSE
               MOVE 'A007' TO WS-REJECT-CODE
           END-IF.

      *    年齢に該当する区分を先頭から探索し、上限年齢を初めて
      *    満たした区分の率をWS-AGE-FACTORに設定する
       FIND-AGE-BAND-RATE.
           SET RT-AGE-IDX TO 1.
           SEARCH RT-AGE-BAND-RATES
               AT END
                   MOVE RT-AGE-RATE(RT-AGE-BAND-COUNT)
                       TO WS-AGE-FACTOR
               WHEN RT-AGE-BAND-MAX(RT-AGE-IDX) >= WS-AGE
                   MOVE RT-AGE-RATE(RT-AGE-IDX)
                       TO WS-AGE-FACTOR
           END-SEARCH.

       CALC-RIDER-PREMIUM.
           MOVE ZERO TO WS-RIDER-PREMIUM.
           IF AP-RIDER-HOSP = 'Y'
               COMPUTE WS-RIDER-PREMIUM =
                   WS-RIDER-PREMIUM +
                   (AP-SUM-INSURED * WS-HOSP-RATE)
           END-IF.
           IF AP-RIDER-SURG = 'Y'
               COMPUTE WS-RIDER-PREMIUM =
                   WS-RIDER-PREMIUM +
                   (AP-SUM-INSURED * WS-SURG-RATE)
           END-IF.
           IF AP-RIDER-CANC = 'Y'
               COMPUTE WS-RIDER-PREMIUM =
                   WS-RIDER-PREMIUM +
                   (AP-SUM-INSURED * WS-CANC-RATE)
           END-IF.

      *    契約番号を採番し、顧客（新規顧客のみ）・契約・被保険者
      *    明細・支払口座を登録して初回保険料を請求する
      *    （登録途中のエラーは当該申込で登録済みのレコードを
      *      削除してから謝絶として返却する。支払口座は請求書発行
      *      前の最後の登録のため、取消の対象とならない）
       REGISTER-CONTRACT.
           MOVE 'N' TO WS-CUST-ADDED-FLAG.
           MOVE 'N' TO WS-CONT-ADDED-FLAG.
           MOVE 'N' TO WS-DTL-ADDED-FLAG.
           PERFORM ASSIGN-CONTRACT-NO.
           IF WS-NEW-CUSTOMER
               PERFORM CREATE-CUSTOMER
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM CREATE-CONTRACT
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM CREATE-INSURED-DETAIL
           END-IF.
           IF WS-REJECT-CODE = SPACES
                   AND (AP-PAY-DIRECT-DEBIT OR AP-PAY-CREDIT-CARD)
               PERFORM CREATE-PAYMENT-ACCOUNT
           END-IF.
           IF WS-REJECT-CODE = SPACES
               PERFORM ISSUE-FIRST-INVOICE
           ELSE
               PERFORM BACK-OUT-REGISTRATION
           END-IF.

      *    登録途中でエラーとなった申込の登録済みレコードを、登録と
      *    逆の順に削除する（削除前のイメージは各マスタの保守
      *    プログラムの削除(D)と同じ形式で各ログへ記録する）
       BACK-OUT-REGISTRATION.
           IF WS-DTL-ADDED
               PERFORM DELETE-ADDED-DETAIL
           END-IF.
           IF WS-CONT-ADDED
               PERFORM DELETE-ADDED-CONTRACT
           END-IF.
           IF WS-CUST-ADDED
               PERFORM DELETE-ADDED-CUSTOMER
           END-IF.

       DELETE-ADDED-DETAIL.
           MOVE WS-NEW-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE 01                 TO ID-INSURED-SEQ.
           READ DETAIL-FILE
               INVALID KEY
                   DISPLAY '被保険者明細取消エラー: '
                           ID-CONTRACT-NO ' ' WS-DTL-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   PERFORM LOG-DETAIL-DELETE
                   DELETE DETAIL-FILE
                       INVALID KEY
                           DISPLAY '被保険者明細取消エラー: '
                                   ID-CONTRACT-NO ' ' WS-DTL-STATUS
                           ADD 1 TO WS-ERROR-CNT
                   END-DELETE
           END-READ.

       DELETE-ADDED-CONTRACT.
           MOVE WS-NEW-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '契約取消エラー: ' CT-CONTRACT-NO
                           ' ' WS-MST-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   PERFORM LOG-CONTRACT-DELETE
                   DELETE MASTER-FILE
                       INVALID KEY
                           DISPLAY '契約取消エラー: '
                                   CT-CONTRACT-NO
                                   ' ' WS-MST-STATUS
                           ADD 1 TO WS-ERROR-CNT
                   END-DELETE
           END-READ.

       DELETE-ADDED-CUSTOMER.
           MOVE WS-NEW-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客取消エラー: ' CU-CUSTOMER-NO
                           ' ' WS-CUS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   PERFORM LOG-CUSTOMER-DELETE
                   DELETE CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY '顧客取消エラー: '
                                   CU-CUSTOMER-NO
                                   ' ' WS-CUS-STATUS
                           ADD 1 TO WS-ERROR-CNT
                       NOT INVALID KEY
                           SUBTRACT 1 FROM WS-NEW-CUST-CNT
                   END-DELETE
           END-READ.

      *    契約番号はN＋9桁の連番とし、既存契約（手入力・一括保守
      *    で登録された契約）と重複する番号は読み飛ばす
       ASSIGN-CONTRACT-NO.
           MOVE 'N' TO WS-NO-FREE-FLAG.
           PERFORM NEXT-CONTRACT-NO
               UNTIL WS-NO-FREE.

       NEXT-CONTRACT-NO.
           ADD 1 TO WS-CONTRACT-SEQ.
           MOVE WS-CONTRACT-SEQ TO WS-NCN-SEQ.
           MOVE WS-NEW-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   SET WS-NO-FREE TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    顧客番号はK＋7桁の連番とし、既存顧客と重複する番号は
      *    読み飛ばす
       ASSIGN-CUSTOMER-NO.
           MOVE 'N' TO WS-NO-FREE-FLAG.
           PERFORM NEXT-CUSTOMER-NO
               UNTIL WS-NO-FREE.

       NEXT-CUSTOMER-NO.
           ADD 1 TO WS-CUSTOMER-SEQ.
           MOVE WS-CUSTOMER-SEQ TO WS-NCU-SEQ.
           MOVE WS-NEW-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-NO-FREE TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    新規顧客を登録する（宛先不達の項目はCUSTMNTの追加と
      *    同じ初期値とする）
       CREATE-CUSTOMER.
           PERFORM ASSIGN-CUSTOMER-NO.
           MOVE SPACES             TO CUSTOMER-REC.
           MOVE WS-NEW-CUSTOMER-NO TO CU-CUSTOMER-NO.
           MOVE AP-CUSTOMER-NAME   TO CU-CUSTOMER-NAME.
           MOVE AP-POSTAL-CODE     TO CU-POSTAL-CODE.
           MOVE AP-ADDRESS         TO CU-ADDRESS.
           MOVE AP-PHONE           TO CU-PHONE.
           MOVE WS-CONTACT-CHANNEL TO CU-CONTACT-CHANNEL.
           MOVE SPACE              TO CU-UNDELIV-FLAG.
           MOVE ZERO               TO CU-UNDELIV-DATE.
           MOVE SPACES             TO CU-UNDELIV-REASON.
           WRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY '顧客登録エラー: ' CU-CUSTOMER-NO
                           ' ' WS-CUS-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   MOVE 'A010' TO WS-REJECT-CODE
               NOT INVALID KEY
                   PERFORM LOG-CUSTOMER-ADD
                   SET WS-CUST-ADDED TO TRUE
                   ADD 1 TO WS-NEW-CUST-CNT
           END-WRITE.

      *    契約を登録する（更新回数・未払フラグ・契約状態は
      *    CONTMAINTの追加処理と同じ初期値を設定する。満了日は
      *    責任開始日の年に保険期間を加えた同月日とする）
       CREATE-CONTRACT.
           MOVE WS-START-DATE(1:4) TO WS-WORK-YEAR.
           ADD AP-TERM-YEARS TO WS-WORK-YEAR.
           STRING WS-WORK-YEAR
                  WS-START-DATE(5:4)
               DELIMITED BY SIZE
               INTO WS-END-DATE.
           MOVE SPACES              TO CONTRACT-REC.
           MOVE WS-NEW-CONTRACT-NO  TO CT-CONTRACT-NO.
           MOVE CU-CUSTOMER-NAME    TO CT-HOLDER-NAME.
           MOVE AP-PLAN-CODE        TO CT-PLAN-CODE.
           MOVE WS-START-DATE       TO CT-START-DATE.
           MOVE WS-END-DATE         TO CT-END-DATE.
           MOVE AP-TERM-YEARS       TO CT-TERM-YEARS.
           MOVE AP-RENEW-TYPE       TO CT-RENEW-TYPE.
           MOVE WS-ANNUAL-PREMIUM   TO CT-PREMIUM-AMOUNT.
           MOVE 'N'                 TO CT-UNPAID-FLAG.
           MOVE ZERO                TO CT-RENEW-COUNT.
           MOVE AP-MAX-RENEW        TO CT-MAX-RENEW.
           MOVE AP-PAYMENT-METHOD   TO CT-PAYMENT-METHOD.
           MOVE WS-CURRENCY-CODE    TO CT-CURRENCY-CODE.
           SET CT-STAT-ACTIVE       TO TRUE.
           MOVE CU-CUSTOMER-NO      TO CT-CUSTOMER-NO.
           MOVE AP-AGENCY-CODE      TO CT-AGENCY-CODE.
           MOVE WS-PAY-FREQUENCY    TO CT-PAY-FREQUENCY.
           WRITE CONTRACT-REC
               INVALID KEY
                   DISPLAY '契約登録エラー: ' CT-CONTRACT-NO
                           ' ' WS-MST-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   MOVE 'A010' TO WS-REJECT-CODE
               NOT INVALID KEY
                   PERFORM LOG-CONTRACT-ADD
                   SET WS-CONT-ADDED TO TRUE
           END-WRITE.

      *    申込の被保険者を主たる被保険者（連番01・本人）として
      *    登録する
       CREATE-INSURED-DETAIL.
           MOVE SPACES                TO INSURED-DETAIL-REC.
           MOVE WS-NEW-CONTRACT-NO    TO ID-CONTRACT-NO.
           MOVE 01                    TO ID-INSURED-SEQ.
           SET ID-REL-SELF            TO TRUE.
           MOVE AP-INSURED-BIRTH-DATE TO ID-BIRTH-DATE.
           MOVE AP-INSURED-GENDER     TO ID-GENDER.
           MOVE AP-GRADE              TO ID-GRADE.
           MOVE AP-SUM-INSURED        TO ID-SUM-INSURED.
           MOVE AP-RIDER-FLAGS        TO ID-RIDER-FLAGS.
           WRITE INSURED-DETAIL-REC
               INVALID KEY
                   DISPLAY '被保険者明細登録エラー: '
                           ID-CONTRACT-NO ' ' WS-DTL-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   MOVE 'A010' TO WS-REJECT-CODE
               NOT INVALID KEY
                   PERFORM LOG-DETAIL-ADD
                   SET WS-DTL-ADDED TO TRUE
           END-WRITE.

      *    口座振替・カード払いの口座情報を登録する（口座名義の
      *    省略は契約者名とする）
       CREATE-PAYMENT-ACCOUNT.
           MOVE SPACES             TO PAYMENT-ACCOUNT-REC.
           MOVE WS-NEW-CONTRACT-NO TO PA-CONTRACT-NO.
           MOVE AP-PAYMENT-METHOD  TO PA-PAYMENT-METHOD.
           IF AP-PAY-DIRECT-DEBIT
               MOVE AP-BANK-CODE     TO PA-BANK-CODE
               MOVE AP-BRANCH-CODE   TO PA-BRANCH-CODE
               MOVE AP-ACCOUNT-TYPE  TO PA-ACCOUNT-TYPE
               MOVE AP-ACCOUNT-NO    TO PA-ACCOUNT-NO
               IF AP-ACCOUNT-HOLDER = SPACES
                   MOVE CU-CUSTOMER-NAME TO PA-ACCOUNT-HOLDER
               ELSE
                   MOVE AP-ACCOUNT-HOLDER TO PA-ACCOUNT-HOLDER
               END-IF
               MOVE ZERO             TO PA-CARD-EXPIRY
           ELSE
               MOVE AP-CARD-TOKEN    TO PA-CARD-TOKEN
               MOVE AP-CARD-EXPIRY   TO PA-CARD-EXPIRY
           END-IF.
           WRITE PAYMENT-ACCOUNT-REC
               INVALID KEY
                   DISPLAY '支払口座登録エラー: '
                           PA-CONTRACT-NO
                           ' ' WS-PAC-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   MOVE 'A010' TO WS-REJECT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNT-CNT
           END-WRITE.

      *    初回保険料の請求書を発行する（金額はBILLGENの分割規則
      *    による第1回分。支払方法を問わず請求書で回収し、次回の
      *    INVMATCHで債権登録される。2回目以降の分割は更新時の
      *    BILLGENから請求する）
       ISSUE-FIRST-INVOICE.
           PERFORM CALC-FIRST-INSTALLMENT.
           ADD 1 TO WS-INVOICE-SEQ.
           MOVE SPACES              TO OUT-INVOICE-REC.
           MOVE WS-INVOICE-SEQ      TO IV-INVOICE-NO.
           MOVE CT-CONTRACT-NO      TO IV-CONTRACT-NO.
           MOVE CT-HOLDER-NAME      TO IV-HOLDER-NAME.
           MOVE CT-PLAN-CODE        TO IV-PLAN-CODE.
           MOVE WS-CURRENT-DATE     TO IV-ISSUE-DATE.
           PERFORM CALC-FIRST-DUE-DATE.
           MOVE WS-INST-FIRST-AMOUNT TO IV-BILLING-AMOUNT.
           MOVE 'I' TO IV-DOC-TYPE.
           MOVE ZERO TO IV-ORIG-INVOICE-NO.
           MOVE CU-POSTAL-CODE      TO IV-POSTAL-CODE.
           MOVE CU-ADDRESS          TO IV-ADDRESS.
           PERFORM CHECK-INVOICE-DELIVERY.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-INVOICE-CNT.
           ADD WS-INST-FIRST-AMOUNT TO WS-INVOICE-AMT-TOTAL.

      *    払込回数から分割回数・第1回分の金額を算出する
      *    （BILLGENのCALC-INSTALLMENT-PLANと同じ規則で、分割額は
      *      切り捨てで均等割し、端数は初回分へ寄せる）
       CALC-FIRST-INSTALLMENT.
           EVALUATE WS-PAY-FREQUENCY
               WHEN 'S'
                   MOVE 02 TO WS-INST-COUNT
               WHEN 'M'
                   MOVE 12 TO WS-INST-COUNT
               WHEN OTHER
                   MOVE 01 TO WS-INST-COUNT
           END-EVALUATE.
           IF WS-INST-COUNT = 1
               MOVE WS-ANNUAL-PREMIUM TO WS-INST-FIRST-AMOUNT
           ELSE
               COMPUTE WS-INST-BASE-AMOUNT =
                   WS-ANNUAL-PREMIUM / WS-INST-COUNT
               COMPUTE WS-INST-FIRST-AMOUNT =
                   WS-ANNUAL-PREMIUM
                     - WS-INST-BASE-AMOUNT
                         * (WS-INST-COUNT - 1)
           END-IF.

      *    発行日から期日日数を加算し、支払期日を算出する
      *    （月30日・年360日の商慣行計算で日を繰り上げ、月末を
      *      超える日は末日へ補正したのち、銀行休業日であれば
      *      翌銀行営業日へ繰り下げる）
       CALC-FIRST-DUE-DATE.
           MOVE WS-CURRENT-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-CURRENT-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-CURRENT-DATE(7:2) TO WS-WORK-DAY.
           ADD WS-FIRST-DUE-DAYS TO WS-WORK-DAY.
           PERFORM ADJUST-DATE.
           PERFORM CLAMP-DUE-DAY.
           STRING WS-WORK-YEAR WS-WORK-MONTH WS-WORK-DAY-OUT
               DELIMITED BY SIZE
               INTO WS-WORK-DUE-DATE.
           PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY.
           MOVE WS-WORK-DUE-DATE TO IV-DUE-DATE.

      *    WS-WORK-DAYを31未満になるまで月へ繰り上げたのち、
      *    2桁のWS-WORK-DAY-OUTへ払い出す
       ADJUST-DATE.
           PERFORM UNTIL WS-WORK-DAY < 31
               SUBTRACT 30 FROM WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   SUBTRACT 12 FROM WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-PERFORM.
           MOVE WS-WORK-DAY TO WS-WORK-DAY-OUT.

      *    当該月の末日を求め、日が末日を超えていれば末日へ補正
      *    する（BILLGENのCLAMP-INSTALLMENT-DAYと同じうるう年判定）
       CLAMP-DUE-DAY.
           EVALUATE WS-WORK-MONTH
               WHEN 02
                   MOVE 28 TO WS-WORK-MONTH-MAX
                   DIVIDE WS-WORK-YEAR BY 4
                       GIVING WS-WORK-LEAP-QUOT
                       REMAINDER WS-WORK-LEAP-REM
                   IF WS-WORK-LEAP-REM = ZERO
                       DIVIDE WS-WORK-YEAR BY 100
                           GIVING WS-WORK-LEAP-QUOT
                           REMAINDER WS-WORK-LEAP-REM
                       IF WS-WORK-LEAP-REM NOT = ZERO
                           MOVE 29 TO WS-WORK-MONTH-MAX
                       ELSE
                           DIVIDE WS-WORK-YEAR BY 400
                               GIVING WS-WORK-LEAP-QUOT
                               REMAINDER WS-WORK-LEAP-REM
                           IF WS-WORK-LEAP-REM = ZERO
                               MOVE 29 TO WS-WORK-MONTH-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-WORK-MONTH-MAX
               WHEN OTHER
                   MOVE 31 TO WS-WORK-MONTH-MAX
           END-EVALUATE.
           IF WS-WORK-DAY-OUT > WS-WORK-MONTH-MAX
               MOVE WS-WORK-MONTH-MAX TO WS-WORK-DAY-OUT
           END-IF.

      *    支払期日が銀行休業日に当たる場合は翌銀行営業日へ
      *    繰り下げる（BILLGENのROLL-DUE-DATE-TO-BUSINESS-DAYと同じ）
       ROLL-DUE-DATE-TO-BUSINESS-DAY.
           MOVE 'R' TO WS-BD-FUNCTION.
           MOVE WS-WORK-DUE-DATE TO WS-BD-IN-DATE.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE NOT = ZERO
               PERFORM REFUSE-NO-CALENDAR
           END-IF.
           MOVE WS-BD-OUT-DATE TO WS-WORK-DUE-DATE.

      *    宛先不達の既契約者宛ての請求書は印字保留(H)とし、住所
      *    調査リストへ追記する（BILLGENと同じ形式）
       CHECK-INVOICE-DELIVERY.
           MOVE SPACE TO IV-PRINT-HOLD.
           IF CU-UNDELIVERABLE
               MOVE 'H' TO IV-PRINT-HOLD
               MOVE SPACES             TO ADDR-TRACE-REC
               MOVE CU-CUSTOMER-NO     TO AT-CUSTOMER-NO
               MOVE WS-CURRENT-DATE    TO AT-SUPPRESS-DATE
               MOVE 'APPLBTCH'         TO AT-SOURCE-PGM
               MOVE 'I'                TO AT-DOC-TYPE
               MOVE IV-CONTRACT-NO     TO AT-CONTRACT-NO
               MOVE IV-INVOICE-NO      TO AT-DOC-NO
               MOVE IV-HOLDER-NAME     TO AT-HOLDER-NAME
               MOVE IV-BILLING-AMOUNT  TO AT-AMOUNT
               MOVE IV-DUE-DATE        TO AT-DUE-DATE
               MOVE '初回保険料請求書' TO AT-DOC-MESSAGE
               MOVE CU-UNDELIV-DATE    TO AT-UNDELIV-DATE
               MOVE CU-UNDELIV-REASON  TO AT-UNDELIV-REASON
               WRITE ADDR-TRACE-REC
               ADD 1 TO WS-SUPPRESS-CNT
           END-IF.

      *    追加の更新前イメージとして登録したレコードを各ログへ
      *    記録する（各マスタの保守プログラムの追加(A)と同じ形式）
      *    登録の取消では削除(D)として記録する
       LOG-CUSTOMER-ADD.
           MOVE 'A' TO CB-ACTION.
           PERFORM WRITE-CUSTOMER-IMAGE.

       LOG-CUSTOMER-DELETE.
           MOVE 'D' TO CB-ACTION.
           PERFORM WRITE-CUSTOMER-IMAGE.

       WRITE-CUSTOMER-IMAGE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO CB-TIMESTAMP.
           MOVE CUSTOMER-REC TO CB-CUSTOMER-IMAGE.
           WRITE CUST-BIMG-REC.

       LOG-CONTRACT-ADD.
           MOVE 'A' TO BI-ACTION.
           PERFORM WRITE-CONTRACT-IMAGE.

       LOG-CONTRACT-DELETE.
           MOVE 'D' TO BI-ACTION.
           PERFORM WRITE-CONTRACT-IMAGE.

       WRITE-CONTRACT-IMAGE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO BI-TIMESTAMP.
           MOVE CONTRACT-REC TO BI-CONTRACT-IMAGE.
           WRITE BEFORE-IMAGE-REC.

       LOG-DETAIL-ADD.
           MOVE 'A' TO IB-ACTION.
           PERFORM WRITE-DETAIL-IMAGE.

       LOG-DETAIL-DELETE.
           MOVE 'D' TO IB-ACTION.
           PERFORM WRITE-DETAIL-IMAGE.

       WRITE-DETAIL-IMAGE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO IB-TIMESTAMP.
           MOVE INSURED-DETAIL-REC TO IB-DETAIL-IMAGE.
           WRITE INSD-BIMG-REC.

      *    成立した申込の申込番号と採番した契約番号・保険料を
      *    処理結果一覧へ出力する
       WRITE-ACCEPT-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE AP-APPLICATION-NO  TO OUT-REPORT-REC(1:10).
           MOVE '成立'             TO OUT-REPORT-REC(14:6).
           MOVE CT-CONTRACT-NO     TO OUT-REPORT-REC(21:10).
           MOVE CT-CUSTOMER-NO     TO OUT-REPORT-REC(34:8).
           MOVE CT-PLAN-CODE       TO OUT-REPORT-REC(47:3).
           MOVE WS-ANNUAL-PREMIUM  TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT    TO OUT-REPORT-REC(57:12).
           MOVE WS-INST-FIRST-AMOUNT TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT    TO OUT-REPORT-REC(73:12).
           WRITE OUT-REPORT-REC.

      *    謝絶した申込を理由コードとカタログ上の文言付きで謝絶
      *    ファイルへ出力し、処理結果一覧にも記載する
       WRITE-DECLINE.
           MOVE SPACES TO OUT-REJECT-REC.
           PERFORM LOOKUP-ERROR-CATALOG.
           MOVE AP-APPLICATION-NO TO RJ-APPLICATION-NO.
           MOVE AP-AGENCY-CODE    TO RJ-AGENCY-CODE.
           MOVE WS-REJECT-CODE    TO RJ-REASON-CODE.
           WRITE OUT-REJECT-REC.
           ADD 1 TO WS-DECLINE-CNT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE AP-APPLICATION-NO TO OUT-REPORT-REC(1:10).
           MOVE '謝絶'            TO OUT-REPORT-REC(14:6).
           MOVE AP-PLAN-CODE      TO OUT-REPORT-REC(47:3).
           MOVE WS-REJECT-CODE    TO OUT-REPORT-REC(86:4).
           WRITE OUT-REPORT-REC.

       LOOKUP-ERROR-CATALOG.
           MOVE 'N' TO WS-EC-FOUND-FLAG.
           MOVE SPACES TO RJ-REASON-MSG.
           SET WS-EC-IDX TO 1.
           SEARCH WS-EC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EC-CODE(WS-EC-IDX) = WS-REJECT-CODE
                   MOVE WS-EC-MESSAGE(WS-EC-IDX) TO RJ-REASON-MSG
                   SET WS-EC-FOUND TO TRUE
           END-SEARCH.

       TERM-PROCESS.
           DISPLAY '申込読込件数:   ' WS-READ-CNT.
           DISPLAY '成立件数:       ' WS-ACCEPT-CNT.
           DISPLAY '謝絶件数:       ' WS-DECLINE-CNT.
           DISPLAY '新規顧客件数:   ' WS-NEW-CUST-CNT.
           DISPLAY '支払口座件数:   ' WS-ACCOUNT-CNT.
           DISPLAY '初回請求書件数: ' WS-INVOICE-CNT.
           DISPLAY '印字保留件数:   ' WS-SUPPRESS-CNT.
           DISPLAY '登録エラー件数: ' WS-ERROR-CNT.
           PERFORM SAVE-SEQ-NUMBERS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-REJECT-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           MOVE 'E' TO WS-BD-FUNCTION.
           CALL 'BIZDAY' USING WS-BD-FUNCTION
                               WS-BD-IN-DATE
                               WS-BD-OUT-DATE
                               WS-BD-RETURN-CODE.
           CLOSE IN-APPL-FILE
                 CUSTOMER-FILE
                 MASTER-FILE
                 DETAIL-FILE
                 ACCOUNT-FILE
                 PLAN-MASTER-FILE
                 IN-RATE-FILE
                 BEFORE-IMAGE-FILE
                 CUST-LOG-FILE
                 DETAIL-LOG-FILE
                 OUT-INVOICE-FILE
                 SEQ-CONTROL-FILE
                 TRACE-FILE
                 OUT-REJECT-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE WS-READ-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  受付件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-ACCEPT-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  成立件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-DECLINE-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  謝絶件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-INVOICE-AMT-TOTAL TO WS-RPT-TOT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  初回保険料請求額計: ' WS-RPT-TOT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    返却する謝絶ファイルの最終へトレーラ制御レコードを
      *    書き出す（謝絶レコードは金額を持たないためハッシュは
      *    ゼロとする）
       WRITE-REJECT-TRAILER.
           MOVE 'T' TO IF-TR-RECORD-TYPE.
           MOVE WS-DECLINE-CNT TO IF-TR-RECORD-COUNT.
           MOVE ZERO TO IF-TR-AMOUNT-TOTAL.
           WRITE OUT-REJECT-REC FROM IF-TRAILER-REC.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'APPLBTCH' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-ACCEPT-CNT TO CTL-WRITE-CNT.
           MOVE WS-DECLINE-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
