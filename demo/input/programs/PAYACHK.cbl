       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACHK.
      *================================================================*
      * 請求前支払口座点検バッチプログラム
      * 請求処理（BILLGEN）の各回の前に実行し、カード払い・口座振替
      * の契約のうち、次回の課金・振替が不成立となる見込みの契約を
      * 事前に抽出する。
      *  - カード払い(C): 契約の次回回収日（当期の分割回収日または
      *    更新日のうち、点検基準日以降で最初の日）と支払口座マスタ
      *    （PAYACCT）のカード有効期限（PA-CARD-EXPIRY）を比較し、
      *    回収月に有効期限が切れているカードを抽出する
      *  - 口座振替(D): 直近の振替結果（DDRESIN）で拒否(R)された
      *    契約のうち、振替依頼（DDREQOUT）を送付した口座から支払
      *    口座マスタの口座がまだ変更されていない契約を抽出する
      *  - 支払口座マスタに口座が登録されていない契約も抽出する
      *    （BILLGENが請求書へ切り替える契約の事前把握用）
      * 抽出した契約は回収担当の作業リスト（PACHKWRK）へ出力し、
      * 顧客にはカード・口座情報の更新を依頼する案内状の抽出
      * （PACHKLTR）を作成する（口座未登録は社内の整備漏れのため
      * 案内しない。宛先不達の顧客は案内を保留する）。
      * 点検パラメータ（PACHKPRM）の請求日当日以降の実行では、
      * 案内状は作成せず、なお未解決の契約を請求日時点未解決一覧
      * （PACHKRPT）として報告し、紙の請求書への切替判断に供する
      * （未解決がある場合は終了コード8を返す）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
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
           SELECT PAYACCT-FILE
               ASSIGN TO 'PAYACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CONTRACT-NO
               FILE STATUS IS WS-PAC-STATUS.
      *    案内状の宛先情報を転記する顧客マスタ
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
      *    直近に送付した口座振替依頼（拒否時の口座の確認用）
           SELECT IN-DDREQ-FILE
               ASSIGN TO 'DDREQOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDR-STATUS.
      *    銀行から受領した直近の依頼単位の振替結果ファイル
           SELECT IN-DDRES-FILE
               ASSIGN TO 'DDRESIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRS-STATUS.
      *    点検パラメータ（次回の請求日）
           SELECT IN-PARAM-FILE
               ASSIGN TO 'PACHKPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OUT-LETTER-FILE
               ASSIGN TO 'PACHKLTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT OUT-WORKLIST-FILE
               ASSIGN TO 'PACHKWRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'PACHKRPT'
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

       FD  PAYACCT-FILE.
           COPY CPYPAYAC.

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

      *    口座振替依頼レコード（BILLGENのOUT-DDREQ-RECと同一）
       FD  IN-DDREQ-FILE.
       01  IN-DDREQ-REC.
           05  DD-CONTRACT-NO        PIC X(10).
           05  DD-HOLDER-NAME        PIC N(20).
           05  DD-DEBIT-DATE         PIC 9(8).
           05  DD-DEBIT-AMOUNT       PIC 9(7)V99.
           05  DD-BANK-CODE          PIC X(4).
           05  DD-BRANCH-CODE        PIC X(3).
           05  DD-ACCOUNT-TYPE      PIC X(1).
           05  DD-ACCOUNT-NO         PIC X(7).
           05  FILLER                PIC X(5).

      *    金融機関からの依頼単位結果レコード（COLRECONと同一。
      *    結果区分: P=回収済 / R=拒否）
       FD  IN-DDRES-FILE.
       01  IN-DDRES-REC.
           05  DR-CONTRACT-NO        PIC X(10).
           05  DR-SETTLE-DATE        PIC 9(8).
           05  DR-PAID-AMOUNT        PIC 9(7)V99.
           05  DR-RESULT-CODE        PIC X(1).
               88  DR-PAID           VALUE 'P'.
               88  DR-REJECTED       VALUE 'R'.
           05  DR-REASON-MSG         PIC X(20).
           05  FILLER                PIC X(32).

      *    点検パラメータレコード（次回の請求日。未指定・ゼロの
      *    場合は処理日を点検基準日とし、案内状を作成する）
       FD  IN-PARAM-FILE.
       01  IN-PARAM-REC.
           05  PK-BILL-DATE          PIC 9(8).
           05  FILLER                PIC X(72).

      *    カード・口座情報の更新依頼の案内状抽出レコード
      *    （案内区分: C=カード更新依頼 / D=振替口座確認依頼）
       FD  OUT-LETTER-FILE.
       01  OUT-LETTER-REC.
           05  LT-CONTRACT-NO        PIC X(10).
           05  LT-CUSTOMER-NO        PIC X(8).
           05  LT-HOLDER-NAME        PIC N(20).
           05  LT-LETTER-TYPE        PIC X(1).
           05  LT-NEXT-DUE-DATE      PIC 9(8).
           05  LT-CARD-EXPIRY        PIC 9(4).
      *    顧客マスタから転記する宛先情報（顧客未登録時は空白）
           05  LT-POSTAL-CODE        PIC X(8).
           05  LT-ADDRESS            PIC N(30).
           05  FILLER                PIC X(20).

      *    回収担当の作業リストレコード
      *    （点検区分: E=カード期限切れ / R=振替拒否 /
      *      M=支払口座未登録。
      *      案内状: Y=作成 / S=宛先不達のため保留 / N=作成せず）
       FD  OUT-WORKLIST-FILE.
       01  OUT-WORKLIST-REC.
           05  WK-CONTRACT-NO        PIC X(10).
           05  WK-CUSTOMER-NO        PIC X(8).
           05  WK-HOLDER-NAME        PIC N(20).
           05  WK-PAYMENT-METHOD     PIC X(1).
           05  WK-ISSUE-TYPE         PIC X(1).
               88  WK-ISSUE-EXPIRED  VALUE 'E'.
               88  WK-ISSUE-REJECTED VALUE 'R'.
               88  WK-ISSUE-MISSING  VALUE 'M'.
           05  WK-NEXT-DUE-DATE      PIC 9(8).
           05  WK-CARD-EXPIRY        PIC 9(4).
           05  WK-REJECT-DATE        PIC 9(8).
           05  WK-REASON-MSG         PIC X(21).
           05  WK-LETTER-FLAG        PIC X(1).
           05  WK-CHECK-DATE         PIC 9(8).
           05  FILLER                PIC X(10).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-PAC-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-DDR-STATUS         PIC X(2).
           05  WS-DRS-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-LTR-STATUS         PIC X(2).
           05  WS-WRK-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-CUS-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUS-AVAIL      VALUE 'Y'.
           05  WS-CUS-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUS-FOUND      VALUE 'Y'.
           05  WS-PAC-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PAC-FOUND      VALUE 'Y'.
           05  WS-REQ-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-REQ-FOUND      VALUE 'Y'.
           05  WS-MST-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MST-FOUND      VALUE 'Y'.
      *    拒否された口座から支払口座マスタの口座が変更済みか
           05  WS-ACCT-CHANGED-FLAG  PIC X(1) VALUE 'N'.
               88  WS-ACCT-CHANGED   VALUE 'Y'.
           05  WS-NEXT-DUE-FLAG      PIC X(1) VALUE 'N'.
               88  WS-HAS-NEXT-DUE   VALUE 'Y'.
      *    請求日当日以降の実行（未解決一覧の作成）か
           05  WS-BILLDAY-FLAG       PIC X(1) VALUE 'N'.
               88  WS-BILLDAY-RUN    VALUE 'Y'.
      *    振替依頼ファイル先頭がヘッダ(H)の制御レコード付き形式か
           05  WS-DDR-CTL-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DDR-CTL-PRESENT VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-DDREQ-READ-CNT     PIC 9(7) VALUE ZERO.
           05  WS-DDREJ-CNT          PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-CNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-MISSING-CNT        PIC 9(7) VALUE ZERO.
           05  WS-RESOLVED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ISSUE-CNT          PIC 9(7) VALUE ZERO.
           05  WS-LETTER-CNT         PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESS-CNT       PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-BILL-DATE          PIC 9(8) VALUE ZERO.
      *    次回回収日を求める起点（請求日が先日付ならその日、
      *    それ以外は処理日）
           05  WS-CHECK-FROM         PIC 9(8).

      *    次回回収日の算出作業領域（BILLGENの分割回収日と同じく、
      *    更新日の月日を起点に払込回数の月間隔で進め、日は当該月
      *    の末日で補正する）
       01  WS-DUE-WORK.
           05  WS-NEXT-DUE-DATE      PIC 9(8).
           05  WS-DUE-STEP           PIC 9(2).
           05  WS-DUE-YEAR           PIC 9(4).
           05  WS-DUE-MONTH          PIC 9(3).
           05  WS-DUE-MONTH-OUT      PIC 9(2).
           05  WS-DUE-DAY            PIC 9(2).
           05  WS-DUE-MONTH-MAX      PIC 9(2).
           05  WS-DUE-LEAP-QUOT      PIC 9(4).
           05  WS-DUE-LEAP-REM       PIC 9(4).
      *    カード有効期限・次回回収日の年月（YYYYMM）
           05  WS-EXPIRY-YM          PIC 9(6).
           05  WS-DUE-YM             PIC 9(6).

      *    抽出1件の共通作業領域
       01  WS-ISSUE-WORK.
           05  WS-IS-TYPE            PIC X(1).
           05  WS-IS-REJECT-DATE     PIC 9(8).
           05  WS-IS-REASON-MSG      PIC X(21).
           05  WS-IS-CARD-EXPIRY     PIC 9(4).
           05  WS-IS-LETTER-TYPE     PIC X(1).

      *    振替依頼控えテーブル（契約単位に送付口座を控え、拒否の
      *    二重抽出を防ぐ。満杯の際は以降の契約を口座比較なしで
      *    抽出し、件数を報告する）
       01  WS-REQ-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-REQ-IDX.
               10  WS-RQ-CONTRACT-NO PIC X(10).
               10  WS-RQ-BANK-CODE   PIC X(4).
               10  WS-RQ-BRANCH-CODE PIC X(3).
               10  WS-RQ-ACCOUNT-TYPE PIC X(1).
               10  WS-RQ-ACCOUNT-NO  PIC X(7).
               10  WS-RQ-DONE-FLAG   PIC X(1).
                   88  WS-RQ-DONE    VALUE 'Y'.

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RESULT-REMARK      PIC X(20).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-DDREQ-ACCOUNTS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-MASTER-ACCOUNTS.
           PERFORM CHECK-DD-REJECTIONS.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM TERM-PROCESS.
           IF WS-TBLFULL-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-BILLDAY-RUN AND WS-ISSUE-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-PROCESS.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY '契約マスタオープンエラー: '
                       WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYACCT-FILE.
           IF WS-PAC-STATUS NOT = '00'
               DISPLAY '支払口座マスタオープンエラー: '
                       WS-PAC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CUSTOMER-MASTER.
           OPEN OUTPUT OUT-LETTER-FILE
                       OUT-WORKLIST-FILE
                       OUT-REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM OPEN-CTLTOTAL.
           PERFORM LOAD-CHECK-PARAMS.

      *    顧客マスタを開く（マスタ未整備の環境では宛先情報なしで
      *    案内状を抽出する）
       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS = '00'
               SET WS-CUS-AVAIL TO TRUE
           END-IF.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    点検パラメータから次回の請求日を読み込み、点検基準日と
      *    請求日当日以降の実行かを判定する
       LOAD-CHECK-PARAMS.
           OPEN INPUT IN-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PK-BILL-DATE NUMERIC
                           MOVE PK-BILL-DATE TO WS-BILL-DATE
                       END-IF
               END-READ
               CLOSE IN-PARAM-FILE
           END-IF.
           IF WS-BILL-DATE > WS-CURRENT-DATE
               MOVE WS-BILL-DATE TO WS-CHECK-FROM
           ELSE
               MOVE WS-CURRENT-DATE TO WS-CHECK-FROM
           END-IF.
           IF WS-BILL-DATE NOT = ZERO
                   AND WS-CURRENT-DATE >= WS-BILL-DATE
               SET WS-BILLDAY-RUN TO TRUE
               DISPLAY '請求日以降の実行: '
                       '未解決一覧を作成します'
           END-IF.

      *    直近の口座振替依頼を契約単位に控える（振替依頼ファイル
      *    がない場合は口座比較なしで拒否を抽出する）
       LOAD-DDREQ-ACCOUNTS.
           OPEN INPUT IN-DDREQ-FILE.
           IF WS-DDR-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-DDREQ-REC
               PERFORM DDREQ-LOAD-LOOP
                   UNTIL WS-EOF
               CLOSE IN-DDREQ-FILE
           END-IF.

       READ-DDREQ-REC.
           READ IN-DDREQ-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DDREQ-READ-CNT
           END-READ.

      *    先頭がヘッダ(H)の制御レコード付きファイルに限り、
      *    ヘッダとトレーラ(T)を読み飛ばす（COLRECONと同じ判定）
       DDREQ-LOAD-LOOP.
           EVALUATE TRUE
               WHEN WS-DDREQ-READ-CNT = 1
                       AND IN-DDREQ-REC(1:1) = 'H'
                   SET WS-DDR-CTL-PRESENT TO TRUE
               WHEN WS-DDR-CTL-PRESENT
                       AND IN-DDREQ-REC(1:1) = 'T'
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-DDREQ-ACCOUNT
           END-EVALUATE.
           PERFORM READ-DDREQ-REC.

      *    分割回収で同一契約の依頼が複数ある場合は1件のみ控える
       NOTE-DDREQ-ACCOUNT.
           PERFORM FIND-REQ-ENTRY.
           IF NOT WS-REQ-FOUND
               IF WS-REQ-COUNT < 5000
                   ADD 1 TO WS-REQ-COUNT
                   SET WS-REQ-IDX TO WS-REQ-COUNT
                   MOVE DD-CONTRACT-NO
                       TO WS-RQ-CONTRACT-NO(WS-REQ-IDX)
                   MOVE DD-BANK-CODE
                       TO WS-RQ-BANK-CODE(WS-REQ-IDX)
                   MOVE DD-BRANCH-CODE
                       TO WS-RQ-BRANCH-CODE(WS-REQ-IDX)
                   MOVE DD-ACCOUNT-TYPE
                       TO WS-RQ-ACCOUNT-TYPE(WS-REQ-IDX)
                   MOVE DD-ACCOUNT-NO
                       TO WS-RQ-ACCOUNT-NO(WS-REQ-IDX)
                   MOVE 'N' TO WS-RQ-DONE-FLAG(WS-REQ-IDX)
               ELSE
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.

       FIND-REQ-ENTRY.
           MOVE 'N' TO WS-REQ-FOUND-FLAG.
           SET WS-REQ-IDX TO 1.
           PERFORM UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   OR WS-REQ-FOUND
               IF WS-RQ-CONTRACT-NO(WS-REQ-IDX) = DD-CONTRACT-NO
                   SET WS-REQ-FOUND TO TRUE
               ELSE
                   SET WS-REQ-IDX UP BY 1
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           IF WS-BILLDAY-RUN
               STRING '***** 請求日時点 '
                      '支払口座未解決一覧 *****'
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
           ELSE
               MOVE '***** 請求前 支払口座点検リスト *****'
                   TO OUT-REPORT-REC
           END-IF.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
                  '  請求日: ' WS-BILL-DATE
                  '  点検基準日: ' WS-CHECK-FROM
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  契約番号   顧客番号 払 区 '
                  '次回回収 期限 拒否日   案 内容'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    契約マスタを全件走査し、有効なカード払い・口座振替契約の
      *    支払口座を点検する
       CHECK-MASTER-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CT-CONTRACT-NO.
           START MASTER-FILE
               KEY IS NOT LESS THAN CT-CONTRACT-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               PERFORM READ-MASTER-NEXT
           END-IF.
           PERFORM MASTER-CHECK-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る
       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       MASTER-CHECK-LOOP.
           IF (CT-STAT-ACTIVE OR CT-STATUS = SPACE)
                   AND (CT-PAY-CREDIT-CARD OR CT-PAY-DIRECT-DEBIT)
               PERFORM CALC-NEXT-DUE-DATE
               IF WS-HAS-NEXT-DUE
                   PERFORM CHECK-ONE-ACCOUNT
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT.

      *    支払口座の登録有無と、カードの有効期限を点検する
      *    （有効期限はYYMMのため20YYMMとして回収年月と比較する。
      *      未設定・数字以外は期限切れとして扱う）
       CHECK-ONE-ACCOUNT.
           PERFORM READ-PAYACCT.
           MOVE ZERO TO WS-IS-REJECT-DATE.
           MOVE SPACES TO WS-IS-REASON-MSG.
           MOVE ZERO TO WS-IS-CARD-EXPIRY.
           IF NOT WS-PAC-FOUND
                   OR PA-PAYMENT-METHOD NOT = CT-PAYMENT-METHOD
               MOVE 'M' TO WS-IS-TYPE
               MOVE '支払口座未登録' TO WS-IS-REASON-MSG
               PERFORM RECORD-ISSUE
           ELSE
               IF CT-PAY-CREDIT-CARD
                   MOVE WS-NEXT-DUE-DATE(1:6) TO WS-DUE-YM
                   IF PA-CARD-EXPIRY NUMERIC
                           AND PA-CARD-EXPIRY NOT = ZERO
                       COMPUTE WS-EXPIRY-YM =
                           200000 + PA-CARD-EXPIRY
                       MOVE PA-CARD-EXPIRY TO WS-IS-CARD-EXPIRY
                   ELSE
                       MOVE ZERO TO WS-EXPIRY-YM
                   END-IF
                   IF WS-EXPIRY-YM < WS-DUE-YM
                       MOVE 'E' TO WS-IS-TYPE
                       MOVE 'カード期限切れ' TO WS-IS-REASON-MSG
                       MOVE 'C' TO WS-IS-LETTER-TYPE
                       PERFORM RECORD-ISSUE
                   END-IF
               END-IF
           END-IF.

       READ-PAYACCT.
           MOVE 'N' TO WS-PAC-FOUND-FLAG.
           MOVE CT-CONTRACT-NO TO PA-CONTRACT-NO.
           READ PAYACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PAC-FOUND TO TRUE
           END-READ.

      *    点検基準日以降で最初の回収日を求める（前年の更新月日から
      *    払込回数の月間隔で進める。当期満了日以降の回は更新後の
      *    初回となるため、更新しない契約・更新上限に達した契約は
      *    次回回収なしとする）
       CALC-NEXT-DUE-DATE.
           MOVE 'N' TO WS-NEXT-DUE-FLAG.
           IF CT-END-DATE NUMERIC AND CT-END-DATE NOT = ZERO
               EVALUATE TRUE
                   WHEN CT-FREQ-SEMIANNUAL
                       MOVE 06 TO WS-DUE-STEP
                   WHEN CT-FREQ-MONTHLY
                       MOVE 01 TO WS-DUE-STEP
                   WHEN OTHER
                       MOVE 12 TO WS-DUE-STEP
               END-EVALUATE
               MOVE WS-CHECK-FROM(1:4) TO WS-DUE-YEAR
               SUBTRACT 1 FROM WS-DUE-YEAR
               MOVE CT-END-DATE(5:2) TO WS-DUE-MONTH
               PERFORM BUILD-DUE-DATE
               PERFORM ADVANCE-DUE-DATE
                   UNTIL WS-NEXT-DUE-DATE >= WS-CHECK-FROM
               SET WS-HAS-NEXT-DUE TO TRUE
               IF WS-NEXT-DUE-DATE >= CT-END-DATE
                   IF CT-NO-RENEW
                           OR CT-RENEW-COUNT >= CT-MAX-RENEW
                       MOVE 'N' TO WS-NEXT-DUE-FLAG
                   END-IF
               END-IF
           END-IF.

       ADVANCE-DUE-DATE.
           ADD WS-DUE-STEP TO WS-DUE-MONTH.
           IF WS-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.
           PERFORM BUILD-DUE-DATE.

       BUILD-DUE-DATE.
           MOVE WS-DUE-MONTH TO WS-DUE-MONTH-OUT.
           MOVE CT-END-DATE(7:2) TO WS-DUE-DAY.
           PERFORM CLAMP-DUE-DAY.
           STRING WS-DUE-YEAR WS-DUE-MONTH-OUT WS-DUE-DAY
               DELIMITED BY SIZE
               INTO WS-NEXT-DUE-DATE.

      *    当該月の末日を求め、日が末日を超えていれば末日へ補正
      *    する（BILLGENのCLAMP-INSTALLMENT-DAYと同じ判定）
       CLAMP-DUE-DAY.
           EVALUATE WS-DUE-MONTH-OUT
               WHEN 02
                   MOVE 28 TO WS-DUE-MONTH-MAX
                   DIVIDE WS-DUE-YEAR BY 4
                       GIVING WS-DUE-LEAP-QUOT
                       REMAINDER WS-DUE-LEAP-REM
                   IF WS-DUE-LEAP-REM = ZERO
                       DIVIDE WS-DUE-YEAR BY 100
                           GIVING WS-DUE-LEAP-QUOT
                           REMAINDER WS-DUE-LEAP-REM
                       IF WS-DUE-LEAP-REM NOT = ZERO
                           MOVE 29 TO WS-DUE-MONTH-MAX
                       ELSE
                           DIVIDE WS-DUE-YEAR BY 400
                               GIVING WS-DUE-LEAP-QUOT
                               REMAINDER WS-DUE-LEAP-REM
                           IF WS-DUE-LEAP-REM = ZERO
                               MOVE 29 TO WS-DUE-MONTH-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DUE-MONTH-MAX
               WHEN OTHER
                   MOVE 31 TO WS-DUE-MONTH-MAX
           END-EVALUATE.
           IF WS-DUE-DAY > WS-DUE-MONTH-MAX
               MOVE WS-DUE-MONTH-MAX TO WS-DUE-DAY
           END-IF.

      *    直近の振替結果の拒否を点検する（振替結果ファイルがない
      *    場合は点検を省略する）
       CHECK-DD-REJECTIONS.
           OPEN INPUT IN-DDRES-FILE.
           IF WS-DRS-STATUS NOT = '00'
               DISPLAY '振替結果ファイルなし: '
                       '拒否の点検を省略'
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-DDRES-REC
               PERFORM DDRES-CHECK-LOOP
                   UNTIL WS-EOF
               CLOSE IN-DDRES-FILE
           END-IF.

       READ-DDRES-REC.
           READ IN-DDRES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       DDRES-CHECK-LOOP.
           IF DR-REJECTED
               ADD 1 TO WS-DDREJ-CNT
               PERFORM CHECK-ONE-REJECTION
           END-IF.
           PERFORM READ-DDRES-REC.

      *    拒否1件について、同一契約の拒否を点検済みでなければ
      *    契約の現況と支払口座を確認する（既に解約・支払方法変更
      *    済み、または拒否された口座から変更済みの契約は解決済み
      *    とする。口座未登録は契約マスタの走査で抽出済み）
       CHECK-ONE-REJECTION.
           MOVE DR-CONTRACT-NO TO DD-CONTRACT-NO.
           PERFORM FIND-REQ-ENTRY.
           IF WS-REQ-FOUND AND WS-RQ-DONE(WS-REQ-IDX)
               CONTINUE
           ELSE
               IF WS-REQ-FOUND
                   SET WS-RQ-DONE(WS-REQ-IDX) TO TRUE
               END-IF
               PERFORM EVALUATE-REJECTION
           END-IF.

       EVALUATE-REJECTION.
           MOVE 'N' TO WS-MST-FOUND-FLAG.
           MOVE DR-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MST-FOUND TO TRUE
           END-READ.
           IF WS-MST-FOUND
                   AND (CT-STAT-ACTIVE OR CT-STATUS = SPACE)
                   AND CT-PAY-DIRECT-DEBIT
               PERFORM READ-PAYACCT
               IF WS-PAC-FOUND AND PA-METHOD-DEBIT
                   PERFORM CHECK-REJECTED-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-RESOLVED-CNT
           END-IF.

      *    拒否された口座（振替依頼の送付口座）と支払口座マスタの
      *    現在の口座を比較し、未変更で次回振替がある契約を抽出する
       CHECK-REJECTED-ACCOUNT.
           MOVE 'N' TO WS-ACCT-CHANGED-FLAG.
           IF WS-REQ-FOUND
               IF PA-BANK-CODE NOT = WS-RQ-BANK-CODE(WS-REQ-IDX)
                  OR PA-BRANCH-CODE
                       NOT = WS-RQ-BRANCH-CODE(WS-REQ-IDX)
                  OR PA-ACCOUNT-TYPE
                       NOT = WS-RQ-ACCOUNT-TYPE(WS-REQ-IDX)
                  OR PA-ACCOUNT-NO
                       NOT = WS-RQ-ACCOUNT-NO(WS-REQ-IDX)
                   SET WS-ACCT-CHANGED TO TRUE
               END-IF
           END-IF.
           MOVE 'N' TO WS-NEXT-DUE-FLAG.
           IF NOT WS-ACCT-CHANGED
               PERFORM CALC-NEXT-DUE-DATE
           END-IF.
           IF WS-HAS-NEXT-DUE
               MOVE 'R' TO WS-IS-TYPE
               MOVE DR-SETTLE-DATE TO WS-IS-REJECT-DATE
               MOVE DR-REASON-MSG TO WS-IS-REASON-MSG
               MOVE ZERO TO WS-IS-CARD-EXPIRY
               MOVE 'D' TO WS-IS-LETTER-TYPE
               PERFORM RECORD-ISSUE
           ELSE
               ADD 1 TO WS-RESOLVED-CNT
           END-IF.

      *    抽出1件を作業リスト・点検リストへ出力し、請求日前の
      *    実行ではカード期限切れ・振替拒否の顧客へ案内状を抽出する
       RECORD-ISSUE.
           PERFORM READ-CUSTOMER.
           ADD 1 TO WS-ISSUE-CNT.
           EVALUATE WS-IS-TYPE
               WHEN 'E'
                   ADD 1 TO WS-EXPIRED-CNT
               WHEN 'R'
                   ADD 1 TO WS-REJECTED-CNT
               WHEN OTHER
                   ADD 1 TO WS-MISSING-CNT
           END-EVALUATE.
           MOVE SPACES TO OUT-WORKLIST-REC.
           MOVE CT-CONTRACT-NO     TO WK-CONTRACT-NO.
           MOVE CT-CUSTOMER-NO     TO WK-CUSTOMER-NO.
           MOVE CT-HOLDER-NAME     TO WK-HOLDER-NAME.
           MOVE CT-PAYMENT-METHOD  TO WK-PAYMENT-METHOD.
           MOVE WS-IS-TYPE         TO WK-ISSUE-TYPE.
           MOVE WS-NEXT-DUE-DATE   TO WK-NEXT-DUE-DATE.
           MOVE WS-IS-CARD-EXPIRY  TO WK-CARD-EXPIRY.
           MOVE WS-IS-REJECT-DATE  TO WK-REJECT-DATE.
           MOVE WS-IS-REASON-MSG   TO WK-REASON-MSG.
           MOVE WS-CURRENT-DATE    TO WK-CHECK-DATE.
           EVALUATE TRUE
               WHEN WK-ISSUE-MISSING
               WHEN WS-BILLDAY-RUN
                   MOVE 'N' TO WK-LETTER-FLAG
               WHEN WS-CUS-FOUND AND CU-UNDELIVERABLE
                   MOVE 'S' TO WK-LETTER-FLAG
                   ADD 1 TO WS-SUPPRESS-CNT
               WHEN OTHER
                   MOVE 'Y' TO WK-LETTER-FLAG
                   PERFORM WRITE-LETTER
           END-EVALUATE.
           WRITE OUT-WORKLIST-REC.
           PERFORM WRITE-REPORT-DETAIL.

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUS-FOUND-FLAG.
           IF WS-CUS-AVAIL AND CT-CUSTOMER-NO NOT = SPACES
               MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUS-FOUND TO TRUE
               END-READ
           END-IF.

       WRITE-LETTER.
           MOVE SPACES TO OUT-LETTER-REC.
           MOVE CT-CONTRACT-NO     TO LT-CONTRACT-NO.
           MOVE CT-CUSTOMER-NO     TO LT-CUSTOMER-NO.
           MOVE CT-HOLDER-NAME     TO LT-HOLDER-NAME.
           MOVE WS-IS-LETTER-TYPE  TO LT-LETTER-TYPE.
           MOVE WS-NEXT-DUE-DATE   TO LT-NEXT-DUE-DATE.
           MOVE WS-IS-CARD-EXPIRY  TO LT-CARD-EXPIRY.
           IF WS-CUS-FOUND
               MOVE CU-POSTAL-CODE TO LT-POSTAL-CODE
               MOVE CU-ADDRESS     TO LT-ADDRESS
           END-IF.
           WRITE OUT-LETTER-REC.
           ADD 1 TO WS-LETTER-CNT.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE CT-CONTRACT-NO    TO OUT-REPORT-REC(3:10).
           MOVE CT-CUSTOMER-NO    TO OUT-REPORT-REC(14:8).
           MOVE CT-PAYMENT-METHOD TO OUT-REPORT-REC(23:1).
           MOVE WS-IS-TYPE        TO OUT-REPORT-REC(26:1).
           MOVE WS-NEXT-DUE-DATE  TO OUT-REPORT-REC(29:8).
           MOVE WS-IS-CARD-EXPIRY TO OUT-REPORT-REC(38:4).
           MOVE WS-IS-REJECT-DATE TO OUT-REPORT-REC(43:8).
           MOVE WK-LETTER-FLAG    TO OUT-REPORT-REC(52:1).
           MOVE WS-IS-REASON-MSG  TO OUT-REPORT-REC(55:21).
           WRITE OUT-REPORT-REC.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-EXPIRED-CNT TO WS-RPT-CNT-EDIT.
           STRING 'カード期限切れ:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-REJECTED-CNT TO WS-RPT-CNT-EDIT.
           STRING '振替拒否未解決:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RESOLVED-CNT TO WS-RPT-CNT-EDIT.
           STRING '振替拒否解決済:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-MISSING-CNT TO WS-RPT-CNT-EDIT.
           STRING '支払口座未登録:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-LETTER-CNT TO WS-RPT-CNT-EDIT.
           STRING '案内状抽出:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-SUPPRESS-CNT TO WS-RPT-CNT-EDIT.
           STRING '案内保留(不達):   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           IF WS-TBLFULL-CNT > ZERO
               MOVE SPACES TO OUT-REPORT-REC
               MOVE WS-TBLFULL-CNT TO WS-RPT-CNT-EDIT
               STRING '依頼控え満杯:     ' WS-RPT-CNT-EDIT
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
               WRITE OUT-REPORT-REC
           END-IF.

       TERM-PROCESS.
           DISPLAY '契約読込件数:     ' WS-READ-CNT.
           DISPLAY '振替拒否件数:     ' WS-DDREJ-CNT.
           DISPLAY '抽出件数:         ' WS-ISSUE-CNT.
           DISPLAY '案内状抽出件数:   ' WS-LETTER-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE MASTER-FILE
                 PAYACCT-FILE
                 OUT-LETTER-FILE
                 OUT-WORKLIST-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-CUS-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'PAYACHK' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-ISSUE-CNT TO CTL-WRITE-CNT.
           MOVE WS-TBLFULL-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
