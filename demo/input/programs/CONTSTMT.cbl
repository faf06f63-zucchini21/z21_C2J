       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSTMT.
      *================================================================*
      * ご契約状況のお知らせ作成バッチプログラム（年1回）
      * 契約マスタ（CONTMAST）の有効契約（状態A・空白）を顧客番号
      * ごとにまとめ、顧客1名につき1通のお知らせデータを抽出ファイル
      * （STMTOUT）へ出力する。契約ごとに次の内容を記載する。
      *  - 保険種別名（保険種別マスタPLANMAST）
      *  - 被保険者全員の保険金額・特約（被保険者明細マスタINSDMAST）
      *  - 現在の保険料・払込回数・支払方法
      *  - 次回更新日・残り更新回数（更新回数上限−更新回数）
      *  - 未入金残高（OPENINVの未消込・一部入金の請求書）
      * 交付方法は顧客マスタの希望連絡方法に従い、電子メール(E)の
      * 顧客は電子交付、それ以外は郵送とする。郵送の顧客が宛先不達
      * の場合はお知らせを出力せず、住所調査リスト（ADRTRACE）へ
      * 追記する。
      * 顧客番号が空白または顧客マスタに未登録の契約はお知らせを
      * 作成できないため、管理レポート（STMTRPT）に一覧して手作業
      * 調査へ回し、お知らせ件数とともに報告する
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYPLANM（保険種別マスタレコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYOPINV（未消込請求書ファイルレコードレイアウト）
      * COPY: CPYSTMT（ご契約状況のお知らせ抽出レコードレイアウト）
      * COPY: CPYHDTRL（外部機関交換ファイル共通ヘッダ・トレーラ）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
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
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT PLAN-MASTER-FILE
               ASSIGN TO 'PLANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE
               FILE STATUS IS WS-PLN-STATUS.
           SELECT INSURED-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPENINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPI-STATUS.
      *    お知らせデータ（印字・電子交付の担当へ引き渡す）
           SELECT OUT-STATEMENT-FILE
               ASSIGN TO 'STMTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
      *    宛先不達の顧客宛てに保留したお知らせ（追記式）
           SELECT OUT-TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'STMTRPT'
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

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  PLAN-MASTER-FILE.
           COPY CPYPLANM.

       FD  INSURED-FILE.
           COPY CPYINSD.

       FD  OPEN-INVOICE-FILE.
           COPY CPYOPINV.

       FD  OUT-STATEMENT-FILE.
           COPY CPYSTMT.

       FD  OUT-TRACE-FILE.
           COPY CPYADTRC.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
           COPY CPYHDTRL.

       01  WS-FILE-STATUS.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-PLN-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-OPI-STATUS         PIC X(2).
           05  WS-STM-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-DTL-END-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DTL-END        VALUE 'Y'.
           05  WS-SC-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-SC-FOUND       VALUE 'Y'.
           05  WS-CUS-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUS-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ACTIVE-CNT         PIC 9(7) VALUE ZERO.
           05  WS-LISTED-CNT         PIC 9(7) VALUE ZERO.
           05  WS-NOCUST-CNT         PIC 9(7) VALUE ZERO.
           05  WS-UNLINKED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-CNT        PIC 9(7) VALUE ZERO.
           05  WS-STMT-CNT           PIC 9(7) VALUE ZERO.
           05  WS-PRINT-CNT          PIC 9(7) VALUE ZERO.
           05  WS-EMAIL-CNT          PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESS-CNT       PIC 9(7) VALUE ZERO.
           05  WS-NOPLAN-CNT         PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-DATA-CNT           PIC 9(7) VALUE ZERO.
           05  WS-WRITE-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CREATE-TIME        PIC 9(6).
           05  WS-AMT-HASH-TOTAL     PIC 9(13)V99 VALUE ZERO.

      *    お知らせ対象の顧客（顧客番号の昇順に挿入する）
       01  WS-SC-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-STMT-CUSTOMER-TABLE.
           05  WS-SC-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-SC-IDX WS-SC-IDX2.
               10  WS-SC-CUSTOMER-NO PIC X(8).
               10  WS-SC-CONTRACT-CNT PIC 9(3).
       01  WS-SC-SEARCH-KEY          PIC X(8).

      *    お知らせへ記載する有効契約（契約マスタを契約番号順に
      *    読むため契約番号の昇順に並ぶ。未使用のエントリは
      *    HIGH-VALUEとして二分探索の順序を保つ）
       01  WS-KC-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-STMT-CONTRACT-TABLE.
           05  WS-KC-ENTRY OCCURS 20000 TIMES
                           ASCENDING KEY IS WS-KC-CONTRACT-NO
                           INDEXED BY WS-KC-IDX.
               10  WS-KC-CONTRACT-NO PIC X(10).
               10  WS-KC-CUSTOMER-NO PIC X(8).
               10  WS-KC-OUT-AMT     PIC 9(9)V99.
               10  WS-KC-OUT-CNT     PIC 9(3).

      *    お知らせ1通分の作業領域
       01  WS-STMT-WORK.
           05  WS-ST-CONTRACT-CNT    PIC 9(3).
           05  WS-ST-INSURED-CNT     PIC 9(3).
           05  WS-ST-OUTSTANDING-CNT PIC 9(3).
           05  WS-ST-REMAIN-RENEW    PIC S9(3).
           05  WS-ST-INSURED-SEQ-CNT PIC 9(2).
           05  WS-ST-INVOICE-REMAIN  PIC 9(7)V99.
      *    お知らせを作成できない契約の理由
           05  WS-ST-SKIP-REASON     PIC X(30).

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM COLLECT-CONTRACTS.
           PERFORM TALLY-OUTSTANDING.
           PERFORM WRITE-STATEMENTS.
           PERFORM WRITE-CONTROL-REPORT.
           IF WS-TBLFULL-CNT > ZERO
               MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           MOVE WS-RUN-START-TIME TO WS-CREATE-TIME.
           MOVE HIGH-VALUES TO WS-STMT-CONTRACT-TABLE.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CONTMASTオープンエラー: ' WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY 'CUSTMASTオープンエラー: ' WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PLAN-MASTER-FILE.
           IF WS-PLN-STATUS NOT = '00'
               DISPLAY 'PLANMASTオープンエラー: ' WS-PLN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INSURED-FILE.
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY 'INSDMASTオープンエラー: ' WS-DTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPI-STATUS NOT = '00'
               DISPLAY 'OPENINVオープンエラー: ' WS-OPI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-STATEMENT-FILE.
           IF WS-STM-STATUS NOT = '00'
               DISPLAY 'STMTOUTオープンエラー: ' WS-STM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-TRACE-FILE.
           PERFORM OPEN-CTLTOTAL.
           PERFORM WRITE-REPORT-HEADING.

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
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    管理レポートの見出しと、お知らせを作成できない契約の
      *    一覧見出しを出力する
       WRITE-REPORT-HEADING.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '*** 契約状況お知らせ 管理レポート ***'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '作成日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE '--- 顧客未連結のため対象外の契約 ---'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '契約番号   顧客番号 理由' TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.

      *    契約マスタを先頭から読み、有効契約を顧客別にまとめる
       COLLECT-CONTRACTS.
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
           PERFORM COLLECT-CONTRACT-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

      *    有効契約（状態A・空白）のみを対象とし、顧客番号が空白・
      *    顧客マスタ未登録の契約は対象外として一覧する
       COLLECT-CONTRACT-LOOP.
           ADD 1 TO WS-READ-CNT.
           IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
               ADD 1 TO WS-ACTIVE-CNT
               IF CT-CUSTOMER-NO = SPACES
                   MOVE '顧客番号未設定' TO WS-ST-SKIP-REASON
                   ADD 1 TO WS-UNLINKED-CNT
                   PERFORM WRITE-SKIP-LINE
               ELSE
                   MOVE CT-CUSTOMER-NO TO WS-SC-SEARCH-KEY
                   PERFORM FIND-STMT-CUSTOMER
                   IF WS-SC-FOUND
                       PERFORM ADD-STMT-CONTRACT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT.

      *    お知らせ対象の顧客を探す（未登録の顧客は顧客マスタで
      *    存在を確認してから昇順の位置へ挿入する）
       FIND-STMT-CUSTOMER.
           MOVE 'N' TO WS-SC-FOUND-FLAG.
           SET WS-SC-IDX TO 1.
           PERFORM UNTIL WS-SC-IDX > WS-SC-COUNT
                   OR WS-SC-FOUND
                   OR WS-SC-CUSTOMER-NO(WS-SC-IDX) > WS-SC-SEARCH-KEY
               IF WS-SC-CUSTOMER-NO(WS-SC-IDX) = WS-SC-SEARCH-KEY
                   SET WS-SC-FOUND TO TRUE
               ELSE
                   SET WS-SC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-SC-FOUND
               PERFORM READ-CUSTOMER
               IF NOT WS-CUS-FOUND
                   MOVE '顧客マスタ未登録' TO WS-ST-SKIP-REASON
                   ADD 1 TO WS-NOCUST-CNT
                   PERFORM WRITE-SKIP-LINE
               ELSE
                   PERFORM INSERT-STMT-CUSTOMER
               END-IF
           END-IF.

       INSERT-STMT-CUSTOMER.
           IF WS-SC-COUNT < 5000
               PERFORM SHIFT-STMT-CUSTOMER
                   VARYING WS-SC-IDX2 FROM WS-SC-COUNT BY -1
                   UNTIL WS-SC-IDX2 < WS-SC-IDX
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-SEARCH-KEY TO WS-SC-CUSTOMER-NO(WS-SC-IDX)
               MOVE ZERO TO WS-SC-CONTRACT-CNT(WS-SC-IDX)
               SET WS-SC-FOUND TO TRUE
           ELSE
               DISPLAY '顧客テーブル満杯: ' WS-SC-SEARCH-KEY
               ADD 1 TO WS-TBLFULL-CNT
           END-IF.

       SHIFT-STMT-CUSTOMER.
           MOVE WS-SC-ENTRY(WS-SC-IDX2)
               TO WS-SC-ENTRY(WS-SC-IDX2 + 1).

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUS-FOUND-FLAG.
           MOVE WS-SC-SEARCH-KEY TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUS-FOUND TO TRUE
           END-READ.

      *    有効契約を契約テーブルへ追加する（満杯の際は当該顧客の
      *    お知らせから契約が漏れるためエラーとして報告する）
       ADD-STMT-CONTRACT.
           IF WS-KC-COUNT < 20000
               ADD 1 TO WS-KC-COUNT
               SET WS-KC-IDX TO WS-KC-COUNT
               MOVE CT-CONTRACT-NO TO WS-KC-CONTRACT-NO(WS-KC-IDX)
               MOVE CT-CUSTOMER-NO TO WS-KC-CUSTOMER-NO(WS-KC-IDX)
               MOVE ZERO TO WS-KC-OUT-AMT(WS-KC-IDX)
               MOVE ZERO TO WS-KC-OUT-CNT(WS-KC-IDX)
               ADD 1 TO WS-SC-CONTRACT-CNT(WS-SC-IDX)
               ADD 1 TO WS-LISTED-CNT
           ELSE
               DISPLAY '契約テーブル満杯: ' CT-CONTRACT-NO
               ADD 1 TO WS-TBLFULL-CNT
           END-IF.

       WRITE-SKIP-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE CT-CONTRACT-NO    TO OUT-REPORT-REC(1:10).
           MOVE CT-CUSTOMER-NO    TO OUT-REPORT-REC(12:8).
           MOVE WS-ST-SKIP-REASON TO OUT-REPORT-REC(21:30).
           WRITE OUT-REPORT-REC.

      *    未消込(O)・一部入金(P)の請求書の残高を契約へ集計する
      *    （未消込で残高ゼロの既存データは請求額全額を未入金と
      *    みなす）
       TALLY-OUTSTANDING.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO OI-INVOICE-NO.
           START OPEN-INVOICE-FILE
               KEY IS NOT LESS THAN OI-INVOICE-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               PERFORM READ-OPEN-INVOICE-NEXT
           END-IF.
           PERFORM OUTSTANDING-TALLY-LOOP
               UNTIL WS-EOF.

       READ-OPEN-INVOICE-NEXT.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-OPI-STATUS NOT = '00' AND WS-OPI-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       OUTSTANDING-TALLY-LOOP.
           IF OI-OPEN OR OI-PARTIAL
               IF OI-OPEN AND OI-REMAIN-BALANCE = ZERO
                   MOVE OI-BILLING-AMOUNT TO WS-ST-INVOICE-REMAIN
               ELSE
                   MOVE OI-REMAIN-BALANCE TO WS-ST-INVOICE-REMAIN
               END-IF
               SEARCH ALL WS-KC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KC-CONTRACT-NO(WS-KC-IDX)
                           = OI-CONTRACT-NO
                       ADD WS-ST-INVOICE-REMAIN
                           TO WS-KC-OUT-AMT(WS-KC-IDX)
                       ADD 1 TO WS-KC-OUT-CNT(WS-KC-IDX)
                       ADD 1 TO WS-INVOICE-CNT
               END-SEARCH
           END-IF.
           PERFORM READ-OPEN-INVOICE-NEXT.

      *    ヘッダの後に顧客ごとのお知らせを書き出し、最後に
      *    トレーラを置く
       WRITE-STATEMENTS.
           MOVE 'H' TO IF-HD-RECORD-TYPE.
           MOVE WS-CURRENT-DATE TO IF-HD-CREATE-DATE.
           MOVE WS-CREATE-TIME  TO IF-HD-CREATE-TIME.
           MOVE ZERO            TO IF-HD-GENERATION.
           MOVE SPACES TO STATEMENT-START-REC.
           MOVE IF-HEADER-REC TO STATEMENT-START-REC(1:24).
           WRITE STATEMENT-START-REC.
           ADD 1 TO WS-WRITE-CNT.
           PERFORM WRITE-CUSTOMER-STATEMENT
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT.
           MOVE 'T' TO IF-TR-RECORD-TYPE.
           MOVE WS-DATA-CNT       TO IF-TR-RECORD-COUNT.
           MOVE WS-AMT-HASH-TOTAL TO IF-TR-AMOUNT-TOTAL.
           MOVE SPACES TO STATEMENT-START-REC.
           MOVE IF-TRAILER-REC TO STATEMENT-START-REC(1:24).
           WRITE STATEMENT-START-REC.
           ADD 1 TO WS-WRITE-CNT.

      *    顧客マスタを読み直して交付方法を決め、郵送で宛先不達の
      *    顧客はお知らせを保留して住所調査リストへ回す
       WRITE-CUSTOMER-STATEMENT.
           MOVE WS-SC-CUSTOMER-NO(WS-SC-IDX) TO WS-SC-SEARCH-KEY.
           PERFORM READ-CUSTOMER.
           EVALUATE TRUE
               WHEN NOT WS-CUS-FOUND
                   DISPLAY '顧客マスタ読込エラー: '
                           WS-SC-SEARCH-KEY
                   ADD 1 TO WS-NOCUST-CNT
               WHEN CU-CONTACT-EMAIL
                   PERFORM WRITE-STATEMENT-GROUP
                   ADD 1 TO WS-EMAIL-CNT
               WHEN CU-UNDELIVERABLE
                   PERFORM WRITE-TRACE-ENTRY
               WHEN OTHER
                   PERFORM WRITE-STATEMENT-GROUP
                   ADD 1 TO WS-PRINT-CNT
           END-EVALUATE.

      *    お知らせ開始・契約・被保険者・お知らせ終了を書き出す
       WRITE-STATEMENT-GROUP.
           MOVE ZERO TO WS-ST-CONTRACT-CNT.
           MOVE ZERO TO WS-ST-INSURED-CNT.
           MOVE ZERO TO WS-ST-OUTSTANDING-CNT.
           MOVE SPACES TO STATEMENT-START-REC.
           MOVE 'S' TO SS-RECORD-TYPE.
           MOVE CU-CUSTOMER-NO TO SS-CUSTOMER-NO.
           IF CU-CONTACT-EMAIL
               MOVE 'E' TO SS-DELIVERY-ROUTE
           ELSE
               MOVE 'P' TO SS-DELIVERY-ROUTE
           END-IF.
           MOVE WS-CURRENT-DATE  TO SS-STATEMENT-DATE.
           MOVE CU-CUSTOMER-NAME TO SS-CUSTOMER-NAME.
           MOVE CU-POSTAL-CODE   TO SS-POSTAL-CODE.
           MOVE CU-ADDRESS       TO SS-ADDRESS.
           MOVE CU-PHONE         TO SS-PHONE.
           MOVE WS-SC-CONTRACT-CNT(WS-SC-IDX) TO SS-CONTRACT-CNT.
           WRITE STATEMENT-START-REC.
           ADD 1 TO WS-WRITE-CNT.
           ADD 1 TO WS-DATA-CNT.
           PERFORM WRITE-CONTRACT-ENTRY
               VARYING WS-KC-IDX FROM 1 BY 1
               UNTIL WS-KC-IDX > WS-KC-COUNT.
           MOVE SPACES TO STATEMENT-END-REC.
           MOVE 'E' TO SE-RECORD-TYPE.
           MOVE WS-SC-CUSTOMER-NO(WS-SC-IDX) TO SE-CUSTOMER-NO.
           MOVE WS-ST-CONTRACT-CNT    TO SE-CONTRACT-CNT.
           MOVE WS-ST-INSURED-CNT     TO SE-INSURED-CNT.
           MOVE WS-ST-OUTSTANDING-CNT TO SE-OUTSTANDING-CNT.
           WRITE STATEMENT-END-REC.
           ADD 1 TO WS-WRITE-CNT.
           ADD 1 TO WS-DATA-CNT.
           ADD 1 TO WS-STMT-CNT.

       WRITE-CONTRACT-ENTRY.
           IF WS-KC-CUSTOMER-NO(WS-KC-IDX)
                   = WS-SC-CUSTOMER-NO(WS-SC-IDX)
               MOVE WS-KC-CONTRACT-NO(WS-KC-IDX) TO CT-CONTRACT-NO
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY '契約マスタ読込エラー: '
                               WS-KC-CONTRACT-NO(WS-KC-IDX)
                   NOT INVALID KEY
                       PERFORM WRITE-CONTRACT-REC
                       PERFORM WRITE-INSURED-RECS
               END-READ
           END-IF.

      *    契約の保険種別名・保険料・更新・未入金を書き出す
      *    （更新なし(N)・更新回数上限に達した契約は次回更新日を
      *    ゼロ、残り更新回数をゼロとする）
       WRITE-CONTRACT-REC.
           MOVE SPACES TO STATEMENT-CONTRACT-REC.
           MOVE 'C' TO SC-RECORD-TYPE.
           MOVE WS-SC-CUSTOMER-NO(WS-SC-IDX) TO SC-CUSTOMER-NO.
           MOVE CT-CONTRACT-NO TO SC-CONTRACT-NO.
           MOVE CT-PLAN-CODE   TO SC-PLAN-CODE.
           MOVE CT-PLAN-CODE   TO PL-PLAN-CODE.
           READ PLAN-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOPLAN-CNT
               NOT INVALID KEY
                   MOVE PL-PLAN-NAME TO SC-PLAN-NAME
           END-READ.
           MOVE CT-START-DATE TO SC-START-DATE.
           MOVE CT-END-DATE   TO SC-END-DATE.
           MOVE CT-RENEW-TYPE TO SC-RENEW-TYPE.
           COMPUTE WS-ST-REMAIN-RENEW =
               CT-MAX-RENEW - CT-RENEW-COUNT.
           IF CT-NO-RENEW OR WS-ST-REMAIN-RENEW < ZERO
               MOVE ZERO TO WS-ST-REMAIN-RENEW
           END-IF.
           MOVE WS-ST-REMAIN-RENEW TO SC-REMAIN-RENEW.
           IF WS-ST-REMAIN-RENEW > ZERO
               MOVE CT-END-DATE TO SC-NEXT-RENEW-DATE
           ELSE
               MOVE ZERO TO SC-NEXT-RENEW-DATE
           END-IF.
           MOVE CT-PREMIUM-AMOUNT TO SC-PREMIUM-AMOUNT.
           IF CT-PAY-FREQUENCY = SPACE
               MOVE 'A' TO SC-PAY-FREQUENCY
           ELSE
               MOVE CT-PAY-FREQUENCY TO SC-PAY-FREQUENCY
           END-IF.
           MOVE CT-PAYMENT-METHOD TO SC-PAYMENT-METHOD.
           IF CT-CURRENCY-CODE = SPACES
               MOVE 'JPY' TO SC-CURRENCY-CODE
           ELSE
               MOVE CT-CURRENCY-CODE TO SC-CURRENCY-CODE
           END-IF.
           PERFORM COUNT-INSURED-PERSONS.
           MOVE WS-ST-INSURED-SEQ-CNT TO SC-INSURED-CNT.
           MOVE WS-KC-OUT-AMT(WS-KC-IDX) TO SC-OUTSTANDING-AMT.
           MOVE WS-KC-OUT-CNT(WS-KC-IDX) TO SC-OUTSTANDING-CNT.
           WRITE STATEMENT-CONTRACT-REC.
           ADD 1 TO WS-WRITE-CNT.
           ADD 1 TO WS-DATA-CNT.
           ADD 1 TO WS-ST-CONTRACT-CNT.
           ADD WS-KC-OUT-CNT(WS-KC-IDX) TO WS-ST-OUTSTANDING-CNT.
           ADD CT-PREMIUM-AMOUNT TO WS-AMT-HASH-TOTAL.

      *    契約の被保険者数を数える（契約レコードに件数を記載する
      *    ため、明細の書き出しに先立って数える）
       COUNT-INSURED-PERSONS.
           MOVE ZERO TO WS-ST-INSURED-SEQ-CNT.
           PERFORM START-INSURED-DETAIL.
           PERFORM COUNT-INSURED-LOOP
               UNTIL WS-DTL-END.

       COUNT-INSURED-LOOP.
           PERFORM READ-INSURED-NEXT.
           IF NOT WS-DTL-END
               ADD 1 TO WS-ST-INSURED-SEQ-CNT
           END-IF.

      *    契約の被保険者全員の保険金額・特約を書き出す
       WRITE-INSURED-RECS.
           PERFORM START-INSURED-DETAIL.
           PERFORM WRITE-INSURED-LOOP
               UNTIL WS-DTL-END.

       WRITE-INSURED-LOOP.
           PERFORM READ-INSURED-NEXT.
           IF NOT WS-DTL-END
               MOVE SPACES TO STATEMENT-INSURED-REC
               MOVE 'I' TO SI-RECORD-TYPE
               MOVE WS-SC-CUSTOMER-NO(WS-SC-IDX) TO SI-CUSTOMER-NO
               MOVE ID-CONTRACT-NO   TO SI-CONTRACT-NO
               MOVE ID-INSURED-SEQ   TO SI-INSURED-SEQ
               MOVE ID-RELATION-CODE TO SI-RELATION-CODE
               MOVE ID-SUM-INSURED   TO SI-SUM-INSURED
               MOVE ID-RIDER-HOSP    TO SI-RIDER-HOSP
               MOVE ID-RIDER-SURG    TO SI-RIDER-SURG
               MOVE ID-RIDER-CANC    TO SI-RIDER-CANC
               WRITE STATEMENT-INSURED-REC
               ADD 1 TO WS-WRITE-CNT
               ADD 1 TO WS-DATA-CNT
               ADD 1 TO WS-ST-INSURED-CNT
           END-IF.

       START-INSURED-DETAIL.
           MOVE 'N' TO WS-DTL-END-FLAG.
           MOVE CT-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE ZERO TO ID-INSURED-SEQ.
           START INSURED-FILE KEY IS NOT LESS THAN ID-DETAIL-KEY
               INVALID KEY
                   SET WS-DTL-END TO TRUE
           END-START.

       READ-INSURED-NEXT.
           READ INSURED-FILE NEXT RECORD
               AT END
                   SET WS-DTL-END TO TRUE
           END-READ.
           IF WS-DTL-STATUS NOT = '00' AND WS-DTL-STATUS NOT = '02'
               SET WS-DTL-END TO TRUE
           END-IF.
           IF NOT WS-DTL-END
               IF ID-CONTRACT-NO NOT = CT-CONTRACT-NO
                   SET WS-DTL-END TO TRUE
               END-IF
           END-IF.

      *    宛先不達の顧客宛てのお知らせを住所調査リストへ追記する
      *    （契約ごとではなく顧客1名につき1件とする）
       WRITE-TRACE-ENTRY.
           MOVE SPACES             TO ADDR-TRACE-REC.
           MOVE CU-CUSTOMER-NO     TO AT-CUSTOMER-NO.
           MOVE WS-CURRENT-DATE    TO AT-SUPPRESS-DATE.
           MOVE 'CONTSTMT'         TO AT-SOURCE-PGM.
           MOVE 'N'                TO AT-DOC-TYPE.
           MOVE ZERO               TO AT-DOC-NO.
           MOVE CU-CUSTOMER-NAME   TO AT-HOLDER-NAME.
           MOVE ZERO               TO AT-AMOUNT.
           MOVE ZERO               TO AT-DUE-DATE.
           MOVE 'ご契約状況のお知らせ'
                                   TO AT-DOC-MESSAGE.
           MOVE CU-UNDELIV-DATE    TO AT-UNDELIV-DATE.
           MOVE CU-UNDELIV-REASON  TO AT-UNDELIV-REASON.
           WRITE ADDR-TRACE-REC.
           ADD 1 TO WS-SUPPRESS-CNT.

      *    お知らせ件数・対象外件数の集計を出力する
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-ACTIVE-CNT TO WS-RPT-CNT-EDIT.
           STRING '  有効契約件数:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-LISTED-CNT TO WS-RPT-CNT-EDIT.
           STRING '  記載契約件数:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-STMT-CNT TO WS-RPT-CNT-EDIT.
           STRING '  お知らせ件数:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-PRINT-CNT TO WS-RPT-CNT-EDIT.
           STRING '    うち郵送:         ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-EMAIL-CNT TO WS-RPT-CNT-EDIT.
           STRING '    うち電子交付:     ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-SUPPRESS-CNT TO WS-RPT-CNT-EDIT.
           STRING '  宛先不達保留:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-UNLINKED-CNT TO WS-RPT-CNT-EDIT.
           STRING '  顧客番号未設定:     ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-NOCUST-CNT TO WS-RPT-CNT-EDIT.
           STRING '  顧客マスタ未登録:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-NOPLAN-CNT TO WS-RPT-CNT-EDIT.
           STRING '  種別名未登録:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-TBLFULL-CNT TO WS-RPT-CNT-EDIT.
           STRING '  記載漏れ件数:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

       TERM-PROCESS.
           DISPLAY '契約読込件数:     ' WS-READ-CNT.
           DISPLAY '有効契約件数:     ' WS-ACTIVE-CNT.
           DISPLAY 'お知らせ件数:     ' WS-STMT-CNT.
           DISPLAY '宛先不達保留:     ' WS-SUPPRESS-CNT.
           DISPLAY '顧客番号未設定:   ' WS-UNLINKED-CNT.
           DISPLAY '顧客マスタ未登録: ' WS-NOCUST-CNT.
           DISPLAY '未入金請求書件数: ' WS-INVOICE-CNT.
           DISPLAY '記載漏れ件数:     ' WS-TBLFULL-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE MASTER-FILE
                 CUSTOMER-FILE
                 PLAN-MASTER-FILE
                 INSURED-FILE
                 OPEN-INVOICE-FILE
                 OUT-STATEMENT-FILE
                 OUT-TRACE-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'CONTSTMT' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-STMT-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-UNLINKED-CNT + WS-NOCUST-CNT + WS-TBLFULL-CNT.
           WRITE CONTROL-TOTALS-REC.
