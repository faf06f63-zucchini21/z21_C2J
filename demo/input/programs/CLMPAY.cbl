       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMPAY.
      *================================================================*
      * 特約給付金支払バッチプログラム（夜間）
      * 給付金請求マスタ（CLMMAST）を先頭から走査し、承認済(A)・
      * 保留解除(L)の請求について次の処理を行う。
      *  1. 承認済(A)で契約マスタの未払フラグ（CT-UNPAID-FLAG）が
      *     立っている契約の請求は支払わず未払保留(H)とし、管理者
      *     の保留解除（CLMMAINT）を待つ
      *  2. それ以外は特約給付額マスタ（RIDERBEN）の保険種別・特約
      *     別の給付額から給付金を算出し、給付金支払指示ファイル
      *     （CLMPAYOUT）へ出力して支払済(P)とする
      *     単位給付(D): 給付額×給付単位数（上限単位数で打ち切り）
      *     一時金(L)  : 給付額
      * 処理結果は請求ごとに給付金支払登録簿（CLMRPT）へ記載する。
      * 契約マスタ未登録・給付額未登録の請求は状態を変えずに
      * 登録簿へエラーとして記載し、翌晩以降に再処理する。
      * 請求マスタの更新前イメージはCLMMAINTと同じCLBIMGへ追記する
      * COPY: CPYCLAIM（特約給付金請求マスタレコードレイアウト）
      * COPY: CPYCLBIM（請求マスタ更新前イメージログレイアウト）
      * COPY: CPYCLPAY（給付金支払指示ファイルレコードレイアウト）
      * COPY: CPYRIDBN（特約給付額マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO 'CLMMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAIM-NO
               FILE STATUS IS WS-CLM-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CLBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    保険種別・特約別の給付額マスタ
           SELECT BENEFIT-FILE
               ASSIGN TO 'RIDERBEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-BENEFIT-KEY
               FILE STATUS IS WS-BEN-STATUS.
      *    経理へ引き渡す給付金支払指示
           SELECT OUT-PAYMENT-FILE
               ASSIGN TO 'CLMPAYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
      *    請求ごとの処理結果を記載する給付金支払登録簿
           SELECT OUT-REGISTER-FILE
               ASSIGN TO 'CLMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY CPYCLAIM.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYCLBIM.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  BENEFIT-FILE.
           COPY CPYRIDBN.

       FD  OUT-PAYMENT-FILE.
           COPY CPYCLPAY.

       FD  OUT-REGISTER-FILE.
       01  OUT-REGISTER-REC          PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLM-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-BEN-STATUS         PIC X(2).
           05  WS-PAY-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-MST-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MST-FOUND      VALUE 'Y'.
           05  WS-BEN-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-BEN-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-PAID-CNT           PIC 9(7) VALUE ZERO.
           05  WS-HELD-CNT           PIC 9(7) VALUE ZERO.
           05  WS-SKIP-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

      *    給付金算出の作業領域
       01  WS-BENEFIT-WORK.
           05  WS-PAY-UNITS          PIC 9(3).
           05  WS-BENEFIT-AMT        PIC 9(7)V99.
           05  WS-PAID-TOTAL         PIC 9(11)V99 VALUE ZERO.

       01  WS-RPT-WORK.
           05  WS-RPT-AMT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-TOTAL-EDIT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-MESSAGE        PIC X(30).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM CLAIM-SCAN.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    給付額マスタが開けない場合は給付金を算出できないため、
      *    支払指示を出さずに異常終了する
       INIT-PROCESS.
           OPEN INPUT BENEFIT-FILE.
           IF WS-BEN-STATUS NOT = '00'
               DISPLAY '給付額マスタオープンエラー: '
                       WS-BEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLAIM-FILE.
           OPEN INPUT MASTER-FILE.
           OPEN OUTPUT OUT-PAYMENT-FILE
                       OUT-REGISTER-FILE.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM OPEN-CTLTOTAL.
           PERFORM WRITE-REGISTER-HEADER.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '***** 給付金支払登録簿 *****'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.

      *    請求マスタを先頭から順に読み、支払対象を判定する
       CLAIM-SCAN.
           MOVE ZERO TO CA-CLAIM-NO.
           START CLAIM-FILE
               KEY IS NOT LESS THAN CA-CLAIM-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-CLM-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-CLAIM-NEXT
           END-IF.
           PERFORM CLAIM-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-CLAIM-NEXT.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
           IF WS-CLM-STATUS NOT = '00' AND WS-CLM-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       CLAIM-LOOP.
           IF CA-STAT-APPROVED OR CA-STAT-RELEASED
               PERFORM PROCESS-CLAIM
           ELSE
               ADD 1 TO WS-SKIP-CNT
           END-IF.
           PERFORM READ-CLAIM-NEXT.

      *    契約の未払状況を確認し、保留または支払を行う
      *    （保留解除済みの請求は管理者判断により未払でも支払う）
       PROCESS-CLAIM.
           MOVE 'N' TO WS-MST-FOUND-FLAG.
           MOVE CA-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MST-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND
                   MOVE 'エラー: 契約未登録'
                       TO WS-RPT-MESSAGE
                   MOVE ZERO TO WS-BENEFIT-AMT
                   PERFORM WRITE-REGISTER-DETAIL
                   ADD 1 TO WS-ERROR-CNT
               WHEN CA-STAT-APPROVED AND CT-HAS-UNPAID
                   PERFORM HOLD-CLAIM
               WHEN OTHER
                   PERFORM PAY-CLAIM
           END-EVALUATE.

      *    未払保険料のある契約の請求を未払保留(H)とする
       HOLD-CLAIM.
           MOVE 'C' TO LB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.
           SET CA-STAT-HELD TO TRUE.
           REWRITE CLAIM-REC
               INVALID KEY
                   DISPLAY '保留書き戻しエラー: '
                           CA-CLAIM-NO ' ' WS-CLM-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-CNT
                   MOVE '未払あり保留解除待ち'
                       TO WS-RPT-MESSAGE
                   MOVE ZERO TO WS-BENEFIT-AMT
                   PERFORM WRITE-REGISTER-DETAIL
           END-REWRITE.

      *    給付額マスタから給付金を算出し、支払指示を出力して
      *    支払済(P)とする
       PAY-CLAIM.
           PERFORM CALC-BENEFIT-AMOUNT.
           IF NOT WS-BEN-FOUND
               MOVE 'エラー: 給付額未登録'
                   TO WS-RPT-MESSAGE
               MOVE ZERO TO WS-BENEFIT-AMT
               PERFORM WRITE-REGISTER-DETAIL
               ADD 1 TO WS-ERROR-CNT
           ELSE
               MOVE 'C' TO LB-ACTION
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-BENEFIT-AMT TO CA-BENEFIT-AMOUNT
               MOVE WS-CURRENT-DATE TO CA-PAID-DATE
               SET CA-STAT-PAID TO TRUE
               REWRITE CLAIM-REC
                   INVALID KEY
                       DISPLAY '支払書き戻しエラー: '
                               CA-CLAIM-NO ' ' WS-CLM-STATUS
                       ADD 1 TO WS-ERROR-CNT
                   NOT INVALID KEY
                       PERFORM WRITE-PAYMENT-RECORD
                       MOVE '支払指示' TO WS-RPT-MESSAGE
                       PERFORM WRITE-REGISTER-DETAIL
               END-REWRITE
           END-IF.

      *    保険種別・特約別の給付額を引き当てて給付金を算出する
      *    （給付単位数は上限単位数で打ち切る。上限ゼロは無制限）
       CALC-BENEFIT-AMOUNT.
           MOVE 'N' TO WS-BEN-FOUND-FLAG.
           MOVE CT-PLAN-CODE  TO RB-PLAN-CODE.
           MOVE CA-RIDER-TYPE TO RB-RIDER-TYPE.
           READ BENEFIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BEN-FOUND TO TRUE
           END-READ.
           IF WS-BEN-FOUND
               MOVE CA-UNITS TO WS-PAY-UNITS
               IF RB-MAX-UNITS > ZERO
                       AND WS-PAY-UNITS > RB-MAX-UNITS
                   MOVE RB-MAX-UNITS TO WS-PAY-UNITS
               END-IF
               IF RB-BASIS-LUMP-SUM
                   MOVE RB-BENEFIT-AMOUNT TO WS-BENEFIT-AMT
               ELSE
                   COMPUTE WS-BENEFIT-AMT =
                       RB-BENEFIT-AMOUNT * WS-PAY-UNITS
               END-IF
           END-IF.

       WRITE-PAYMENT-RECORD.
           MOVE CA-CLAIM-NO       TO CQ-CLAIM-NO.
           MOVE CA-CONTRACT-NO    TO CQ-CONTRACT-NO.
           MOVE CT-HOLDER-NAME    TO CQ-HOLDER-NAME.
           MOVE CT-CUSTOMER-NO    TO CQ-CUSTOMER-NO.
           MOVE CA-RIDER-TYPE     TO CQ-RIDER-TYPE.
           MOVE CA-EVENT-DATE     TO CQ-EVENT-DATE.
           MOVE WS-PAY-UNITS      TO CQ-UNITS.
           MOVE WS-BENEFIT-AMT    TO CQ-BENEFIT-AMOUNT.
           MOVE WS-CURRENT-DATE   TO CQ-PAY-DATE.
           WRITE CLAIM-PAYMENT-REC.
           ADD 1 TO WS-PAID-CNT.
           ADD WS-BENEFIT-AMT TO WS-PAID-TOTAL.

      *    登録簿の明細行（請求番号・契約番号・特約・事由発生日・
      *    給付金額・処理結果）
       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE CA-CLAIM-NO    TO OUT-REGISTER-REC(1:9).
           MOVE CA-CONTRACT-NO TO OUT-REGISTER-REC(11:10).
           MOVE CA-RIDER-TYPE  TO OUT-REGISTER-REC(22:1).
           MOVE CA-EVENT-DATE  TO OUT-REGISTER-REC(24:8).
           MOVE WS-BENEFIT-AMT TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REGISTER-REC(33:14).
           MOVE WS-RPT-MESSAGE TO OUT-REGISTER-REC(48:30).
           WRITE OUT-REGISTER-REC.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE WS-PAID-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-PAID-TOTAL TO WS-RPT-TOTAL-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '支払指示: ' WS-RPT-CNT-EDIT ' 件 '
                  WS-RPT-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE WS-HELD-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '未払保留: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE WS-ERROR-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING 'エラー:   ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.

       WRITE-BEFORE-IMAGE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO LB-TIMESTAMP.
           MOVE CLAIM-REC TO LB-CLAIM-IMAGE.
           WRITE CLAIM-BIMG-REC.

       TERM-PROCESS.
           DISPLAY '請求読込件数: ' WS-READ-CNT.
           DISPLAY '支払指示件数: ' WS-PAID-CNT.
           DISPLAY '未払保留件数: ' WS-HELD-CNT.
           DISPLAY '対象外件数:   ' WS-SKIP-CNT.
           DISPLAY 'エラー件数:   ' WS-ERROR-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CLAIM-FILE
                 BEFORE-IMAGE-FILE
                 MASTER-FILE
                 BENEFIT-FILE
                 OUT-PAYMENT-FILE
                 OUT-REGISTER-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'CLMPAY' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT  TO CTL-READ-CNT.
           MOVE WS-PAID-CNT  TO CTL-WRITE-CNT.
           MOVE WS-ERROR-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
