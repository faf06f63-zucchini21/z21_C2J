       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRECN.
      *================================================================*
      * 入金日次銀行照合バッチプログラム
      * 銀行から毎日受領する入金口座の取引明細（BANKSTMT）の入金額
      * と、システムが回収済みとした入金を、資金化日（起算日）別・
      * 受入口座別に集計して突き合わせ、資金照合レポート
      * （CASHRPT）を出力する。システム側の入金は次の4経路とする。
      *  - INVPAYIN: 請求書払いの入金記録（INVMATCHの入力）
      *  - DDRESIN:  口座振替の回収済(P)結果（COLRECONの入力）
      *  - CRDRESIN: カード課金の回収済(P)結果（COLRECONの入力）
      *  - PAYRESIN: 銀行入金結果の入金(P)（PAYUPDTの入力）
      * 各経路の受入口座は資金照合パラメータ（CASHPRM）で指定する。
      * レポートは一致分、説明のつかない銀行入金（銀行側超過）、
      * 銀行入金のないシステム入金（システム側超過）と、資金化日
      * 別の確定可否を示し、財務部門が営業日ごとに確認印を押す。
      * 差異は資金照合繰越ファイル（CASHCF）へ持ち越し、翌日以降の
      * 明細・入金と合わせて再照合し、差異が解消した時点で解消済と
      * する（解消済は翌処理日以降の実行で削除する）。繰越には当日
      * 処理前の金額も保持し、同日の再実行は処理前の金額から照合を
      * やり直す（当日の明細・入金を二重に積み上げない）
      * 入力の制御レコード(H/T)は読み飛ばす（件数・金額ハッシュ
      * の検証は各経路の反映プログラムが行う）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    銀行から受領する入金口座の日次取引明細
           SELECT IN-STATEMENT-FILE
               ASSIGN TO 'BANKSTMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT IN-INVPAY-FILE
               ASSIGN TO 'INVPAYIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPY-STATUS.
           SELECT IN-DDRES-FILE
               ASSIGN TO 'DDRESIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRS-STATUS.
           SELECT IN-CRDRES-FILE
               ASSIGN TO 'CRDRESIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRS-STATUS.
           SELECT IN-PAYRES-FILE
               ASSIGN TO 'PAYRESIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRS-STATUS.
           SELECT IN-PARAM-FILE
               ASSIGN TO 'CASHPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      *    未解消差異を実行間で持ち越す繰越ファイル
           SELECT CARRY-FILE
               ASSIGN TO 'CASHCF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-KEY
               FILE STATUS IS WS-CRY-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'CASHRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    銀行取引明細レコード（明細区分D以外・出金(D)は読み飛ばす）
       FD  IN-STATEMENT-FILE.
       01  IN-STATEMENT-REC.
           05  SM-RECORD-TYPE        PIC X(1).
               88  SM-TYPE-DETAIL    VALUE 'D'.
           05  SM-ACCOUNT.
               10  SM-BANK-CODE      PIC X(4).
               10  SM-BRANCH-CODE    PIC X(3).
               10  SM-ACCOUNT-TYPE   PIC X(1).
               10  SM-ACCOUNT-NO     PIC X(7).
           05  SM-VALUE-DATE         PIC 9(8).
           05  SM-DRCR-CODE          PIC X(1).
               88  SM-CREDIT         VALUE 'C'.
               88  SM-DEBIT          VALUE 'D'.
           05  SM-AMOUNT             PIC 9(11)V99.
           05  SM-REFERENCE          PIC X(16).
           05  SM-PAYER-NAME         PIC X(30).
           05  FILLER                PIC X(16).

      *    請求書払い入金記録（INVMATCHのIN-PAYMENT-RECと同一）
       FD  IN-INVPAY-FILE.
       01  IN-INVPAY-REC.
           05  PI-INVOICE-NO         PIC 9(9).
           05  PI-PAID-DATE          PIC 9(8).
           05  PI-PAID-AMOUNT        PIC 9(7)V99.
           05  FILLER                PIC X(24).

      *    金融機関からの依頼単位結果レコード（COLRECONと同一。
      *    結果区分: P=回収済 / R=拒否）
       FD  IN-DDRES-FILE.
       01  IN-DDRES-REC.
           05  DR-CONTRACT-NO        PIC X(10).
           05  DR-SETTLE-DATE        PIC 9(8).
           05  DR-PAID-AMOUNT        PIC 9(7)V99.
           05  DR-RESULT-CODE        PIC X(1).
               88  DR-PAID           VALUE 'P'.
           05  DR-REASON-MSG         PIC X(20).
           05  FILLER                PIC X(32).

       FD  IN-CRDRES-FILE.
       01  IN-CRDRES-REC.
           05  CR-CONTRACT-NO        PIC X(10).
           05  CR-SETTLE-DATE        PIC 9(8).
           05  CR-PAID-AMOUNT        PIC 9(7)V99.
           05  CR-RESULT-CODE        PIC X(1).
               88  CR-PAID           VALUE 'P'.
           05  CR-REASON-MSG         PIC X(20).
           05  FILLER                PIC X(32).

      *    銀行入金結果レコード（PAYUPDTのIN-PAYMENT-RECと同一）
       FD  IN-PAYRES-FILE.
       01  IN-PAYRES-REC.
           05  PY-CONTRACT-NO        PIC X(10).
           05  PY-PAID-AMOUNT        PIC 9(7)V99.
           05  PY-SETTLE-DATE        PIC 9(8).
           05  PY-RESULT-CODE        PIC X(1).
               88  PY-PAID           VALUE 'P'.
           05  FILLER                PIC X(22).

      *    資金照合パラメータ（経路別の受入口座。銀行・支店・
      *    預金種目・口座番号の並び）
       FD  IN-PARAM-FILE.
       01  CASH-PARAM-REC.
           05  KP-INVPAY-ACCOUNT     PIC X(15).
           05  KP-DDRES-ACCOUNT      PIC X(15).
           05  KP-CRDRES-ACCOUNT     PIC X(15).
           05  KP-PAYRES-ACCOUNT     PIC X(15).
           05  FILLER                PIC X(20).

      *    資金照合繰越レコード（資金化日・受入口座別の未解消差異）
       FD  CARRY-FILE.
       01  CASH-CARRY-REC.
           05  CF-KEY.
               10  CF-VALUE-DATE     PIC 9(8).
               10  CF-ACCOUNT        PIC X(15).
           05  CF-BANK-AMOUNT        PIC 9(11)V99.
           05  CF-SYSTEM-AMOUNT      PIC 9(11)V99.
      *    差異を最初に報告した処理日
           05  CF-FIRST-DATE         PIC 9(8).
      *    最終更新の処理日と、その処理日の処理前の金額
      *    （処理日より前から繰り越していない組合せはゼロ）
           05  CF-RUN-DATE           PIC 9(8).
           05  CF-PRIOR-BANK-AMOUNT  PIC 9(11)V99.
           05  CF-PRIOR-SYSTEM-AMOUNT PIC 9(11)V99.
           05  CF-CLEARED-FLAG       PIC X(1).
               88  CF-CLEARED        VALUE 'Y'.
           05  FILLER                PIC X(8).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(100).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-STM-STATUS         PIC X(2).
           05  WS-IPY-STATUS         PIC X(2).
           05  WS-DRS-STATUS         PIC X(2).
           05  WS-CRS-STATUS         PIC X(2).
           05  WS-PRS-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-CRY-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-PRM-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PRM-FOUND      VALUE 'Y'.
           05  WS-CE-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-CE-FOUND       VALUE 'Y'.
           05  WS-CD-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-CD-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STMT-READ-CNT      PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-CNT         PIC 9(7) VALUE ZERO.
           05  WS-INVPAY-CNT         PIC 9(7) VALUE ZERO.
           05  WS-DDRES-CNT          PIC 9(7) VALUE ZERO.
           05  WS-CRDRES-CNT         PIC 9(7) VALUE ZERO.
           05  WS-PAYRES-CNT         PIC 9(7) VALUE ZERO.
           05  WS-CARRY-IN-CNT       PIC 9(7) VALUE ZERO.
           05  WS-CARRY-OUT-CNT      PIC 9(7) VALUE ZERO.
           05  WS-CLEARED-CNT        PIC 9(7) VALUE ZERO.
           05  WS-MATCH-CNT          PIC 9(7) VALUE ZERO.
           05  WS-BANK-OVER-CNT      PIC 9(7) VALUE ZERO.
           05  WS-SYS-OVER-CNT       PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

      *    経路別の入金合計（レポート末尾の内訳用）
       01  WS-ROUTE-TOTALS.
           05  WS-BANK-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05  WS-INVPAY-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  WS-DDRES-TOTAL        PIC 9(13)V99 VALUE ZERO.
           05  WS-CRDRES-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  WS-PAYRES-TOTAL       PIC 9(13)V99 VALUE ZERO.

      *    照合キー・金額の受け渡し域
       01  WS-POST-WORK.
           05  WS-POST-DATE          PIC 9(8).
           05  WS-POST-ACCOUNT       PIC X(15).
           05  WS-POST-AMOUNT        PIC 9(11)V99.
           05  WS-POST-SIDE          PIC X(1).
               88  WS-POST-BANK      VALUE 'B'.
               88  WS-POST-SYSTEM    VALUE 'S'.
           05  WS-DIFF-AMOUNT        PIC S9(13)V99.

      *    資金化日×受入口座別の照合テーブル（繰越分を先に読み込み、
      *    当日の明細・入金を積み上げる）
       01  WS-CASH-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CASH-TABLE.
           05  WS-CASH-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CE-IDX.
               10  WS-CE-VALUE-DATE  PIC 9(8).
               10  WS-CE-ACCOUNT     PIC X(15).
               10  WS-CE-BANK-AMT    PIC 9(11)V99.
               10  WS-CE-SYS-AMT     PIC 9(11)V99.
               10  WS-CE-FIRST-DATE  PIC 9(8).
               10  WS-CE-CARRIED     PIC X(1).
                   88  WS-CE-FROM-CARRY VALUE 'Y'.
      *        当日処理前の金額と、繰越ファイル上の有無
               10  WS-CE-PRIOR-BANK  PIC 9(11)V99.
               10  WS-CE-PRIOR-SYS   PIC 9(11)V99.
               10  WS-CE-ON-FILE     PIC X(1).
                   88  WS-CE-IN-CARRY-FILE VALUE 'Y'.

      *    資金化日別の確定可否（営業日ごとの確認用）
       01  WS-DAY-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CD-IDX.
               10  WS-CD-VALUE-DATE  PIC 9(8).
               10  WS-CD-BANK-AMT    PIC 9(13)V99.
               10  WS-CD-SYS-AMT     PIC 9(13)V99.

       01  WS-RPT-WORK.
           05  WS-RPT-SECTION        PIC X(1).
               88  WS-RPT-MATCHED    VALUE 'M'.
               88  WS-RPT-BANK-OVER  VALUE 'B'.
               88  WS-RPT-SYS-OVER   VALUE 'S'.
           05  WS-RPT-AMT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-TOT-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-LINE-CNT       PIC 9(5).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-CARRY-FORWARD.
           PERFORM TALLY-BANK-STATEMENT.
           PERFORM TALLY-INVPAY.
           PERFORM TALLY-DDRES.
           PERFORM TALLY-CRDRES.
           PERFORM TALLY-PAYRES.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 'M' TO WS-RPT-SECTION.
           PERFORM WRITE-SECTION.
           MOVE 'B' TO WS-RPT-SECTION.
           PERFORM WRITE-SECTION.
           MOVE 'S' TO WS-RPT-SECTION.
           PERFORM WRITE-SECTION.
           PERFORM WRITE-DAY-SIGNOFF.
           PERFORM WRITE-ROUTE-SUMMARY.
           PERFORM UPDATE-CARRY-FORWARD.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-CASH-PARAM.
           OPEN INPUT IN-STATEMENT-FILE.
           IF WS-STM-STATUS NOT = '00'
               DISPLAY '銀行取引明細(BANKSTMT)なし: '
                       WS-STM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CARRY-FILE.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.

      *    資金照合パラメータを読み込む。受入口座が分からなければ
      *    突き合わせができないため、照合せずに異常終了する
       LOAD-CASH-PARAM.
           OPEN INPUT IN-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PRM-FOUND TO TRUE
               END-READ
               CLOSE IN-PARAM-FILE
           END-IF.
           IF NOT WS-PRM-FOUND
               DISPLAY '資金照合パラメータ(CASHPRM)未整備'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    資金照合繰越ファイルを更新モードで開く
      *    初回実行時は未作成のため、新規作成してから開き直す
       OPEN-CARRY-FILE.
           OPEN I-O CARRY-FILE.
           IF WS-CRY-STATUS = '35'
               OPEN OUTPUT CARRY-FILE
               CLOSE CARRY-FILE
               OPEN I-O CARRY-FILE
           END-IF.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    前回までの未解消差異を照合テーブルへ読み込む
       LOAD-CARRY-FORWARD.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CF-KEY.
           START CARRY-FILE
               KEY IS NOT LESS THAN CF-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-CRY-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-CARRY-NEXT
           END-IF.
           PERFORM LOAD-CARRY-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-CARRY-NEXT.
           READ CARRY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARRY-IN-CNT
           END-READ.
           IF WS-CRY-STATUS NOT = '00' AND WS-CRY-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

      *    前処理日以前に解消済とした繰越は削除し、読み込まない
      *    当日更新済の繰越（同日の再実行）は当日処理前の金額で
      *    読み込み、当日の明細・入金を積み直す
      *    繰越分がテーブルに入りきらない場合は照合も削除もできない
      *    ため異常終了する（テーブル拡張の上で再実行）
       LOAD-CARRY-LOOP.
           IF CF-CLEARED AND CF-RUN-DATE NOT = WS-CURRENT-DATE
               DELETE CARRY-FILE
                   INVALID KEY
                       DISPLAY '繰越削除エラー: ' CF-KEY
                       ADD 1 TO WS-ERROR-CNT
               END-DELETE
           ELSE
               PERFORM LOAD-CARRY-ENTRY
           END-IF.
           PERFORM READ-CARRY-NEXT.

       LOAD-CARRY-ENTRY.
           IF WS-CASH-COUNT < 500
               ADD 1 TO WS-CASH-COUNT
               SET WS-CE-IDX TO WS-CASH-COUNT
               MOVE CF-VALUE-DATE    TO WS-CE-VALUE-DATE(WS-CE-IDX)
               MOVE CF-ACCOUNT       TO WS-CE-ACCOUNT(WS-CE-IDX)
               MOVE CF-BANK-AMOUNT   TO WS-CE-BANK-AMT(WS-CE-IDX)
               MOVE CF-SYSTEM-AMOUNT TO WS-CE-SYS-AMT(WS-CE-IDX)
               MOVE CF-FIRST-DATE    TO WS-CE-FIRST-DATE(WS-CE-IDX)
               MOVE 'Y'              TO WS-CE-CARRIED(WS-CE-IDX)
               MOVE 'Y'              TO WS-CE-ON-FILE(WS-CE-IDX)
               IF CF-RUN-DATE = WS-CURRENT-DATE
                   PERFORM RESTORE-PRIOR-AMOUNT
               END-IF
               MOVE WS-CE-BANK-AMT(WS-CE-IDX)
                   TO WS-CE-PRIOR-BANK(WS-CE-IDX)
               MOVE WS-CE-SYS-AMT(WS-CE-IDX)
                   TO WS-CE-PRIOR-SYS(WS-CE-IDX)
           ELSE
               DISPLAY '資金照合テーブル満杯(繰越分)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    同日の再実行: 当日処理前の金額へ戻す。処理前の金額がゼロ
      *    の組合せは当日発生の差異であり、繰越分としては扱わない
       RESTORE-PRIOR-AMOUNT.
           MOVE CF-PRIOR-BANK-AMOUNT   TO WS-CE-BANK-AMT(WS-CE-IDX).
           MOVE CF-PRIOR-SYSTEM-AMOUNT TO WS-CE-SYS-AMT(WS-CE-IDX).
           IF CF-PRIOR-BANK-AMOUNT = ZERO
                   AND CF-PRIOR-SYSTEM-AMOUNT = ZERO
               MOVE 'N' TO WS-CE-CARRIED(WS-CE-IDX)
           END-IF.

      *    銀行取引明細の入金(C)明細を銀行側へ積み上げる
       TALLY-BANK-STATEMENT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-STATEMENT-REC.
           PERFORM STATEMENT-LOOP
               UNTIL WS-EOF.
           CLOSE IN-STATEMENT-FILE.

       READ-STATEMENT-REC.
           READ IN-STATEMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STMT-READ-CNT
           END-READ.

       STATEMENT-LOOP.
           IF SM-TYPE-DETAIL AND SM-CREDIT
               ADD 1 TO WS-CREDIT-CNT
               ADD SM-AMOUNT TO WS-BANK-TOTAL
               MOVE SM-VALUE-DATE TO WS-POST-DATE
               MOVE SM-ACCOUNT    TO WS-POST-ACCOUNT
               MOVE SM-AMOUNT     TO WS-POST-AMOUNT
               MOVE 'B'           TO WS-POST-SIDE
               PERFORM POST-CASH-ENTRY
           END-IF.
           PERFORM READ-STATEMENT-REC.

      *    請求書払いの入金記録（制御レコードH/Tは読み飛ばす）
       TALLY-INVPAY.
           OPEN INPUT IN-INVPAY-FILE.
           IF WS-IPY-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-INVPAY-REC
               PERFORM INVPAY-LOOP
                   UNTIL WS-EOF
               CLOSE IN-INVPAY-FILE
           END-IF.

       READ-INVPAY-REC.
           READ IN-INVPAY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       INVPAY-LOOP.
           IF IN-INVPAY-REC(1:1) NOT = 'H'
                   AND IN-INVPAY-REC(1:1) NOT = 'T'
               ADD 1 TO WS-INVPAY-CNT
               ADD PI-PAID-AMOUNT TO WS-INVPAY-TOTAL
               MOVE PI-PAID-DATE      TO WS-POST-DATE
               MOVE KP-INVPAY-ACCOUNT TO WS-POST-ACCOUNT
               MOVE PI-PAID-AMOUNT    TO WS-POST-AMOUNT
               MOVE 'S'               TO WS-POST-SIDE
               PERFORM POST-CASH-ENTRY
           END-IF.
           PERFORM READ-INVPAY-REC.

      *    口座振替の回収済(P)結果
       TALLY-DDRES.
           OPEN INPUT IN-DDRES-FILE.
           IF WS-DRS-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-DDRES-REC
               PERFORM DDRES-LOOP
                   UNTIL WS-EOF
               CLOSE IN-DDRES-FILE
           END-IF.

       READ-DDRES-REC.
           READ IN-DDRES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       DDRES-LOOP.
           IF DR-PAID
               ADD 1 TO WS-DDRES-CNT
               ADD DR-PAID-AMOUNT TO WS-DDRES-TOTAL
               MOVE DR-SETTLE-DATE   TO WS-POST-DATE
               MOVE KP-DDRES-ACCOUNT TO WS-POST-ACCOUNT
               MOVE DR-PAID-AMOUNT   TO WS-POST-AMOUNT
               MOVE 'S'              TO WS-POST-SIDE
               PERFORM POST-CASH-ENTRY
           END-IF.
           PERFORM READ-DDRES-REC.

      *    カード課金の回収済(P)結果
       TALLY-CRDRES.
           OPEN INPUT IN-CRDRES-FILE.
           IF WS-CRS-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CRDRES-REC
               PERFORM CRDRES-LOOP
                   UNTIL WS-EOF
               CLOSE IN-CRDRES-FILE
           END-IF.

       READ-CRDRES-REC.
           READ IN-CRDRES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       CRDRES-LOOP.
           IF CR-PAID
               ADD 1 TO WS-CRDRES-CNT
               ADD CR-PAID-AMOUNT TO WS-CRDRES-TOTAL
               MOVE CR-SETTLE-DATE    TO WS-POST-DATE
               MOVE KP-CRDRES-ACCOUNT TO WS-POST-ACCOUNT
               MOVE CR-PAID-AMOUNT    TO WS-POST-AMOUNT
               MOVE 'S'               TO WS-POST-SIDE
               PERFORM POST-CASH-ENTRY
           END-IF.
           PERFORM READ-CRDRES-REC.

      *    銀行入金結果の入金(P)（制御レコードH/Tは読み飛ばす）
       TALLY-PAYRES.
           OPEN INPUT IN-PAYRES-FILE.
           IF WS-PRS-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-PAYRES-REC
               PERFORM PAYRES-LOOP
                   UNTIL WS-EOF
               CLOSE IN-PAYRES-FILE
           END-IF.

       READ-PAYRES-REC.
           READ IN-PAYRES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       PAYRES-LOOP.
           IF IN-PAYRES-REC(1:1) NOT = 'H'
                   AND IN-PAYRES-REC(1:1) NOT = 'T'
                   AND PY-PAID
               ADD 1 TO WS-PAYRES-CNT
               ADD PY-PAID-AMOUNT TO WS-PAYRES-TOTAL
               MOVE PY-SETTLE-DATE    TO WS-POST-DATE
               MOVE KP-PAYRES-ACCOUNT TO WS-POST-ACCOUNT
               MOVE PY-PAID-AMOUNT    TO WS-POST-AMOUNT
               MOVE 'S'               TO WS-POST-SIDE
               PERFORM POST-CASH-ENTRY
           END-IF.
           PERFORM READ-PAYRES-REC.

      *    資金化日×受入口座の照合テーブルへ金額を積み上げる
      *    （未登録の組合せは追加する）
       POST-CASH-ENTRY.
           MOVE 'N' TO WS-CE-FOUND-FLAG.
           SET WS-CE-IDX TO 1.
           PERFORM UNTIL WS-CE-IDX > WS-CASH-COUNT
                   OR WS-CE-FOUND
               IF WS-CE-VALUE-DATE(WS-CE-IDX) = WS-POST-DATE
                       AND WS-CE-ACCOUNT(WS-CE-IDX)
                           = WS-POST-ACCOUNT
                   SET WS-CE-FOUND TO TRUE
               ELSE
                   SET WS-CE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-CE-FOUND
               IF WS-CASH-COUNT < 500
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CE-IDX TO WS-CASH-COUNT
                   MOVE WS-POST-DATE
                       TO WS-CE-VALUE-DATE(WS-CE-IDX)
                   MOVE WS-POST-ACCOUNT
                       TO WS-CE-ACCOUNT(WS-CE-IDX)
                   MOVE ZERO TO WS-CE-BANK-AMT(WS-CE-IDX)
                   MOVE ZERO TO WS-CE-SYS-AMT(WS-CE-IDX)
                   MOVE WS-CURRENT-DATE
                       TO WS-CE-FIRST-DATE(WS-CE-IDX)
                   MOVE 'N' TO WS-CE-CARRIED(WS-CE-IDX)
                   MOVE ZERO TO WS-CE-PRIOR-BANK(WS-CE-IDX)
                   MOVE ZERO TO WS-CE-PRIOR-SYS(WS-CE-IDX)
                   MOVE 'N' TO WS-CE-ON-FILE(WS-CE-IDX)
                   SET WS-CE-FOUND TO TRUE
               ELSE
      *            照合テーブル満杯: 当該金額が照合から漏れるため、
      *            エラーとして報告する
                   DISPLAY '資金照合テーブル満杯: '
                           WS-POST-DATE ' ' WS-POST-ACCOUNT
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.
           IF WS-CE-FOUND
               IF WS-POST-BANK
                   ADD WS-POST-AMOUNT TO WS-CE-BANK-AMT(WS-CE-IDX)
               ELSE
                   ADD WS-POST-AMOUNT TO WS-CE-SYS-AMT(WS-CE-IDX)
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 入金 銀行照合レポート *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    区分（一致・銀行側超過・システム側超過）ごとに照合
      *    テーブルの該当行を出力する
       WRITE-SECTION.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           EVALUATE TRUE
               WHEN WS-RPT-MATCHED
                   MOVE '< 一致 >' TO OUT-REPORT-REC
               WHEN WS-RPT-BANK-OVER
                   MOVE '< 説明のつかない銀行入金 >'
                       TO OUT-REPORT-REC
               WHEN OTHER
                   MOVE '< 銀行入金のないシステム入金 >'
                       TO OUT-REPORT-REC
           END-EVALUATE.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '資金化日'       TO OUT-REPORT-REC(1:12).
           MOVE '受入口座'       TO OUT-REPORT-REC(14:12).
           MOVE '銀行入金額'     TO OUT-REPORT-REC(30:15).
           MOVE 'システム入金額' TO OUT-REPORT-REC(45:21).
           MOVE '差額'           TO OUT-REPORT-REC(75:6).
           MOVE '初回報告'       TO OUT-REPORT-REC(83:12).
           WRITE OUT-REPORT-REC.
           MOVE ZERO TO WS-RPT-LINE-CNT.
           PERFORM WRITE-SECTION-LINE
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CASH-COUNT.
           IF WS-RPT-LINE-CNT = ZERO
               MOVE SPACES TO OUT-REPORT-REC
               MOVE '  該当なし' TO OUT-REPORT-REC
               WRITE OUT-REPORT-REC
           END-IF.

       WRITE-SECTION-LINE.
           COMPUTE WS-DIFF-AMOUNT =
               WS-CE-BANK-AMT(WS-CE-IDX) - WS-CE-SYS-AMT(WS-CE-IDX).
           IF (WS-RPT-MATCHED AND WS-DIFF-AMOUNT = ZERO)
                   OR (WS-RPT-BANK-OVER AND WS-DIFF-AMOUNT > ZERO)
                   OR (WS-RPT-SYS-OVER AND WS-DIFF-AMOUNT < ZERO)
               PERFORM WRITE-CASH-LINE
               ADD 1 TO WS-RPT-LINE-CNT
               EVALUATE TRUE
                   WHEN WS-RPT-MATCHED
                       ADD 1 TO WS-MATCH-CNT
                   WHEN WS-RPT-BANK-OVER
                       ADD 1 TO WS-BANK-OVER-CNT
                   WHEN OTHER
                       ADD 1 TO WS-SYS-OVER-CNT
               END-EVALUATE
           END-IF.

      *    差額は絶対値で印字する（符号は区分見出しで分かる）
       WRITE-CASH-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-CE-VALUE-DATE(WS-CE-IDX)
               TO OUT-REPORT-REC(1:8).
           MOVE WS-CE-ACCOUNT(WS-CE-IDX) TO OUT-REPORT-REC(14:15).
           MOVE WS-CE-BANK-AMT(WS-CE-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(31:14).
           MOVE WS-CE-SYS-AMT(WS-CE-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(52:14).
           IF WS-DIFF-AMOUNT < ZERO
               COMPUTE WS-DIFF-AMOUNT = ZERO - WS-DIFF-AMOUNT
           END-IF.
           MOVE WS-DIFF-AMOUNT TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(67:14).
           IF WS-CE-FROM-CARRY(WS-CE-IDX)
               MOVE WS-CE-FIRST-DATE(WS-CE-IDX)
                   TO OUT-REPORT-REC(83:8)
           END-IF.
           WRITE OUT-REPORT-REC.

      *    資金化日別に銀行・システムの合計を集め、差異がなければ
      *    確定可として財務部門の確認に供する
       WRITE-DAY-SIGNOFF.
           PERFORM TALLY-DAY-TOTAL
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CASH-COUNT.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '< 資金化日別 確定可否 >' TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '資金化日'         TO OUT-REPORT-REC(1:12).
           MOVE '銀行入金合計'     TO OUT-REPORT-REC(14:18).
           MOVE 'システム入金合計' TO OUT-REPORT-REC(32:24).
           MOVE '判定'             TO OUT-REPORT-REC(58:6).
           WRITE OUT-REPORT-REC.
           PERFORM WRITE-DAY-LINE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-DAY-COUNT.

       TALLY-DAY-TOTAL.
           MOVE 'N' TO WS-CD-FOUND-FLAG.
           SET WS-CD-IDX TO 1.
           PERFORM UNTIL WS-CD-IDX > WS-DAY-COUNT
                   OR WS-CD-FOUND
               IF WS-CD-VALUE-DATE(WS-CD-IDX)
                       = WS-CE-VALUE-DATE(WS-CE-IDX)
                   SET WS-CD-FOUND TO TRUE
               ELSE
                   SET WS-CD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-CD-FOUND
               IF WS-DAY-COUNT < 200
                   ADD 1 TO WS-DAY-COUNT
                   SET WS-CD-IDX TO WS-DAY-COUNT
                   MOVE WS-CE-VALUE-DATE(WS-CE-IDX)
                       TO WS-CD-VALUE-DATE(WS-CD-IDX)
                   MOVE ZERO TO WS-CD-BANK-AMT(WS-CD-IDX)
                   MOVE ZERO TO WS-CD-SYS-AMT(WS-CD-IDX)
                   SET WS-CD-FOUND TO TRUE
               ELSE
                   DISPLAY '資金化日テーブル満杯: '
                           WS-CE-VALUE-DATE(WS-CE-IDX)
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.
           IF WS-CD-FOUND
               ADD WS-CE-BANK-AMT(WS-CE-IDX)
                   TO WS-CD-BANK-AMT(WS-CD-IDX)
               ADD WS-CE-SYS-AMT(WS-CE-IDX)
                   TO WS-CD-SYS-AMT(WS-CD-IDX)
           END-IF.

      *    口座別の差異が相殺して日計が一致する場合もあるため、
      *    判定は口座別の差異の有無で行う
       WRITE-DAY-LINE.
           MOVE 'N' TO WS-CE-FOUND-FLAG.
           SET WS-CE-IDX TO 1.
           PERFORM UNTIL WS-CE-IDX > WS-CASH-COUNT
                   OR WS-CE-FOUND
               IF WS-CE-VALUE-DATE(WS-CE-IDX)
                       = WS-CD-VALUE-DATE(WS-CD-IDX)
                       AND WS-CE-BANK-AMT(WS-CE-IDX)
                           NOT = WS-CE-SYS-AMT(WS-CE-IDX)
                   SET WS-CE-FOUND TO TRUE
               ELSE
                   SET WS-CE-IDX UP BY 1
               END-IF
           END-PERFORM.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-CD-VALUE-DATE(WS-CD-IDX) TO OUT-REPORT-REC(1:8).
           MOVE WS-CD-BANK-AMT(WS-CD-IDX) TO WS-RPT-TOT-EDIT.
           MOVE WS-RPT-TOT-EDIT TO OUT-REPORT-REC(17:15).
           MOVE WS-CD-SYS-AMT(WS-CD-IDX) TO WS-RPT-TOT-EDIT.
           MOVE WS-RPT-TOT-EDIT TO OUT-REPORT-REC(41:15).
           IF WS-CE-FOUND
               MOVE '差異あり' TO OUT-REPORT-REC(58:12)
           ELSE
               MOVE '確定可' TO OUT-REPORT-REC(58:12)
           END-IF.
           WRITE OUT-REPORT-REC.

      *    当日受領分の経路別内訳
       WRITE-ROUTE-SUMMARY.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '< 当日受領分 経路別内訳 >' TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '  銀行入金明細(BANKSTMT)'
               TO OUT-REPORT-REC(1:30).
           MOVE WS-CREDIT-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-BANK-TOTAL TO WS-RPT-TOT-EDIT.
           PERFORM WRITE-ROUTE-LINE.
           MOVE '  請求書払い(INVPAYIN)' TO OUT-REPORT-REC(1:30).
           MOVE WS-INVPAY-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-INVPAY-TOTAL TO WS-RPT-TOT-EDIT.
           PERFORM WRITE-ROUTE-LINE.
           MOVE '  口座振替(DDRESIN)' TO OUT-REPORT-REC(1:30).
           MOVE WS-DDRES-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-DDRES-TOTAL TO WS-RPT-TOT-EDIT.
           PERFORM WRITE-ROUTE-LINE.
           MOVE '  カード(CRDRESIN)' TO OUT-REPORT-REC(1:30).
           MOVE WS-CRDRES-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-CRDRES-TOTAL TO WS-RPT-TOT-EDIT.
           PERFORM WRITE-ROUTE-LINE.
           MOVE '  銀行入金結果(PAYRESIN)'
               TO OUT-REPORT-REC(1:30).
           MOVE WS-PAYRES-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-PAYRES-TOTAL TO WS-RPT-TOT-EDIT.
           PERFORM WRITE-ROUTE-LINE.

       WRITE-ROUTE-LINE.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(35:7).
           MOVE WS-RPT-TOT-EDIT TO OUT-REPORT-REC(45:15).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.

      *    差異のある組合せを繰越ファイルへ書き出し、差異の解消した
      *    繰越分は解消済とする（同日の再実行に備え、削除は翌処理日
      *    以降に行う）。当日発生で解消した組合せは削除する
       UPDATE-CARRY-FORWARD.
           PERFORM UPDATE-CARRY-ENTRY
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CASH-COUNT.

       UPDATE-CARRY-ENTRY.
           MOVE SPACES TO CASH-CARRY-REC.
           MOVE WS-CE-VALUE-DATE(WS-CE-IDX) TO CF-VALUE-DATE.
           MOVE WS-CE-ACCOUNT(WS-CE-IDX)    TO CF-ACCOUNT.
           MOVE WS-CE-BANK-AMT(WS-CE-IDX)   TO CF-BANK-AMOUNT.
           MOVE WS-CE-SYS-AMT(WS-CE-IDX)    TO CF-SYSTEM-AMOUNT.
           MOVE WS-CE-FIRST-DATE(WS-CE-IDX) TO CF-FIRST-DATE.
           MOVE WS-CURRENT-DATE             TO CF-RUN-DATE.
           MOVE WS-CE-PRIOR-BANK(WS-CE-IDX) TO CF-PRIOR-BANK-AMOUNT.
           MOVE WS-CE-PRIOR-SYS(WS-CE-IDX)  TO CF-PRIOR-SYSTEM-AMOUNT.
           IF WS-CE-BANK-AMT(WS-CE-IDX) = WS-CE-SYS-AMT(WS-CE-IDX)
               IF WS-CE-FROM-CARRY(WS-CE-IDX)
                   SET CF-CLEARED TO TRUE
                   PERFORM REWRITE-CARRY-REC
                   ADD 1 TO WS-CLEARED-CNT
               ELSE
                   IF WS-CE-IN-CARRY-FILE(WS-CE-IDX)
                       DELETE CARRY-FILE
                           INVALID KEY
                               DISPLAY '繰越削除エラー: ' CF-KEY
                               ADD 1 TO WS-ERROR-CNT
                       END-DELETE
                   END-IF
               END-IF
           ELSE
               IF WS-CE-IN-CARRY-FILE(WS-CE-IDX)
                   PERFORM REWRITE-CARRY-REC
               ELSE
                   WRITE CASH-CARRY-REC
                       INVALID KEY
                           DISPLAY '繰越追加エラー: ' CF-KEY
                           ADD 1 TO WS-ERROR-CNT
                   END-WRITE
               END-IF
               ADD 1 TO WS-CARRY-OUT-CNT
           END-IF.

       REWRITE-CARRY-REC.
           REWRITE CASH-CARRY-REC
               INVALID KEY
                   DISPLAY '繰越更新エラー: ' CF-KEY
                   ADD 1 TO WS-ERROR-CNT
           END-REWRITE.

       TERM-PROCESS.
           DISPLAY '明細読込件数:     ' WS-STMT-READ-CNT.
           DISPLAY '銀行入金件数:     ' WS-CREDIT-CNT.
           DISPLAY '請求書払い件数:   ' WS-INVPAY-CNT.
           DISPLAY '口座振替件数:     ' WS-DDRES-CNT.
           DISPLAY 'カード件数:       ' WS-CRDRES-CNT.
           DISPLAY '銀行入金結果件数: ' WS-PAYRES-CNT.
           DISPLAY '繰越読込件数:     ' WS-CARRY-IN-CNT.
           DISPLAY '一致件数:         ' WS-MATCH-CNT.
           DISPLAY '銀行側超過件数:   ' WS-BANK-OVER-CNT.
           DISPLAY 'システム側超過:   ' WS-SYS-OVER-CNT.
           DISPLAY '繰越解消件数:     ' WS-CLEARED-CNT.
           DISPLAY '繰越件数:         ' WS-CARRY-OUT-CNT.
           DISPLAY '集計漏れ件数:     ' WS-TBLFULL-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CARRY-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'CASHRECN' TO CTL-PROGRAM-ID.
           COMPUTE CTL-READ-CNT =
               WS-STMT-READ-CNT + WS-INVPAY-CNT + WS-DDRES-CNT
             + WS-CRDRES-CNT + WS-PAYRES-CNT.
           MOVE WS-MATCH-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-TBLFULL-CNT + WS-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
