       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
      *================================================================*
      * 顧客総合照会オンライントランザクション（参照専用）
      * コールセンターの問合せ対応用に、顧客番号（または契約番号
      * から求めた顧客番号）をキーとして、顧客に関する情報を1回の
      * 照会でまとめて表示する。
      *  - 顧客マスタ（CUSTMAST）の氏名・宛先・宛先不達の状況
      *  - 契約マスタ（CONTMAST）とアーカイブ済み履歴（CONTHIST）
      *    の全契約の状態・プラン・保険料・払込回数
      *  - 未消込請求書ファイル（OPENINV）の未消込(O)・一部入金(P)
      *    の請求書の未入金残高と督促段階（OI-REMIND-LEVEL）
      *  - 回収実績履歴（COLHIST）の直近1年の確認済み回収
      *  - 返戻金指示ファイル（REFUNDOUT）の返戻
      *  - 入金保留ファイル（SUSPPAY）のうち、当該顧客の請求書を
      *    参照している保留入金
      * いずれのファイルも更新しない。CONTHIST・OPENINV・
      * COLHIST・REFUNDOUT・SUSPPAYが未作成の場合は、その項目を
      * 該当なしとして表示する
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYOPINV（未消込請求書ファイルレコードレイアウト）
      * COPY: CPYREFND（返戻金指示ファイルレコードレイアウト）
      * COPY: CPYSUSP（入金保留ファイルレコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    アーカイブ済み終了契約の照会用履歴ファイル
           SELECT HISTORY-FILE
               ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CONTRACT-NO
               FILE STATUS IS WS-HIS-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPENINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPI-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUSPENSE-NO
               FILE STATUS IS WS-SUS-STATUS.
      *    確認済みの口座振替・カード回収の実績履歴
           SELECT IN-COLHIST-FILE
               ASSIGN TO 'COLHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHS-STATUS.
           SELECT IN-REFUND-FILE
               ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CPYCUST.

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

       FD  OPEN-INVOICE-FILE.
           COPY CPYOPINV.

       FD  SUSPENSE-FILE.
           COPY CPYSUSP.

      *    回収実績履歴レコード（COLRECONのOUT-COLHIST-RECと同一。
      *    回収経路: D=口座振替 / C=カード）
       FD  IN-COLHIST-FILE.
       01  IN-COLHIST-REC.
           05  CL-CONTRACT-NO        PIC X(10).
           05  CL-SOURCE             PIC X(1).
           05  CL-SETTLE-DATE        PIC 9(8).
           05  CL-PAID-AMOUNT        PIC 9(7)V99.
           05  FILLER                PIC X(12).

       FD  IN-REFUND-FILE.
           COPY CPYREFND.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-OPI-STATUS         PIC X(2).
           05  WS-SUS-STATUS         PIC X(2).
           05  WS-CHS-STATUS         PIC X(2).
           05  WS-RFD-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-CUS-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUS-FOUND      VALUE 'Y'.
           05  WS-HIST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-HIST-AVAIL     VALUE 'Y'.
           05  WS-OPI-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-OPI-AVAIL      VALUE 'Y'.
           05  WS-SUS-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-SUS-AVAIL      VALUE 'Y'.
           05  WS-IQ-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-IQ-FOUND       VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-CUSTOMER  VALUE 'C'.
               88  WS-TRAN-CONTRACT  VALUE 'K'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-TRAN-CUSTOMER-NO   PIC X(8).
           05  WS-TRAN-CONTRACT-NO   PIC X(10).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
      *    直近の回収として表示する起点日（処理日の1年前）
           05  WS-RECENT-FROM        PIC 9(8).

      *    照会顧客の契約テーブル（CONTMAST・CONTHISTの両方）
       01  WS-IQ-CONTRACT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-IQ-CONTRACT-TABLE.
           05  WS-IQ-CONTRACT-NO OCCURS 200 TIMES
                                 INDEXED BY WS-IQ-IDX
                                 PIC X(10).

      *    照会顧客の請求書番号テーブル（保留入金の照合用。消込済・
      *    取消済も含む）
       01  WS-IQ-INVOICE-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-IQ-INVOICE-TABLE.
           05  WS-IQ-INVOICE-NO  OCCURS 500 TIMES
                                 INDEXED BY WS-IV-IDX
                                 PIC 9(9).

       01  WS-COUNTERS.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.
           05  WS-LINE-CNT           PIC 9(5).
           05  WS-TBLFULL-CNT        PIC 9(5).

       01  WS-TOTAL-WORK.
           05  WS-REMAIN-AMOUNT      PIC 9(7)V99.
           05  WS-REMAIN-TOTAL       PIC 9(9)V99.

      *    表示行の編集域
       01  WS-EDIT-WORK.
           05  WS-AMT-EDIT           PIC Z,ZZZ,ZZ9.99.
           05  WS-AMT2-EDIT          PIC Z,ZZZ,ZZ9.99.
           05  WS-TOTAL-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-SOURCE-TEXT        PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    顧客・契約マスタは必須。履歴・未消込請求書・入金保留は
      *    未作成でも照会を続ける
       INIT-PROCESS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY '契約マスタオープンエラー: '
                       WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS = '00'
               SET WS-HIST-AVAIL TO TRUE
           END-IF.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPI-STATUS = '00'
               SET WS-OPI-AVAIL TO TRUE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS = '00'
               SET WS-SUS-AVAIL TO TRUE
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RECENT-FROM = WS-CURRENT-DATE - 10000.

       TRANSACTION-LOOP.
           DISPLAY '照会キー(C=顧客/K=契約/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-TRAN-CUSTOMER
                   DISPLAY '顧客番号 ?'
                   ACCEPT WS-TRAN-CUSTOMER-NO FROM CONSOLE
                   PERFORM INQUIRE-CUSTOMER
               WHEN WS-TRAN-CONTRACT
                   DISPLAY '契約番号 ?'
                   ACCEPT WS-TRAN-CONTRACT-NO FROM CONSOLE
                   PERFORM RESOLVE-CONTRACT-CUSTOMER
                   IF WS-TRAN-CUSTOMER-NO NOT = SPACES
                       PERFORM INQUIRE-CUSTOMER
                   END-IF
               WHEN WS-TRAN-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    契約番号から顧客番号を求める（契約マスタになければ
      *    アーカイブ済み履歴を参照する）
       RESOLVE-CONTRACT-CUSTOMER.
           MOVE SPACES TO WS-TRAN-CUSTOMER-NO.
           MOVE WS-TRAN-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM RESOLVE-HISTORY-CUSTOMER
               NOT INVALID KEY
                   MOVE CT-CUSTOMER-NO TO WS-TRAN-CUSTOMER-NO
           END-READ.
           IF WS-TRAN-CUSTOMER-NO = SPACES
               DISPLAY '顧客番号を特定できません: '
                       WS-TRAN-CONTRACT-NO
               ADD 1 TO WS-REJECT-CNT
           END-IF.

       RESOLVE-HISTORY-CUSTOMER.
           IF WS-HIST-AVAIL
               MOVE WS-TRAN-CONTRACT-NO TO CH-CONTRACT-NO
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CH-CUSTOMER-NO TO WS-TRAN-CUSTOMER-NO
               END-READ
           END-IF.

       INQUIRE-CUSTOMER.
           MOVE WS-TRAN-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客なし: ' WS-TRAN-CUSTOMER-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-INQUIRY-CNT
                   PERFORM SHOW-CUSTOMER
                   PERFORM SHOW-CONTRACTS
                   PERFORM SHOW-OPEN-INVOICES
                   PERFORM SHOW-COLLECTIONS
                   PERFORM SHOW-REFUNDS
                   PERFORM SHOW-SUSPENSE
                   DISPLAY '*** 照会終了 ***'
           END-READ.

       SHOW-CUSTOMER.
           DISPLAY '*** 顧客総合照会 ***'.
           DISPLAY '顧客番号:     ' CU-CUSTOMER-NO.
           DISPLAY '顧客氏名:     ' CU-CUSTOMER-NAME.
           DISPLAY '郵便番号:     ' CU-POSTAL-CODE.
           DISPLAY '住所:         ' CU-ADDRESS.
           DISPLAY '電話番号:     ' CU-PHONE.
           DISPLAY '希望連絡方法: ' CU-CONTACT-CHANNEL.
           IF CU-UNDELIVERABLE
               DISPLAY '宛先不達:     ' CU-UNDELIV-DATE
                       ' 理由 ' CU-UNDELIV-REASON
           END-IF.
           IF CU-SCREEN-HELD
               DISPLAY '取引停止中（照合確認により'
                       '全取引を保留）'
           END-IF.

      *    契約マスタとアーカイブ済み履歴から当該顧客の契約を表示し、
      *    以降の照合用に契約番号を控える
       SHOW-CONTRACTS.
           DISPLAY '--- 契約（状態 A/空白=有効 E=満期 '
                   'P=払済 C=解約）---'.
           DISPLAY '区分 契約番号   プラン 状態 '
                   '開始日   終了日   保険料        '
                   '払方 回数 通貨'.
           MOVE ZERO TO WS-IQ-CONTRACT-COUNT.
           MOVE ZERO TO WS-TBLFULL-CNT.
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
           PERFORM MASTER-CONTRACT-LOOP
               UNTIL WS-EOF.
           IF WS-HIST-AVAIL
               MOVE 'N' TO WS-EOF-FLAG
               MOVE LOW-VALUES TO CH-CONTRACT-NO
               START HISTORY-FILE
                   KEY IS NOT LESS THAN CH-CONTRACT-NO
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF NOT WS-EOF
                   PERFORM READ-HISTORY-NEXT
               END-IF
               PERFORM HISTORY-CONTRACT-LOOP
                   UNTIL WS-EOF
           END-IF.
           IF WS-IQ-CONTRACT-COUNT = ZERO
               DISPLAY '  該当なし'
           END-IF.
           IF WS-TBLFULL-CNT > ZERO
               DISPLAY '  照合対象外の契約数: '
                       WS-TBLFULL-CNT
           END-IF.

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

       MASTER-CONTRACT-LOOP.
           IF CT-CUSTOMER-NO = CU-CUSTOMER-NO
               MOVE CT-PREMIUM-AMOUNT TO WS-AMT-EDIT
               DISPLAY '現行 ' CT-CONTRACT-NO ' ' CT-PLAN-CODE
                       '    ' CT-STATUS '    ' CT-START-DATE
                       ' ' CT-END-DATE ' ' WS-AMT-EDIT
                       ' ' CT-PAYMENT-METHOD '    '
                       CT-PAY-FREQUENCY '    ' CT-CURRENCY-CODE
               MOVE CT-CONTRACT-NO TO WS-TRAN-CONTRACT-NO
               PERFORM NOTE-CONTRACT-NO
           END-IF.
           PERFORM READ-MASTER-NEXT.

       READ-HISTORY-NEXT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-HIS-STATUS NOT = '00' AND WS-HIS-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       HISTORY-CONTRACT-LOOP.
           IF CH-CUSTOMER-NO = CU-CUSTOMER-NO
               MOVE CH-PREMIUM-AMOUNT TO WS-AMT-EDIT
               DISPLAY '履歴 ' CH-CONTRACT-NO ' ' CH-PLAN-CODE
                       '    ' CH-STATUS '    ' CH-START-DATE
                       ' ' CH-END-DATE ' ' WS-AMT-EDIT
                       ' ' CH-PAYMENT-METHOD '    '
                       CH-PAY-FREQUENCY '    ' CH-CURRENCY-CODE
               MOVE CH-CONTRACT-NO TO WS-TRAN-CONTRACT-NO
               PERFORM NOTE-CONTRACT-NO
           END-IF.
           PERFORM READ-HISTORY-NEXT.

       NOTE-CONTRACT-NO.
           IF WS-IQ-CONTRACT-COUNT < 200
               ADD 1 TO WS-IQ-CONTRACT-COUNT
               SET WS-IQ-IDX TO WS-IQ-CONTRACT-COUNT
               MOVE WS-TRAN-CONTRACT-NO
                   TO WS-IQ-CONTRACT-NO(WS-IQ-IDX)
           ELSE
               ADD 1 TO WS-TBLFULL-CNT
           END-IF.

       FIND-CONTRACT-ENTRY.
           MOVE 'N' TO WS-IQ-FOUND-FLAG.
           SET WS-IQ-IDX TO 1.
           PERFORM UNTIL WS-IQ-IDX > WS-IQ-CONTRACT-COUNT
                   OR WS-IQ-FOUND
               IF WS-IQ-CONTRACT-NO(WS-IQ-IDX) = WS-TRAN-CONTRACT-NO
                   SET WS-IQ-FOUND TO TRUE
               ELSE
                   SET WS-IQ-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    当該顧客の契約の請求書を控え、未消込(O)・一部入金(P)の
      *    請求書を未入金残高・督促段階とともに表示する
       SHOW-OPEN-INVOICES.
           DISPLAY '--- 未消込請求書（督促 0=未実施）---'.
           DISPLAY '請求書番号 契約番号   支払期日 '
                   '請求額        未入金残高    督促'.
           MOVE ZERO TO WS-IQ-INVOICE-COUNT.
           MOVE ZERO TO WS-REMAIN-TOTAL.
           MOVE ZERO TO WS-LINE-CNT.
           IF WS-OPI-AVAIL
               MOVE 'N' TO WS-EOF-FLAG
               MOVE ZERO TO OI-INVOICE-NO
               START OPEN-INVOICE-FILE
                   KEY IS NOT LESS THAN OI-INVOICE-NO
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF NOT WS-EOF
                   PERFORM READ-OPEN-INVOICE-NEXT
               END-IF
               PERFORM OPEN-INVOICE-LOOP
                   UNTIL WS-EOF
           END-IF.
           IF WS-LINE-CNT = ZERO
               DISPLAY '  該当なし'
           ELSE
               MOVE WS-REMAIN-TOTAL TO WS-TOTAL-EDIT
               DISPLAY '  未入金残高合計: ' WS-TOTAL-EDIT
           END-IF.

       READ-OPEN-INVOICE-NEXT.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-OPI-STATUS NOT = '00' AND WS-OPI-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       OPEN-INVOICE-LOOP.
           MOVE OI-CONTRACT-NO TO WS-TRAN-CONTRACT-NO.
           PERFORM FIND-CONTRACT-ENTRY.
           IF WS-IQ-FOUND
               IF WS-IQ-INVOICE-COUNT < 500
                   ADD 1 TO WS-IQ-INVOICE-COUNT
                   SET WS-IV-IDX TO WS-IQ-INVOICE-COUNT
                   MOVE OI-INVOICE-NO TO WS-IQ-INVOICE-NO(WS-IV-IDX)
               END-IF
               IF OI-OPEN OR OI-PARTIAL
                   PERFORM SHOW-ONE-INVOICE
               END-IF
           END-IF.
           PERFORM READ-OPEN-INVOICE-NEXT.

      *    未消込(O)で残高ゼロの既存データは請求額全額を未入金とする
       SHOW-ONE-INVOICE.
           IF OI-OPEN AND OI-REMAIN-BALANCE = ZERO
               MOVE OI-BILLING-AMOUNT TO WS-REMAIN-AMOUNT
           ELSE
               MOVE OI-REMAIN-BALANCE TO WS-REMAIN-AMOUNT
           END-IF.
           ADD WS-REMAIN-AMOUNT TO WS-REMAIN-TOTAL.
           ADD 1 TO WS-LINE-CNT.
           MOVE OI-BILLING-AMOUNT TO WS-AMT-EDIT.
           MOVE WS-REMAIN-AMOUNT TO WS-AMT2-EDIT.
           DISPLAY OI-INVOICE-NO '  ' OI-CONTRACT-NO ' '
                   OI-DUE-DATE ' ' WS-AMT-EDIT ' ' WS-AMT2-EDIT
                   ' ' OI-STATUS ' ' OI-REMIND-LEVEL.

      *    回収実績履歴から直近1年の確認済み回収を表示する
       SHOW-COLLECTIONS.
           DISPLAY '--- 直近1年の回収実績（' WS-RECENT-FROM
                   '以降）---'.
           MOVE ZERO TO WS-LINE-CNT.
           OPEN INPUT IN-COLHIST-FILE.
           IF WS-CHS-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-COLHIST-REC
               PERFORM COLHIST-LOOP
                   UNTIL WS-EOF
               CLOSE IN-COLHIST-FILE
           END-IF.
           IF WS-LINE-CNT = ZERO
               DISPLAY '  該当なし'
           END-IF.

       READ-COLHIST-REC.
           READ IN-COLHIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       COLHIST-LOOP.
           IF CL-SETTLE-DATE >= WS-RECENT-FROM
               MOVE CL-CONTRACT-NO TO WS-TRAN-CONTRACT-NO
               PERFORM FIND-CONTRACT-ENTRY
               IF WS-IQ-FOUND
                   ADD 1 TO WS-LINE-CNT
                   IF CL-SOURCE = 'C'
                       MOVE 'カード' TO WS-SOURCE-TEXT
                   ELSE
                       MOVE '振替' TO WS-SOURCE-TEXT
                   END-IF
                   MOVE CL-PAID-AMOUNT TO WS-AMT-EDIT
                   DISPLAY '  ' CL-SETTLE-DATE ' ' CL-CONTRACT-NO
                           ' ' WS-SOURCE-TEXT ' ' WS-AMT-EDIT
               END-IF
           END-IF.
           PERFORM READ-COLHIST-REC.

      *    返戻金指示ファイルから当該顧客の契約の返戻を表示する
       SHOW-REFUNDS.
           DISPLAY '--- 返戻（S=中途解約 '
                   'E=未払い猶予満了 M=中途異動）---'.
           MOVE ZERO TO WS-LINE-CNT.
           OPEN INPUT IN-REFUND-FILE.
           IF WS-RFD-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-REFUND-REC
               PERFORM REFUND-LOOP
                   UNTIL WS-EOF
               CLOSE IN-REFUND-FILE
           END-IF.
           IF WS-LINE-CNT = ZERO
               DISPLAY '  該当なし'
           END-IF.

       READ-REFUND-REC.
           READ IN-REFUND-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       REFUND-LOOP.
           MOVE RF-CONTRACT-NO TO WS-TRAN-CONTRACT-NO.
           PERFORM FIND-CONTRACT-ENTRY.
           IF WS-IQ-FOUND
               ADD 1 TO WS-LINE-CNT
               MOVE RF-REFUND-AMOUNT TO WS-AMT-EDIT
               DISPLAY '  ' RF-CANCEL-DATE ' ' RF-CONTRACT-NO
                       ' ' RF-REFUND-SOURCE ' ' WS-AMT-EDIT
                       ' ' RF-CANCEL-REASON
           END-IF.
           PERFORM READ-REFUND-REC.

      *    入金保留ファイルから当該顧客の請求書を参照する保留入金を
      *    表示する
       SHOW-SUSPENSE.
           DISPLAY '--- 入金保留 ---'.
           MOVE ZERO TO WS-LINE-CNT.
           IF WS-SUS-AVAIL AND WS-IQ-INVOICE-COUNT > ZERO
               MOVE 'N' TO WS-EOF-FLAG
               MOVE ZERO TO SP-SUSPENSE-NO
               START SUSPENSE-FILE
                   KEY IS NOT LESS THAN SP-SUSPENSE-NO
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF NOT WS-EOF
                   PERFORM READ-SUSPENSE-NEXT
               END-IF
               PERFORM SUSPENSE-LOOP
                   UNTIL WS-EOF
           END-IF.
           IF WS-LINE-CNT = ZERO
               DISPLAY '  該当なし'
           END-IF.

       READ-SUSPENSE-NEXT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-SUS-STATUS NOT = '00' AND WS-SUS-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       SUSPENSE-LOOP.
           MOVE 'N' TO WS-IQ-FOUND-FLAG.
           SET WS-IV-IDX TO 1.
           PERFORM UNTIL WS-IV-IDX > WS-IQ-INVOICE-COUNT
                   OR WS-IQ-FOUND
               IF WS-IQ-INVOICE-NO(WS-IV-IDX) = SP-INVOICE-NO
                   SET WS-IQ-FOUND TO TRUE
               ELSE
                   SET WS-IV-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-IQ-FOUND
               ADD 1 TO WS-LINE-CNT
               MOVE SP-PAID-AMOUNT TO WS-AMT-EDIT
               DISPLAY '  保留番号 ' SP-SUSPENSE-NO ' 請求書 '
                       SP-INVOICE-NO ' 入金日 ' SP-PAID-DATE
                       ' ' WS-AMT-EDIT
           END-IF.
           PERFORM READ-SUSPENSE-NEXT.

       TERM-PROCESS.
           DISPLAY '照会件数: ' WS-INQUIRY-CNT.
           DISPLAY '拒否件数: ' WS-REJECT-CNT.
           CLOSE CUSTOMER-FILE
                 MASTER-FILE.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-OPI-AVAIL
               CLOSE OPEN-INVOICE-FILE
           END-IF.
           IF WS-SUS-AVAIL
               CLOSE SUSPENSE-FILE
           END-IF.
