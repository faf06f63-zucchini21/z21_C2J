       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSBPAY.
      *================================================================*
      * 支払一括振込バッチプログラム
      * 顧客への支払指示フィードを取りまとめ、銀行向けの全銀協
      * フォーマット総合振込ファイル（DSBZENGN）と支払登録簿
      * （DSBRPT）を出力する。取込元は次のとおり。
      *  R: 返戻金指示（REFUNDOUT。解約・猶予満了・中途異動）
      *  O: 過入金報告（OVERPAY。INVMATCHが出力）
      *  M: 満期給付金支払指示（MATPAYOUT。MATPAYが出力）
      *  C: 特約給付金支払指示（CLMPAYOUT。CLMPAYが出力）
      * 振込先は支払口座マスタ（PAYACCT）の口座振替口座とする
      * （満期給付金は支払指示上の振込先を優先する）。
      * 取り込んだ指示は支払指示履歴（DSBHIST）へ記録し、追記式の
      * REFUNDOUTを含め同じ指示を二重に振り込まない。
      * 振込先が未登録の指示は振り込まず、作業待ち(W)として履歴へ
      * 記録し、再支払作業リスト（DSBWORK）へ追加する。
      * 契約の顧客が取引停止中（WLREVIEWで設定）の指示と、顧客が
      * 未登録で契約単位に取引停止中（WLREVIEWの判定ログ）の契約
      * への指示も振り込まず、同様に作業待ちとして作業リストへ
      * 追加する。
      * 作業待ちの指示は次回以降の実行で再判定し、振込先が登録
      * 済みかつ取引停止中でなければその時点で振り込む。毎回作り
      * 直される過入金・満期給付・特約給付のフィードには再び現れ
      * ないため、履歴に記録した契約者名・金額（満期給付金は支払
      * 指示上の振込先も）から再判定する。追記式の返戻金指示は
      * 毎回の再取込で再判定する。
      * 振込ファイルの委託者・仕向口座・振込指定日は支払振込
      * パラメータ（DSBPRM）から設定する（未整備時は異常終了）。
      * COPY: CPYREFND（返戻金指示ファイルレコードレイアウト）
      * COPY: CPYCLPAY（給付金支払指示ファイルレコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYDSBHS（支払指示履歴ファイルレコードレイアウト）
      * COPY: CPYDSBWK（再支払作業リストレコードレイアウト）
      * COPY: CPYWLDEC（ウォッチリスト審査判定ログレイアウト）
      * COPY: CPYWLHLD（取引停止契約テーブル）
      * COPY: CPYZENGN（全銀協総合振込ファイルレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-REFUND-FILE
               ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.
           SELECT IN-OVERPAY-FILE
               ASSIGN TO 'OVERPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVP-STATUS.
           SELECT IN-MATPAY-FILE
               ASSIGN TO 'MATPAYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
           SELECT IN-CLAIMPAY-FILE
               ASSIGN TO 'CLMPAYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLP-STATUS.
      *    振込先を引き当てる支払口座マスタ
           SELECT PAYACCT-FILE
               ASSIGN TO 'PAYACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CONTRACT-NO
               FILE STATUS IS WS-PAC-STATUS.
      *    過入金報告に契約者名がないため契約マスタから引き当てる
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    取引停止確認用の顧客マスタ
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
      *    契約単位の取引停止を確認する審査判定ログ（WLREVIEWが
      *    追記）
           SELECT DECISION-FILE
               ASSIGN TO 'WLDECLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
      *    作業待ちの再判定で全件を順次読むため動的呼出しとする
           SELECT HISTORY-FILE
               ASSIGN TO 'DSBHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-INSTR-KEY
               FILE STATUS IS WS-HIS-STATUS.
           SELECT IN-PARAM-FILE
               ASSIGN TO 'DSBPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OUT-ZENGIN-FILE
               ASSIGN TO 'DSBZENGN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZGN-STATUS.
           SELECT OUT-REGISTER-FILE
               ASSIGN TO 'DSBRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    再支払作業リスト（追記式。DSBRETNと共用）
           SELECT OUT-WORK-FILE
               ASSIGN TO 'DSBWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-REFUND-FILE.
           COPY CPYREFND.

      *    INVMATCHの過入金報告レコード（INVMATCHと同一レイアウト）
       FD  IN-OVERPAY-FILE.
       01  IN-OVERPAY-REC.
           05  OP-INVOICE-NO         PIC 9(9).
           05  OP-CONTRACT-NO        PIC X(10).
           05  OP-PAID-DATE          PIC 9(8).
           05  OP-OVERPAY-AMOUNT     PIC 9(7)V99.
           05  OP-MESSAGE            PIC X(40).
           05  FILLER                PIC X(4).

      *    MATPAYの満期給付金支払指示レコード（MATPAYと同一
      *    レイアウト）
       FD  IN-MATPAY-FILE.
       01  IN-MATPAY-REC.
           05  MP-CONTRACT-NO        PIC X(10).
           05  MP-CUSTOMER-NO        PIC X(8).
           05  MP-HOLDER-NAME        PIC N(20).
           05  MP-MATURITY-DATE      PIC 9(8).
           05  MP-PAYOUT-AMOUNT      PIC 9(11)V99.
           05  MP-BANK-CODE          PIC X(4).
           05  MP-BRANCH-CODE        PIC X(3).
           05  MP-ACCOUNT-TYPE       PIC X(1).
           05  MP-ACCOUNT-NO         PIC X(7).
           05  FILLER                PIC X(6).

       FD  IN-CLAIMPAY-FILE.
           COPY CPYCLPAY.

       FD  PAYACCT-FILE.
           COPY CPYPAYAC.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  HISTORY-FILE.
           COPY CPYDSBHS.

      *    支払振込パラメータ（委託者・仕向口座・振込指定日）
       FD  IN-PARAM-FILE.
       01  DSB-PARAM-REC.
           05  DP-CONSIGNOR-CODE     PIC X(10).
           05  DP-CONSIGNOR-NAME     PIC X(40).
      *    振込指定日（ゼロは処理日）
           05  DP-TRANSFER-DATE      PIC 9(8).
           05  DP-BANK-CODE          PIC X(4).
           05  DP-BANK-NAME          PIC X(15).
           05  DP-BRANCH-CODE        PIC X(3).
           05  DP-BRANCH-NAME        PIC X(15).
           05  DP-ACCOUNT-TYPE       PIC X(1).
           05  DP-ACCOUNT-NO         PIC X(7).
           05  FILLER                PIC X(17).

       FD  OUT-ZENGIN-FILE.
       01  OUT-ZENGIN-REC            PIC X(120).

       FD  OUT-REGISTER-FILE.
       01  OUT-REGISTER-REC          PIC X(80).

       FD  OUT-WORK-FILE.
           COPY CPYDSBWK.

       FD  DECISION-FILE.
           COPY CPYWLDEC.

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-RFD-STATUS         PIC X(2).
           05  WS-OVP-STATUS         PIC X(2).
           05  WS-MAT-STATUS         PIC X(2).
           05  WS-CLP-STATUS         PIC X(2).
           05  WS-PAC-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-DEC-STATUS         PIC X(2).
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-ZGN-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-WRK-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-PAC-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PAC-AVAIL      VALUE 'Y'.
           05  WS-MST-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MST-AVAIL      VALUE 'Y'.
           05  WS-CUS-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUS-AVAIL      VALUE 'Y'.
           05  WS-CUST-HELD-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUST-HELD      VALUE 'Y'.
           05  WS-DEC-EOF-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DEC-EOF        VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND     VALUE 'Y'.
           05  WS-HIS-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-HIS-FOUND      VALUE 'Y'.
           05  WS-HIS-WRITE-FLAG     PIC X(1) VALUE 'N'.
               88  WS-HIS-WRITTEN    VALUE 'Y'.
           05  WS-PRM-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PRM-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-PAID-CNT           PIC 9(7) VALUE ZERO.
           05  WS-DUP-CNT            PIC 9(7) VALUE ZERO.
           05  WS-NOACCT-CNT         PIC 9(7) VALUE ZERO.
           05  WS-WAITING-CNT        PIC 9(7) VALUE ZERO.
           05  WS-REDRIVE-CNT        PIC 9(7) VALUE ZERO.
           05  WS-HOLD-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ZERO-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-TRANSFER-DATE      PIC 9(8).

      *    取込元を問わず支払指示1件を扱う共通作業領域
       01  WS-INSTR-WORK.
           05  WS-IN-SOURCE          PIC X(1).
           05  WS-IN-CONTRACT-NO     PIC X(10).
           05  WS-IN-REFERENCE       PIC X(9).
           05  WS-IN-REF-DATE REDEFINES WS-IN-REFERENCE.
               10  WS-IN-REF-DATE-8  PIC 9(8).
               10  WS-IN-REF-SUB     PIC X(1).
           05  WS-IN-HOLDER-NAME     PIC N(20).
           05  WS-IN-AMOUNT          PIC 9(11)V99.
      *    支払指示上の振込先（満期給付金のみ。空白なら口座マスタ）
           05  WS-IN-BANK-CODE       PIC X(4).
           05  WS-IN-BRANCH-CODE     PIC X(3).
           05  WS-IN-ACCOUNT-TYPE    PIC X(1).
           05  WS-IN-ACCOUNT-NO      PIC X(7).

      *    引き当てた振込先
       01  WS-PAYEE-WORK.
           05  WS-PY-BANK-CODE       PIC X(4).
           05  WS-PY-BRANCH-CODE     PIC X(3).
           05  WS-PY-ACCOUNT-TYPE    PIC X(1).
           05  WS-PY-ACCOUNT-NO      PIC X(7).
           05  WS-PY-PAYEE-NAME      PIC N(20).

      *    取込元別の振込件数・金額（1=R 2=O 3=M 4=C）
       01  WS-SOURCE-SUMMARY.
           05  WS-SRC-ENTRY OCCURS 4 TIMES
                            INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CNT        PIC 9(7).
               10  WS-SRC-AMT        PIC 9(13)V99.
       01  WS-SRC-NO                 PIC 9(1).

      *    振込ファイルのトレーラ集計（円単位）
       01  WS-ZENGIN-TOTALS.
           05  WS-ZG-CNT             PIC 9(6) VALUE ZERO.
           05  WS-ZG-AMT             PIC 9(12) VALUE ZERO.
           05  WS-ZG-YEN             PIC 9(10).

       COPY CPYZENGN.

       01  WS-RPT-WORK.
           05  WS-RPT-AMT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-MESSAGE        PIC X(20).

      *    契約単位に取引停止中の契約
           COPY CPYWLHLD.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM PROCESS-WAITING-HISTORY.
           PERFORM PROCESS-REFUND-FEED.
           PERFORM PROCESS-OVERPAY-FEED.
           PERFORM PROCESS-MATPAY-FEED.
           PERFORM PROCESS-CLAIMPAY-FEED.
           PERFORM WRITE-ZENGIN-TRAILER.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-DSB-PARAM.
           PERFORM LOAD-HELD-CONTRACTS.
           OPEN INPUT PAYACCT-FILE.
           IF WS-PAC-STATUS = '00'
               SET WS-PAC-AVAIL TO TRUE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS = '00'
               SET WS-MST-AVAIL TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS = '00'
               SET WS-CUS-AVAIL TO TRUE
           END-IF.
           PERFORM OPEN-HISTORY.
           OPEN OUTPUT OUT-ZENGIN-FILE
                       OUT-REGISTER-FILE.
           PERFORM OPEN-WORK-FILE.
           PERFORM OPEN-CTLTOTAL.
           INITIALIZE WS-SOURCE-SUMMARY.
           PERFORM WRITE-ZENGIN-HEADER.
           PERFORM WRITE-REGISTER-HEADER.

      *    支払振込パラメータを読み込む。委託者コード・仕向口座が
      *    なければ銀行が受け付けないため、振込ファイルを作らずに
      *    異常終了する
       LOAD-DSB-PARAM.
           OPEN INPUT IN-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-CONSIGNOR-CODE NOT = SPACES
                           SET WS-PRM-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE IN-PARAM-FILE
           END-IF.
           IF NOT WS-PRM-FOUND
               DISPLAY '支払振込パラメータ(DSBPRM)未整備'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DP-TRANSFER-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-TRANSFER-DATE
           ELSE
               MOVE DP-TRANSFER-DATE TO WS-TRANSFER-DATE
           END-IF.

      *    審査判定ログ（WLDECLOG）の契約単位の判定を先頭から順に
      *    適用し、取引停止中の契約を読み込む（判定ログ未作成の環境
      *    では停止中の契約なし）。テーブルに収まらないときは停止
      *    中の契約へ支払うおそれがあるため異常終了する
       LOAD-HELD-CONTRACTS.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS = '00'
               MOVE 'N' TO WS-DEC-EOF-FLAG
               PERFORM READ-DECISION-REC
               PERFORM LOAD-HELD-LOOP
                   UNTIL WS-DEC-EOF
               CLOSE DECISION-FILE
           END-IF.

       READ-DECISION-REC.
           READ DECISION-FILE
               AT END
                   SET WS-DEC-EOF TO TRUE
           END-READ.

       LOAD-HELD-LOOP.
           IF WD-CUSTOMER-NO = SPACES AND WD-CONTRACT-NO NOT = SPACES
               PERFORM APPLY-CONTRACT-HOLD
           END-IF.
           PERFORM READ-DECISION-REC.

      *    該当確定(H)は取引停止中の契約へ追加し、停止解除(R)は
      *    当該契約を空白に戻す
       APPLY-CONTRACT-HOLD.
           MOVE WD-CONTRACT-NO TO WS-HC-SEARCH-NO.
           PERFORM FIND-HELD-CONTRACT.
           EVALUATE TRUE
               WHEN WD-DECISION-HOLD AND NOT WS-HC-FOUND
                   IF WS-HC-COUNT < 1000
                       ADD 1 TO WS-HC-COUNT
                       SET WS-HC-IDX TO WS-HC-COUNT
                       MOVE WD-CONTRACT-NO
                           TO WS-HC-CONTRACT-NO(WS-HC-IDX)
                   ELSE
                       DISPLAY '取引停止契約テーブル超過'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WD-DECISION-RELEASE AND WS-HC-FOUND
                   MOVE SPACES TO WS-HC-CONTRACT-NO(WS-HC-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    取引停止中の契約を探す（契約番号空白は停止中としない）
       FIND-HELD-CONTRACT.
           MOVE 'N' TO WS-HC-FOUND-FLAG.
           SET WS-HC-IDX TO 1.
           PERFORM UNTIL WS-HC-IDX > WS-HC-COUNT
                   OR WS-HC-FOUND
                   OR WS-HC-SEARCH-NO = SPACES
               IF WS-HC-CONTRACT-NO(WS-HC-IDX) = WS-HC-SEARCH-NO
                   SET WS-HC-FOUND TO TRUE
               ELSE
                   SET WS-HC-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    支払指示履歴を更新モードで開く
      *    初回実行時は未作成のため、新規作成してから開き直す
       OPEN-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF WS-HIS-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

      *    再支払作業リストは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-WORK-FILE.
           OPEN EXTEND OUT-WORK-FILE.
           IF WS-WRK-STATUS = '35' OR '05'
               CLOSE OUT-WORK-FILE
               OPEN OUTPUT OUT-WORK-FILE
           END-IF.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    全銀協ヘッダレコード（種別21=総合振込、コード区分0）
       WRITE-ZENGIN-HEADER.
           MOVE SPACES TO ZG-HEADER-REC.
           MOVE '1'  TO ZG-HD-DATA-TYPE.
           MOVE '21' TO ZG-HD-KIND-CODE.
           MOVE '0'  TO ZG-HD-CODE-TYPE.
           MOVE DP-CONSIGNOR-CODE TO ZG-HD-CONSIGNOR-CODE.
           MOVE DP-CONSIGNOR-NAME TO ZG-HD-CONSIGNOR-NAME.
           MOVE WS-TRANSFER-DATE(5:4) TO ZG-HD-TRANSFER-MMDD.
           MOVE DP-BANK-CODE      TO ZG-HD-BANK-CODE.
           MOVE DP-BANK-NAME      TO ZG-HD-BANK-NAME.
           MOVE DP-BRANCH-CODE    TO ZG-HD-BRANCH-CODE.
           MOVE DP-BRANCH-NAME    TO ZG-HD-BRANCH-NAME.
           MOVE DP-ACCOUNT-TYPE   TO ZG-HD-ACCOUNT-TYPE.
           MOVE DP-ACCOUNT-NO     TO ZG-HD-ACCOUNT-NO.
           WRITE OUT-ZENGIN-REC FROM ZG-HEADER-REC.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '***** 支払振込登録簿 *****'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '作成日: ' WS-CURRENT-DATE
                  '  振込指定日: ' WS-TRANSFER-DATE
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.

      *    前回までに作業待ち(W)とした過入金・満期給付・特約給付の
      *    指示を履歴から再判定する（これらのフィードは毎回作り直さ
      *    れ、作業待ちの指示が再び現れないため）。返戻金は追記式の
      *    REFUNDOUTの再取込で再判定するため対象外とする
       PROCESS-WAITING-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO DH-INSTR-KEY.
           START HISTORY-FILE
               KEY IS NOT LESS THAN DH-INSTR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-HIS-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-HISTORY-NEXT
           END-IF.
           PERFORM WAITING-HISTORY-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る
       READ-HISTORY-NEXT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-HIS-STATUS NOT = '00' AND WS-HIS-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       WAITING-HISTORY-LOOP.
           IF DH-STAT-WORKLIST AND NOT DH-SRC-REFUND
               ADD 1 TO WS-REDRIVE-CNT
               INITIALIZE WS-INSTR-WORK
               MOVE DH-SOURCE         TO WS-IN-SOURCE
               MOVE DH-CONTRACT-NO    TO WS-IN-CONTRACT-NO
               MOVE DH-REFERENCE      TO WS-IN-REFERENCE
               MOVE DH-HOLDER-NAME    TO WS-IN-HOLDER-NAME
               MOVE DH-AMOUNT         TO WS-IN-AMOUNT
               MOVE DH-BANK-CODE      TO WS-IN-BANK-CODE
               MOVE DH-BRANCH-CODE    TO WS-IN-BRANCH-CODE
               MOVE DH-ACCOUNT-TYPE   TO WS-IN-ACCOUNT-TYPE
               MOVE DH-ACCOUNT-NO     TO WS-IN-ACCOUNT-NO
               SET WS-HIS-FOUND TO TRUE
               PERFORM REDRIVE-INSTRUCTION
           END-IF.
           PERFORM READ-HISTORY-NEXT.

      *    作業待ちの指示1件を再判定する（取引停止中・振込先未登録の
      *    ままであれば作業待ちを継続し、作業リストへは再掲しない）
       REDRIVE-INSTRUCTION.
           PERFORM CHECK-CUSTOMER-HOLD.
           IF WS-CUST-HELD
               PERFORM DISPOSE-HELD-INSTRUCTION
           ELSE
               PERFORM RESOLVE-PAYEE-ACCOUNT
               PERFORM DISPOSE-INSTRUCTION
           END-IF.

      *    返戻金指示（追記式のため過去分も毎回読み、履歴で判定する）
       PROCESS-REFUND-FEED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT IN-REFUND-FILE.
           IF WS-RFD-STATUS NOT = '00'
               DISPLAY '返戻金指示なし(REFUNDOUT)'
           ELSE
               PERFORM READ-REFUND-REC
               PERFORM REFUND-LOOP
                   UNTIL WS-EOF
               CLOSE IN-REFUND-FILE
           END-IF.

       READ-REFUND-REC.
           READ IN-REFUND-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       REFUND-LOOP.
           INITIALIZE WS-INSTR-WORK.
           MOVE 'R'               TO WS-IN-SOURCE.
           MOVE RF-CONTRACT-NO    TO WS-IN-CONTRACT-NO.
           MOVE RF-CANCEL-DATE    TO WS-IN-REF-DATE-8.
           MOVE RF-REFUND-SOURCE  TO WS-IN-REF-SUB.
           MOVE RF-HOLDER-NAME    TO WS-IN-HOLDER-NAME.
           MOVE RF-REFUND-AMOUNT  TO WS-IN-AMOUNT.
           PERFORM PROCESS-INSTRUCTION.
           PERFORM READ-REFUND-REC.

      *    過入金報告（契約者名は契約マスタから引き当てる）
       PROCESS-OVERPAY-FEED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT IN-OVERPAY-FILE.
           IF WS-OVP-STATUS NOT = '00'
               DISPLAY '過入金報告なし(OVERPAY)'
           ELSE
               PERFORM READ-OVERPAY-REC
               PERFORM OVERPAY-LOOP
                   UNTIL WS-EOF
               CLOSE IN-OVERPAY-FILE
           END-IF.

       READ-OVERPAY-REC.
           READ IN-OVERPAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       OVERPAY-LOOP.
           INITIALIZE WS-INSTR-WORK.
           MOVE 'O'               TO WS-IN-SOURCE.
           MOVE OP-CONTRACT-NO    TO WS-IN-CONTRACT-NO.
           MOVE OP-INVOICE-NO     TO WS-IN-REFERENCE.
           MOVE OP-OVERPAY-AMOUNT TO WS-IN-AMOUNT.
           IF WS-MST-AVAIL
               MOVE OP-CONTRACT-NO TO CT-CONTRACT-NO
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-HOLDER-NAME TO WS-IN-HOLDER-NAME
               END-READ
           END-IF.
           PERFORM PROCESS-INSTRUCTION.
           PERFORM READ-OVERPAY-REC.

      *    満期給付金支払指示（支払指示上の振込先を優先する）
       PROCESS-MATPAY-FEED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT IN-MATPAY-FILE.
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY '満期給付金支払指示なし(MATPAYOUT)'
           ELSE
               PERFORM READ-MATPAY-REC
               PERFORM MATPAY-LOOP
                   UNTIL WS-EOF
               CLOSE IN-MATPAY-FILE
           END-IF.

       READ-MATPAY-REC.
           READ IN-MATPAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       MATPAY-LOOP.
           INITIALIZE WS-INSTR-WORK.
           MOVE 'M'               TO WS-IN-SOURCE.
           MOVE MP-CONTRACT-NO    TO WS-IN-CONTRACT-NO.
           MOVE MP-MATURITY-DATE  TO WS-IN-REF-DATE-8.
           MOVE MP-HOLDER-NAME    TO WS-IN-HOLDER-NAME.
           MOVE MP-PAYOUT-AMOUNT  TO WS-IN-AMOUNT.
           MOVE MP-BANK-CODE      TO WS-IN-BANK-CODE.
           MOVE MP-BRANCH-CODE    TO WS-IN-BRANCH-CODE.
           MOVE MP-ACCOUNT-TYPE   TO WS-IN-ACCOUNT-TYPE.
           MOVE MP-ACCOUNT-NO     TO WS-IN-ACCOUNT-NO.
           PERFORM PROCESS-INSTRUCTION.
           PERFORM READ-MATPAY-REC.

      *    特約給付金支払指示
       PROCESS-CLAIMPAY-FEED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT IN-CLAIMPAY-FILE.
           IF WS-CLP-STATUS NOT = '00'
               DISPLAY '特約給付金支払指示なし(CLMPAYOUT)'
           ELSE
               PERFORM READ-CLAIMPAY-REC
               PERFORM CLAIMPAY-LOOP
                   UNTIL WS-EOF
               CLOSE IN-CLAIMPAY-FILE
           END-IF.

       READ-CLAIMPAY-REC.
           READ IN-CLAIMPAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       CLAIMPAY-LOOP.
           INITIALIZE WS-INSTR-WORK.
           MOVE 'C'               TO WS-IN-SOURCE.
           MOVE CQ-CONTRACT-NO    TO WS-IN-CONTRACT-NO.
           MOVE CQ-CLAIM-NO       TO WS-IN-REFERENCE.
           MOVE CQ-HOLDER-NAME    TO WS-IN-HOLDER-NAME.
           MOVE CQ-BENEFIT-AMOUNT TO WS-IN-AMOUNT.
           PERFORM PROCESS-INSTRUCTION.
           PERFORM READ-CLAIMPAY-REC.

      *    支払指示1件を履歴と照合して振込・作業リスト行きを判定する
      *    振込済(P)・組戻し(R)の指示は再度振り込まない。作業待ち(W)
      *    の指示は振込先が登録されていればこの時点で振り込む
      *    （顧客が取引停止中の間は振り込まない）
       PROCESS-INSTRUCTION.
           IF WS-IN-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-CNT
           ELSE
               PERFORM READ-HISTORY
               EVALUATE TRUE
                   WHEN WS-HIS-FOUND AND NOT DH-STAT-WORKLIST
                       ADD 1 TO WS-DUP-CNT
                   WHEN OTHER
                       PERFORM CHECK-CUSTOMER-HOLD
                       IF WS-CUST-HELD
                           PERFORM DISPOSE-HELD-INSTRUCTION
                       ELSE
                           PERFORM RESOLVE-PAYEE-ACCOUNT
                           PERFORM DISPOSE-INSTRUCTION
                       END-IF
               END-EVALUATE
           END-IF.

      *    契約単位の取引停止と、契約マスタから引き当てた顧客が
      *    取引停止中かを確認する（契約・顧客が見つからないときは
      *    顧客を停止中としない）
       CHECK-CUSTOMER-HOLD.
           MOVE 'N' TO WS-CUST-HELD-FLAG.
           MOVE WS-IN-CONTRACT-NO TO WS-HC-SEARCH-NO.
           PERFORM FIND-HELD-CONTRACT.
           IF WS-HC-FOUND
               SET WS-CUST-HELD TO TRUE
           END-IF.
           IF WS-MST-AVAIL AND WS-CUS-AVAIL
               MOVE WS-IN-CONTRACT-NO TO CT-CONTRACT-NO
               READ MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CT-CUSTOMER-NO
               END-READ
               IF CT-CUSTOMER-NO NOT = SPACES
                   MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CU-SCREEN-HELD
                               SET WS-CUST-HELD TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    取引停止中の顧客・契約への指示は作業待ち(W)として履歴へ
      *    記録し、作業リストへ追加する（作業待ちの再取込は再掲
      *    しない）
       DISPOSE-HELD-INSTRUCTION.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           IF WS-HIS-FOUND
               ADD 1 TO WS-WAITING-CNT
           ELSE
               PERFORM RECORD-HISTORY-WORKLIST
               PERFORM WRITE-WORKLIST-HELD
               MOVE '取引停止保留' TO WS-RPT-MESSAGE
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

       READ-HISTORY.
           MOVE 'N' TO WS-HIS-FOUND-FLAG.
           MOVE WS-IN-SOURCE      TO DH-SOURCE.
           MOVE WS-IN-CONTRACT-NO TO DH-CONTRACT-NO.
           MOVE WS-IN-REFERENCE   TO DH-REFERENCE.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIS-FOUND TO TRUE
           END-READ.

      *    振込先を決定する（支払指示上の振込先があればそれを、
      *    なければ支払口座マスタの口座振替口座を使用する）
       RESOLVE-PAYEE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           MOVE WS-IN-HOLDER-NAME TO WS-PY-PAYEE-NAME.
           IF WS-PAC-AVAIL
               MOVE WS-IN-CONTRACT-NO TO PA-CONTRACT-NO
               READ PAYACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-METHOD-DEBIT
                           SET WS-ACCT-FOUND TO TRUE
                           MOVE PA-BANK-CODE    TO WS-PY-BANK-CODE
                           MOVE PA-BRANCH-CODE  TO WS-PY-BRANCH-CODE
                           MOVE PA-ACCOUNT-TYPE TO WS-PY-ACCOUNT-TYPE
                           MOVE PA-ACCOUNT-NO   TO WS-PY-ACCOUNT-NO
                           MOVE PA-ACCOUNT-HOLDER
                               TO WS-PY-PAYEE-NAME
                       END-IF
               END-READ
           END-IF.
           IF WS-IN-BANK-CODE NOT = SPACES
                   AND WS-IN-ACCOUNT-NO NOT = SPACES
               SET WS-ACCT-FOUND TO TRUE
               MOVE WS-IN-BANK-CODE    TO WS-PY-BANK-CODE
               MOVE WS-IN-BRANCH-CODE  TO WS-PY-BRANCH-CODE
               MOVE WS-IN-ACCOUNT-TYPE TO WS-PY-ACCOUNT-TYPE
               MOVE WS-IN-ACCOUNT-NO   TO WS-PY-ACCOUNT-NO
           END-IF.

      *    振込先があれば振込ファイルへ、なければ作業リストへ回し、
      *    いずれも履歴へ記録する（作業待ちの再取込は再掲しない）。
      *    振込は履歴の記録を先に行い、記録できなかった指示は振込
      *    ファイルへ出力しない（履歴なしのまま振り込むと次回実行で
      *    二重に支払うため）
       DISPOSE-INSTRUCTION.
           IF WS-ACCT-FOUND
               PERFORM RECORD-HISTORY-PAID
               IF WS-HIS-WRITTEN
                   PERFORM WRITE-ZENGIN-DATA
                   MOVE '振込' TO WS-RPT-MESSAGE
               ELSE
                   MOVE '履歴エラー' TO WS-RPT-MESSAGE
               END-IF
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
               IF WS-HIS-FOUND
                   ADD 1 TO WS-WAITING-CNT
               ELSE
                   PERFORM RECORD-HISTORY-WORKLIST
                   PERFORM WRITE-WORKLIST-NOACCT
                   MOVE '作業リスト' TO WS-RPT-MESSAGE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-IF.

      *    全銀協データレコード（振込金額は円未満切り捨て）
      *    顧客コード欄に支払指示キーを設定し、振込不能返却の照合
      *    に使用する
       WRITE-ZENGIN-DATA.
           MOVE WS-IN-AMOUNT TO WS-ZG-YEN.
           MOVE SPACES TO ZG-DATA-REC.
           MOVE '2'                TO ZG-DT-DATA-TYPE.
           MOVE WS-PY-BANK-CODE    TO ZG-DT-BANK-CODE.
           MOVE WS-PY-BRANCH-CODE  TO ZG-DT-BRANCH-CODE.
           MOVE WS-PY-ACCOUNT-TYPE TO ZG-DT-ACCOUNT-TYPE.
           MOVE WS-PY-ACCOUNT-NO   TO ZG-DT-ACCOUNT-NO.
           MOVE WS-PY-PAYEE-NAME   TO ZG-DT-PAYEE-NAME.
           MOVE WS-ZG-YEN          TO ZG-DT-AMOUNT.
           MOVE '0'                TO ZG-DT-NEW-CODE.
           MOVE WS-IN-SOURCE       TO ZG-DT-CUST-SOURCE.
           MOVE WS-IN-CONTRACT-NO  TO ZG-DT-CUST-CONTRACT.
           MOVE WS-IN-REFERENCE    TO ZG-DT-CUST-REFERENCE.
           MOVE '7'                TO ZG-DT-TRANSFER-TYPE.
           WRITE OUT-ZENGIN-REC FROM ZG-DATA-REC.
           ADD 1 TO WS-ZG-CNT.
           ADD WS-ZG-YEN TO WS-ZG-AMT.
           ADD 1 TO WS-PAID-CNT.
           PERFORM TALLY-SOURCE-SUMMARY.

       TALLY-SOURCE-SUMMARY.
           EVALUATE WS-IN-SOURCE
               WHEN 'R'
                   MOVE 1 TO WS-SRC-NO
               WHEN 'O'
                   MOVE 2 TO WS-SRC-NO
               WHEN 'M'
                   MOVE 3 TO WS-SRC-NO
               WHEN OTHER
                   MOVE 4 TO WS-SRC-NO
           END-EVALUATE.
           SET WS-SRC-IDX TO WS-SRC-NO.
           ADD 1 TO WS-SRC-CNT(WS-SRC-IDX).
           ADD WS-IN-AMOUNT TO WS-SRC-AMT(WS-SRC-IDX).

      *    振込済(P)として履歴へ記録する（作業待ちからの振込は更新）
       RECORD-HISTORY-PAID.
           PERFORM BUILD-HISTORY-REC.
           SET DH-STAT-PAID TO TRUE.
           MOVE WS-TRANSFER-DATE   TO DH-PAY-DATE.
           MOVE WS-PY-BANK-CODE    TO DH-BANK-CODE.
           MOVE WS-PY-BRANCH-CODE  TO DH-BRANCH-CODE.
           MOVE WS-PY-ACCOUNT-TYPE TO DH-ACCOUNT-TYPE.
           MOVE WS-PY-ACCOUNT-NO   TO DH-ACCOUNT-NO.
           MOVE 'N' TO WS-HIS-WRITE-FLAG.
           IF WS-HIS-FOUND
               REWRITE DISBURSE-HIST-REC
                   INVALID KEY
                       DISPLAY '履歴更新エラー: ' WS-HIS-STATUS
                       ADD 1 TO WS-ERROR-CNT
                   NOT INVALID KEY
                       SET WS-HIS-WRITTEN TO TRUE
               END-REWRITE
           ELSE
               WRITE DISBURSE-HIST-REC
                   INVALID KEY
                       DISPLAY '履歴登録エラー: ' WS-HIS-STATUS
                       ADD 1 TO WS-ERROR-CNT
                   NOT INVALID KEY
                       SET WS-HIS-WRITTEN TO TRUE
               END-WRITE
           END-IF.

      *    支払指示上の振込先は作業待ちの再判定のため保持する
       RECORD-HISTORY-WORKLIST.
           PERFORM BUILD-HISTORY-REC.
           SET DH-STAT-WORKLIST TO TRUE.
           MOVE WS-IN-BANK-CODE    TO DH-BANK-CODE.
           MOVE WS-IN-BRANCH-CODE  TO DH-BRANCH-CODE.
           MOVE WS-IN-ACCOUNT-TYPE TO DH-ACCOUNT-TYPE.
           MOVE WS-IN-ACCOUNT-NO   TO DH-ACCOUNT-NO.
           MOVE 'N' TO WS-HIS-WRITE-FLAG.
           WRITE DISBURSE-HIST-REC
               INVALID KEY
                   DISPLAY '履歴登録エラー: ' WS-HIS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   SET WS-HIS-WRITTEN TO TRUE
           END-WRITE.

      *    作業待ちからの振込では取込日を当初のまま残す
       BUILD-HISTORY-REC.
           IF NOT WS-HIS-FOUND
               MOVE SPACES TO DISBURSE-HIST-REC
               MOVE WS-IN-SOURCE      TO DH-SOURCE
               MOVE WS-IN-CONTRACT-NO TO DH-CONTRACT-NO
               MOVE WS-IN-REFERENCE   TO DH-REFERENCE
               MOVE WS-CURRENT-DATE   TO DH-ENTRY-DATE
               MOVE ZERO TO DH-PAY-DATE
               MOVE ZERO TO DH-RETURN-DATE
           END-IF.
           MOVE WS-IN-HOLDER-NAME TO DH-HOLDER-NAME.
           MOVE WS-IN-AMOUNT      TO DH-AMOUNT.

       WRITE-WORKLIST-NOACCT.
           MOVE WS-IN-SOURCE      TO DW-SOURCE.
           MOVE WS-IN-CONTRACT-NO TO DW-CONTRACT-NO.
           MOVE WS-IN-REFERENCE   TO DW-REFERENCE.
           MOVE WS-IN-HOLDER-NAME TO DW-HOLDER-NAME.
           MOVE WS-IN-AMOUNT      TO DW-AMOUNT.
           MOVE 'NA'              TO DW-REASON-CODE.
           MOVE '振込先未登録'    TO DW-REASON-MSG.
           MOVE WS-CURRENT-DATE   TO DW-ENTRY-DATE.
           WRITE DISBURSE-WORK-REC.
           ADD 1 TO WS-NOACCT-CNT.

       WRITE-WORKLIST-HELD.
           MOVE WS-IN-SOURCE      TO DW-SOURCE.
           MOVE WS-IN-CONTRACT-NO TO DW-CONTRACT-NO.
           MOVE WS-IN-REFERENCE   TO DW-REFERENCE.
           MOVE WS-IN-HOLDER-NAME TO DW-HOLDER-NAME.
           MOVE WS-IN-AMOUNT      TO DW-AMOUNT.
           MOVE 'HD'              TO DW-REASON-CODE.
           MOVE '取引停止中'      TO DW-REASON-MSG.
           MOVE WS-CURRENT-DATE   TO DW-ENTRY-DATE.
           WRITE DISBURSE-WORK-REC.
           ADD 1 TO WS-HOLD-CNT.

       WRITE-REGISTER-DETAIL.
           MOVE WS-IN-AMOUNT TO WS-RPT-AMT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-IN-SOURCE      TO OUT-REGISTER-REC(1:1).
           MOVE WS-IN-CONTRACT-NO TO OUT-REGISTER-REC(3:10).
           MOVE WS-IN-REFERENCE   TO OUT-REGISTER-REC(14:9).
           MOVE WS-RPT-AMT-EDIT   TO OUT-REGISTER-REC(24:20).
           IF WS-ACCT-FOUND
               MOVE WS-PY-BANK-CODE   TO OUT-REGISTER-REC(45:4)
               MOVE WS-PY-BRANCH-CODE TO OUT-REGISTER-REC(50:3)
           END-IF.
           MOVE WS-RPT-MESSAGE    TO OUT-REGISTER-REC(54:20).
           WRITE OUT-REGISTER-REC.

      *    全銀協トレーラ・エンドレコード
       WRITE-ZENGIN-TRAILER.
           MOVE SPACES TO ZG-TRAILER-REC.
           MOVE '8'        TO ZG-TR-DATA-TYPE.
           MOVE WS-ZG-CNT  TO ZG-TR-RECORD-COUNT.
           MOVE WS-ZG-AMT  TO ZG-TR-AMOUNT-TOTAL.
           WRITE OUT-ZENGIN-REC FROM ZG-TRAILER-REC.
           MOVE SPACES TO ZG-END-REC.
           MOVE '9'        TO ZG-ED-DATA-TYPE.
           WRITE OUT-ZENGIN-REC FROM ZG-END-REC.

      *    取込元別の振込件数・金額と全体合計を登録簿へ出力する
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE '< 取込元別 振込合計 >' TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           SET WS-SRC-IDX TO 1.
           PERFORM WRITE-SOURCE-TOTAL-LINE
               UNTIL WS-SRC-IDX > 4.
           MOVE WS-ZG-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-ZG-AMT TO WS-RPT-AMT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  振込ファイル計: ' WS-RPT-CNT-EDIT
                  ' 件 ' WS-RPT-AMT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE WS-NOACCT-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  作業リスト追加: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE WS-HOLD-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  取引停止保留:   ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.

       WRITE-SOURCE-TOTAL-LINE.
           MOVE WS-SRC-CNT(WS-SRC-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-SRC-AMT(WS-SRC-IDX) TO WS-RPT-AMT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           EVALUATE WS-SRC-IDX
               WHEN 1
                   MOVE '  返戻金:' TO OUT-REGISTER-REC(1:18)
               WHEN 2
                   MOVE '  過入金:' TO OUT-REGISTER-REC(1:18)
               WHEN 3
                   MOVE '  満期給付:' TO OUT-REGISTER-REC(1:18)
               WHEN OTHER
                   MOVE '  特約給付:' TO OUT-REGISTER-REC(1:18)
           END-EVALUATE.
           MOVE WS-RPT-CNT-EDIT TO OUT-REGISTER-REC(20:7).
           MOVE ' 件'           TO OUT-REGISTER-REC(27:4).
           MOVE WS-RPT-AMT-EDIT TO OUT-REGISTER-REC(32:20).
           WRITE OUT-REGISTER-REC.
           SET WS-SRC-IDX UP BY 1.

       TERM-PROCESS.
           DISPLAY '作業待ち再判定:   ' WS-REDRIVE-CNT.
           DISPLAY '指示読込件数:     ' WS-READ-CNT.
           DISPLAY '振込件数:         ' WS-PAID-CNT.
           DISPLAY '支払済み件数:     ' WS-DUP-CNT.
           DISPLAY '作業リスト追加:   ' WS-NOACCT-CNT.
           DISPLAY '作業待ち継続:     ' WS-WAITING-CNT.
           DISPLAY '取引停止保留:     ' WS-HOLD-CNT.
           DISPLAY '金額ゼロ件数:     ' WS-ZERO-CNT.
           DISPLAY 'エラー件数:       ' WS-ERROR-CNT.
           IF WS-ERROR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE HISTORY-FILE
                 OUT-ZENGIN-FILE
                 OUT-REGISTER-FILE
                 OUT-WORK-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-PAC-AVAIL
               CLOSE PAYACCT-FILE
           END-IF.
           IF WS-MST-AVAIL
               CLOSE MASTER-FILE
           END-IF.
           IF WS-CUS-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'DSBPAY' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT  TO CTL-READ-CNT.
           MOVE WS-PAID-CNT  TO CTL-WRITE-CNT.
           MOVE WS-ERROR-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
