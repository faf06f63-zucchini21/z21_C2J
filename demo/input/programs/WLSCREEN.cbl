       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.
      *================================================================*
      * ウォッチリスト照合バッチプログラム
      * 業界団体の反社会的勢力・制裁対象者リスト（WATCHLST）と、
      * 契約者・支払先を照合し、得点が基準以上の組をコンプライアンス
      * 審査待ちファイル（WLQUEUE）へ出力する。夜間に毎回全件を照合
      * するため、新規に登録された顧客（CUSTMNT・CONTMAINT・
      * APPLBTCH）とリスト更新の双方が翌朝の審査待ちに反映される。
      *  - 照合元: 顧客マスタ（CUSTMAST）の氏名・住所・電話番号、
      *    支払口座マスタ（PAYACCT）の口座名義、満期給付金支払指示
      *    （MATPAYOUT、当日分がある場合のみ）の支払先氏名
      *  - 正規化: 氏名・住所は空白を除去し、電話番号は数字のみを
      *    残す（CUSTDUPと同じ規則）
      *  - 採点: 氏名60・住所30・電話番号10点の合計が60点以上の組を
      *    審査待ちとする（口座名義・支払先は氏名のみで照合する）
      *  - 既に取引停止中の顧客は照合しない（顧客が未登録の契約
      *    は、審査判定ログで契約単位に取引停止中の契約を照合
      *    しない）
      *  - 審査判定ログ（WLDECLOG）で非該当(F)・停止解除(R)と
      *    判定済みの顧客と登録IDの組は再出力しない（顧客が未登録
      *    の契約は契約番号と登録IDの組で判定する）
      * 判定と取引停止の設定・解除はWLREVIEWで行う。
      * 本プログラムはマスタを更新しない
      * COPY: CPYWATCH（照合用ウォッチリストレコードレイアウト）
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYWLDEC（ウォッチリスト審査判定ログレイアウト）
      * COPY: CPYWLQUE（ウォッチリスト照合審査待ちレイアウト）
      * COPY: CPYWLHLD（取引停止契約テーブル）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE
               ASSIGN TO 'WATCHLST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCH-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT PAYACCT-FILE
               ASSIGN TO 'PAYACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CONTRACT-NO
               FILE STATUS IS WS-PAC-STATUS.
      *    満期給付金の支払指示（MATPAYの出力。満期のない日は
      *    存在しない）
           SELECT IN-MATPAY-FILE
               ASSIGN TO 'MATPAYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MPY-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO 'WLDECLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT OUT-QUEUE-FILE
               ASSIGN TO 'WLQUEUE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
           COPY CPYWATCH.

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  PAYACCT-FILE.
           COPY CPYPAYAC.

      *    満期給付金支払指示レコード（MATPAYの出力レイアウト）
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

       FD  DECISION-FILE.
           COPY CPYWLDEC.

       FD  OUT-QUEUE-FILE.
           COPY CPYWLQUE.

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-WCH-STATUS         PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-PAC-STATUS         PIC X(2).
           05  WS-MPY-STATUS         PIC X(2).
           05  WS-DEC-STATUS         PIC X(2).
           05  WS-QUE-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-MST-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MST-AVAIL      VALUE 'Y'.
           05  WS-PAC-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PAC-AVAIL      VALUE 'Y'.
           05  WS-MPY-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-MPY-AVAIL      VALUE 'Y'.
           05  WS-HELD-FLAG          PIC X(1) VALUE 'N'.
               88  WS-HELD           VALUE 'Y'.
           05  WS-CL-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-CL-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-WATCH-CNT          PIC 9(7) VALUE ZERO.
           05  WS-DECISION-CNT       PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMER-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNT-CNT        PIC 9(7) VALUE ZERO.
           05  WS-MATPAY-CNT         PIC 9(7) VALUE ZERO.
           05  WS-SCREENED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-HIT-CNT            PIC 9(7) VALUE ZERO.
           05  WS-CLEARED-SKIP-CNT   PIC 9(7) VALUE ZERO.
           05  WS-HELD-SKIP-CNT      PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

      *    審査待ちとする合計点の下限と各項目の配点
       01  WS-SCORE-RULES.
           05  WS-SCORE-THRESHOLD    PIC 9(3) VALUE 60.
           05  WS-SCORE-NAME         PIC 9(3) VALUE 60.
           05  WS-SCORE-ADDRESS      PIC 9(3) VALUE 30.
           05  WS-SCORE-PHONE        PIC 9(3) VALUE 10.

      *    正規化ウォッチリストテーブル（リストを全件読み込む）
       01  WS-WL-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-WATCH-TABLE.
           05  WS-WL-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-WL-IDX.
               10  WS-WL-ENTRY-ID    PIC X(10).
               10  WS-WL-LIST-TYPE   PIC X(1).
               10  WS-WL-NAME        PIC N(20).
               10  WS-WL-ADDRESS     PIC N(30).
               10  WS-WL-PHONE       PIC X(13).
      *            審査待ちへ転記する登録時の表記
               10  WS-WL-PRINT-NAME  PIC N(20).

      *    非該当・停止解除と判定済みの顧客と登録IDの組（契約
      *    単位の判定は顧客番号を空白とし、契約番号を持つ）
       01  WS-CL-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-TABLE.
           05  WS-CL-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-CL-IDX.
               10  WS-CL-CUSTOMER-NO PIC X(8).
               10  WS-CL-CONTRACT-NO PIC X(10).
               10  WS-CL-ENTRY-ID    PIC X(10).

      *    契約単位に取引停止中の契約
           COPY CPYWLHLD.

      *    照合対象（照合元ごとに設定してから照合する）
       01  WS-SUBJECT-WORK.
           05  WS-SJ-SOURCE          PIC X(1).
           05  WS-SJ-CUSTOMER-NO     PIC X(8).
           05  WS-SJ-CONTRACT-NO     PIC X(10).
      *        判定済みの組を探すときの契約番号（顧客単位は空白）
           05  WS-SJ-KEY-CONTRACT-NO PIC X(10).
           05  WS-SJ-ENTRY-ID        PIC X(10).
           05  WS-SJ-NAME            PIC N(20).
           05  WS-SJ-ADDRESS         PIC N(30).
           05  WS-SJ-PHONE           PIC X(13).

      *    正規化作業域
       01  WS-NORM-WORK.
           05  WS-NORM-NAME          PIC N(20).
           05  WS-NORM-ADDRESS       PIC N(30).
           05  WS-NORM-PHONE         PIC X(13).
           05  WS-CHAR-SUB           PIC 9(2).
           05  WS-OUT-SUB            PIC 9(2).

      *    組ごとの採点作業域
       01  WS-PAIR-WORK.
           05  WS-PAIR-SCORE         PIC 9(3).
           05  WS-MATCH-TEXT         PIC X(20).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-DECISIONS.
           PERFORM SCREEN-CUSTOMERS.
           IF WS-PAC-AVAIL
               PERFORM SCREEN-ACCOUNTS
           END-IF.
           IF WS-MPY-AVAIL
               PERFORM SCREEN-MATURITY-PAYEES
           END-IF.
           PERFORM TERM-PROCESS.
           IF WS-TBLFULL-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    ウォッチリスト・顧客マスタは必須とする。契約マスタ・
      *    支払口座マスタ・満期給付金支払指示・判定ログは存在する
      *    場合のみ使用する
       INIT-PROCESS.
           OPEN INPUT WATCH-FILE.
           IF WS-WCH-STATUS NOT = '00'
               DISPLAY 'ウォッチリストオープンエラー: '
                       WS-WCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS = '00'
               SET WS-MST-AVAIL TO TRUE
           END-IF.
           OPEN INPUT PAYACCT-FILE.
           IF WS-PAC-STATUS = '00'
               SET WS-PAC-AVAIL TO TRUE
           END-IF.
           OPEN INPUT IN-MATPAY-FILE.
           IF WS-MPY-STATUS = '00'
               SET WS-MPY-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT OUT-QUEUE-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM OPEN-CTLTOTAL.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    ウォッチリストを全件読み、正規化してテーブルへ格納する
       LOAD-WATCH-LIST.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-WATCH-REC.
           PERFORM LOAD-WATCH-LOOP
               UNTIL WS-EOF.
           CLOSE WATCH-FILE.

       READ-WATCH-REC.
           READ WATCH-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-WATCH-CNT
           END-READ.

      *    テーブル満杯の場合は残りの登録と照合できないため、件数を
      *    報告して終了コード8とする
       LOAD-WATCH-LOOP.
           IF WS-WL-COUNT < 5000
               MOVE WL-NAME    TO WS-SJ-NAME
               MOVE WL-ADDRESS TO WS-SJ-ADDRESS
               MOVE WL-PHONE   TO WS-SJ-PHONE
               PERFORM NORMALIZE-SUBJECT
               ADD 1 TO WS-WL-COUNT
               SET WS-WL-IDX TO WS-WL-COUNT
               MOVE WL-ENTRY-ID     TO WS-WL-ENTRY-ID(WS-WL-IDX)
               MOVE WL-LIST-TYPE    TO WS-WL-LIST-TYPE(WS-WL-IDX)
               MOVE WS-NORM-NAME    TO WS-WL-NAME(WS-WL-IDX)
               MOVE WS-NORM-ADDRESS TO WS-WL-ADDRESS(WS-WL-IDX)
               MOVE WS-NORM-PHONE   TO WS-WL-PHONE(WS-WL-IDX)
               MOVE WL-NAME         TO WS-WL-PRINT-NAME(WS-WL-IDX)
           ELSE
               ADD 1 TO WS-TBLFULL-CNT
           END-IF.
           PERFORM READ-WATCH-REC.

      *    判定ログから非該当(F)・停止解除(R)の組と、契約単位に
      *    取引停止中の契約を読み込む
      *    （判定ログ未作成の初回は読み込むものがない）
       LOAD-DECISIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS = '00'
               PERFORM READ-DECISION-REC
               PERFORM LOAD-DECISION-LOOP
                   UNTIL WS-EOF
               CLOSE DECISION-FILE
           END-IF.

       READ-DECISION-REC.
           READ DECISION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISION-CNT
           END-READ.

       LOAD-DECISION-LOOP.
           IF WD-CUSTOMER-NO = SPACES AND WD-CONTRACT-NO NOT = SPACES
               PERFORM APPLY-CONTRACT-HOLD
           END-IF.
           IF WD-DECISION-CLEAR OR WD-DECISION-RELEASE
               MOVE WD-CUSTOMER-NO TO WS-SJ-CUSTOMER-NO
               MOVE WD-CONTRACT-NO TO WS-SJ-KEY-CONTRACT-NO
               MOVE WD-ENTRY-ID    TO WS-SJ-ENTRY-ID
               PERFORM FIND-CLEARED-ENTRY
               IF NOT WS-CL-FOUND
                   IF WS-CL-COUNT < 3000
                       ADD 1 TO WS-CL-COUNT
                       SET WS-CL-IDX TO WS-CL-COUNT
                       MOVE WD-CUSTOMER-NO
                           TO WS-CL-CUSTOMER-NO(WS-CL-IDX)
                       MOVE WD-CONTRACT-NO
                           TO WS-CL-CONTRACT-NO(WS-CL-IDX)
                       MOVE WD-ENTRY-ID
                           TO WS-CL-ENTRY-ID(WS-CL-IDX)
                   ELSE
                       ADD 1 TO WS-TBLFULL-CNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-DECISION-REC.

      *    契約単位の該当確定(H)は取引停止中の契約へ追加し、停止
      *    解除(R)は当該契約を空白に戻す
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
                       ADD 1 TO WS-TBLFULL-CNT
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

      *    判定済みの組を探す
       FIND-CLEARED-ENTRY.
           MOVE 'N' TO WS-CL-FOUND-FLAG.
           SET WS-CL-IDX TO 1.
           PERFORM UNTIL WS-CL-IDX > WS-CL-COUNT
                   OR WS-CL-FOUND
               IF WS-CL-CUSTOMER-NO(WS-CL-IDX) = WS-SJ-CUSTOMER-NO
                   AND WS-CL-CONTRACT-NO(WS-CL-IDX)
                       = WS-SJ-KEY-CONTRACT-NO
                   AND WS-CL-ENTRY-ID(WS-CL-IDX) = WS-SJ-ENTRY-ID
                   SET WS-CL-FOUND TO TRUE
               ELSE
                   SET WS-CL-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    顧客マスタを全件読み、氏名・住所・電話番号で照合する
       SCREEN-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CU-CUSTOMER-NO.
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CU-CUSTOMER-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-CUS-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-CUSTOMER-NEXT
           END-IF.
           PERFORM SCREEN-CUSTOMER-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-CUSTOMER-NEXT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-CNT
           END-READ.
           IF WS-CUS-STATUS NOT = '00' AND WS-CUS-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       SCREEN-CUSTOMER-LOOP.
           IF CU-SCREEN-HELD
               ADD 1 TO WS-HELD-SKIP-CNT
           ELSE
               MOVE 'C'              TO WS-SJ-SOURCE
               MOVE CU-CUSTOMER-NO   TO WS-SJ-CUSTOMER-NO
               MOVE SPACES           TO WS-SJ-CONTRACT-NO
               MOVE CU-CUSTOMER-NAME TO WS-SJ-NAME
               MOVE CU-ADDRESS       TO WS-SJ-ADDRESS
               MOVE CU-PHONE         TO WS-SJ-PHONE
               PERFORM SCREEN-SUBJECT
           END-IF.
           PERFORM READ-CUSTOMER-NEXT.

      *    支払口座マスタを全件読み、口座名義で照合する（カード払い
      *    など名義のない登録は対象外）
       SCREEN-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PA-CONTRACT-NO.
           START PAYACCT-FILE
               KEY IS NOT LESS THAN PA-CONTRACT-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-PAC-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-PAYACCT-NEXT
           END-IF.
           PERFORM SCREEN-ACCOUNT-LOOP
               UNTIL WS-EOF.

       READ-PAYACCT-NEXT.
           READ PAYACCT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-CNT
           END-READ.
           IF WS-PAC-STATUS NOT = '00' AND WS-PAC-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       SCREEN-ACCOUNT-LOOP.
           IF PA-ACCOUNT-HOLDER NOT = SPACES
               PERFORM LOOKUP-CONTRACT-CUSTOMER
               MOVE PA-CONTRACT-NO TO WS-SJ-CONTRACT-NO
               PERFORM CHECK-CUSTOMER-HELD
               IF WS-HELD
                   ADD 1 TO WS-HELD-SKIP-CNT
               ELSE
                   MOVE 'A'               TO WS-SJ-SOURCE
                   MOVE PA-CONTRACT-NO    TO WS-SJ-CONTRACT-NO
                   MOVE PA-ACCOUNT-HOLDER TO WS-SJ-NAME
                   MOVE SPACES            TO WS-SJ-ADDRESS
                   MOVE SPACES            TO WS-SJ-PHONE
                   PERFORM SCREEN-SUBJECT
               END-IF
           END-IF.
           PERFORM READ-PAYACCT-NEXT.

      *    口座の契約の顧客番号を契約マスタから引き当てる（契約
      *    マスタがない・契約が見つからないときは空白）
       LOOKUP-CONTRACT-CUSTOMER.
           MOVE SPACES TO WS-SJ-CUSTOMER-NO.
           IF WS-MST-AVAIL
               MOVE PA-CONTRACT-NO TO CT-CONTRACT-NO
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-CUSTOMER-NO TO WS-SJ-CUSTOMER-NO
               END-READ
           END-IF.

      *    照合対象の顧客が取引停止中かを顧客マスタで確認する
      *    （顧客が未登録のときは契約が取引停止中かを確認する）
       CHECK-CUSTOMER-HELD.
           MOVE 'N' TO WS-HELD-FLAG.
           IF WS-SJ-CUSTOMER-NO = SPACES
               MOVE WS-SJ-CONTRACT-NO TO WS-HC-SEARCH-NO
               PERFORM FIND-HELD-CONTRACT
               IF WS-HC-FOUND
                   SET WS-HELD TO TRUE
               END-IF
           ELSE
               MOVE WS-SJ-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-SCREEN-HELD
                           SET WS-HELD TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    当日の満期給付金支払指示を読み、支払先氏名で照合する
       SCREEN-MATURITY-PAYEES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-MATPAY-REC.
           PERFORM SCREEN-MATPAY-LOOP
               UNTIL WS-EOF.

       READ-MATPAY-REC.
           READ IN-MATPAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MATPAY-CNT
           END-READ.

       SCREEN-MATPAY-LOOP.
           MOVE MP-CUSTOMER-NO TO WS-SJ-CUSTOMER-NO.
           MOVE MP-CONTRACT-NO TO WS-SJ-CONTRACT-NO.
           PERFORM CHECK-CUSTOMER-HELD.
           IF WS-HELD
               ADD 1 TO WS-HELD-SKIP-CNT
           ELSE
               MOVE 'M'            TO WS-SJ-SOURCE
               MOVE MP-CONTRACT-NO TO WS-SJ-CONTRACT-NO
               MOVE MP-HOLDER-NAME TO WS-SJ-NAME
               MOVE SPACES         TO WS-SJ-ADDRESS
               MOVE SPACES         TO WS-SJ-PHONE
               PERFORM SCREEN-SUBJECT
           END-IF.
           PERFORM READ-MATPAY-REC.

      *    照合対象1件を正規化し、ウォッチリストの全登録と照合する
       SCREEN-SUBJECT.
           ADD 1 TO WS-SCREENED-CNT.
           PERFORM NORMALIZE-SUBJECT.
           PERFORM SCORE-ENTRY
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT.

      *    氏名・住所は空白を除いて左詰めし、電話番号は数字のみを
      *    左詰めする
       NORMALIZE-SUBJECT.
           MOVE SPACES TO WS-NORM-NAME.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM NORMALIZE-NAME-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 20.
           MOVE SPACES TO WS-NORM-ADDRESS.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM NORMALIZE-ADDRESS-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 30.
           MOVE SPACES TO WS-NORM-PHONE.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM NORMALIZE-PHONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 13.

       NORMALIZE-NAME-CHAR.
           IF WS-SJ-NAME(WS-CHAR-SUB:1) NOT = SPACE
               ADD 1 TO WS-OUT-SUB
               MOVE WS-SJ-NAME(WS-CHAR-SUB:1)
                   TO WS-NORM-NAME(WS-OUT-SUB:1)
           END-IF.

       NORMALIZE-ADDRESS-CHAR.
           IF WS-SJ-ADDRESS(WS-CHAR-SUB:1) NOT = SPACE
               ADD 1 TO WS-OUT-SUB
               MOVE WS-SJ-ADDRESS(WS-CHAR-SUB:1)
                   TO WS-NORM-ADDRESS(WS-OUT-SUB:1)
           END-IF.

       NORMALIZE-PHONE-CHAR.
           IF WS-SJ-PHONE(WS-CHAR-SUB:1) IS NUMERIC
               ADD 1 TO WS-OUT-SUB
               MOVE WS-SJ-PHONE(WS-CHAR-SUB:1)
                   TO WS-NORM-PHONE(WS-OUT-SUB:1)
           END-IF.

      *    空白の項目は一致とみなさない
       SCORE-ENTRY.
           MOVE ZERO TO WS-PAIR-SCORE.
           MOVE SPACES TO WS-MATCH-TEXT.
           IF WS-NORM-NAME NOT = SPACES
               AND WS-NORM-NAME = WS-WL-NAME(WS-WL-IDX)
               ADD WS-SCORE-NAME TO WS-PAIR-SCORE
               MOVE '氏名' TO WS-MATCH-TEXT(1:6)
           END-IF.
           IF WS-NORM-ADDRESS NOT = SPACES
               AND WS-NORM-ADDRESS = WS-WL-ADDRESS(WS-WL-IDX)
               ADD WS-SCORE-ADDRESS TO WS-PAIR-SCORE
               MOVE '住所' TO WS-MATCH-TEXT(8:6)
           END-IF.
           IF WS-NORM-PHONE NOT = SPACES
               AND WS-NORM-PHONE = WS-WL-PHONE(WS-WL-IDX)
               ADD WS-SCORE-PHONE TO WS-PAIR-SCORE
               MOVE '電話' TO WS-MATCH-TEXT(15:6)
           END-IF.
           IF WS-PAIR-SCORE >= WS-SCORE-THRESHOLD
               PERFORM CHECK-CLEARED-PAIR
               IF WS-CL-FOUND
                   ADD 1 TO WS-CLEARED-SKIP-CNT
               ELSE
                   PERFORM WRITE-QUEUE-ENTRY
               END-IF
           END-IF.

      *    顧客番号のある照合対象は顧客と登録IDの組、顧客番号の
      *    ない照合対象は契約番号と登録IDの組で判定済みかを確認する
      *    （顧客・契約のいずれもない照合対象は常に審査待ちとする）
       CHECK-CLEARED-PAIR.
           MOVE 'N' TO WS-CL-FOUND-FLAG.
           MOVE WS-WL-ENTRY-ID(WS-WL-IDX) TO WS-SJ-ENTRY-ID.
           EVALUATE TRUE
               WHEN WS-SJ-CUSTOMER-NO NOT = SPACES
                   MOVE SPACES TO WS-SJ-KEY-CONTRACT-NO
                   PERFORM FIND-CLEARED-ENTRY
               WHEN WS-SJ-CONTRACT-NO NOT = SPACES
                   MOVE WS-SJ-CONTRACT-NO TO WS-SJ-KEY-CONTRACT-NO
                   PERFORM FIND-CLEARED-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-QUEUE-ENTRY.
           MOVE SPACES                     TO WATCH-QUEUE-REC.
           MOVE WS-CURRENT-DATE            TO WQ-SCREEN-DATE.
           MOVE WS-SJ-SOURCE               TO WQ-SOURCE.
           MOVE WS-SJ-CUSTOMER-NO          TO WQ-CUSTOMER-NO.
           MOVE WS-SJ-CONTRACT-NO          TO WQ-CONTRACT-NO.
           MOVE WS-SJ-NAME                 TO WQ-SCREENED-NAME.
           MOVE WS-WL-ENTRY-ID(WS-WL-IDX)  TO WQ-ENTRY-ID.
           MOVE WS-WL-LIST-TYPE(WS-WL-IDX) TO WQ-LIST-TYPE.
           MOVE WS-WL-PRINT-NAME(WS-WL-IDX) TO WQ-LIST-NAME.
           MOVE WS-PAIR-SCORE              TO WQ-SCORE.
           MOVE WS-MATCH-TEXT              TO WQ-MATCH-TEXT.
           WRITE WATCH-QUEUE-REC.
           ADD 1 TO WS-HIT-CNT.

       TERM-PROCESS.
           DISPLAY 'リスト登録件数: ' WS-WATCH-CNT.
           DISPLAY '判定ログ件数:   ' WS-DECISION-CNT.
           DISPLAY '顧客読込件数:   ' WS-CUSTOMER-CNT.
           DISPLAY '口座読込件数:   ' WS-ACCOUNT-CNT.
           DISPLAY '満期支払件数:   ' WS-MATPAY-CNT.
           DISPLAY '照合件数:       ' WS-SCREENED-CNT.
           DISPLAY '審査待ち件数:   ' WS-HIT-CNT.
           DISPLAY '判定済除外件数: ' WS-CLEARED-SKIP-CNT.
           DISPLAY '停止中除外件数: ' WS-HELD-SKIP-CNT.
           DISPLAY 'テーブル満杯:   ' WS-TBLFULL-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CUSTOMER-FILE
                 OUT-QUEUE-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-MST-AVAIL
               CLOSE MASTER-FILE
           END-IF.
           IF WS-PAC-AVAIL
               CLOSE PAYACCT-FILE
           END-IF.
           IF WS-MPY-AVAIL
               CLOSE IN-MATPAY-FILE
           END-IF.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'WLSCREEN' TO CTL-PROGRAM-ID.
           MOVE WS-SCREENED-CNT TO CTL-READ-CNT.
           MOVE WS-HIT-CNT TO CTL-WRITE-CNT.
           MOVE WS-TBLFULL-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
