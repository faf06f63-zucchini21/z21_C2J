       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
      *================================================================*
      * 顧客重複候補抽出バッチプログラム
      * 代理店ごとの契約入力（CONTMAINT・CONTBTCH）で同一人物に
      * 複数の顧客番号が採番されると、BILLGENの合算請求や
      * PREMCERTの控除証明書が分かれてしまう。顧客マスタ
      * （CUSTMAST）を全件読み、正規化した氏名・郵便番号・住所・
      * 電話番号の一致から重複の可能性を採点し、候補一覧
      * （CUSTDRPT）を出力する。
      *  - 正規化: 氏名・住所は空白を除去し、郵便番号・電話番号は
      *    数字のみを残す（ハイフン・空白の表記揺れを吸収する）
      *  - 採点: 氏名40・電話番号30・住所20・郵便番号10点の合計が
      *    50点以上の組を候補とする（同姓同名のみは候補としない）
      *  - 各顧客の契約件数を契約マスタ（CONTMAST）から数え、
      *    契約件数の多い方（同数は顧客番号の小さい方）を推奨存続
      *    顧客として印字する
      * 統合は担当者が候補を確認のうえ、CUSTMRGで1組ずつ行う。
      * 本プログラムはマスタを更新しない
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'CUSTDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(100).
      *    候補顧客の明細行
       01  DUP-CUSTOMER-LINE.
           05  FILLER                PIC X(4).
           05  DU-CUSTOMER-NO        PIC X(8).
           05  FILLER                PIC X(2).
           05  DU-CUSTOMER-NAME      PIC N(20).
           05  FILLER                PIC X(2).
           05  DU-POSTAL-CODE        PIC X(8).
           05  FILLER                PIC X(2).
           05  DU-PHONE              PIC X(13).
           05  FILLER                PIC X(2).
           05  DU-CONTRACT-CNT       PIC ZZZZ9.
           05  FILLER                PIC X(14).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-DC-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-DC-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CUSTOMER-CNT       PIC 9(7) VALUE ZERO.
           05  WS-CONTRACT-CNT       PIC 9(7) VALUE ZERO.
           05  WS-PAIR-CNT           PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

      *    候補とする合計点の下限と各項目の配点
       01  WS-SCORE-RULES.
           05  WS-SCORE-THRESHOLD    PIC 9(3) VALUE 50.
           05  WS-SCORE-NAME         PIC 9(3) VALUE 40.
           05  WS-SCORE-PHONE        PIC 9(3) VALUE 30.
           05  WS-SCORE-ADDRESS      PIC 9(3) VALUE 20.
           05  WS-SCORE-POSTAL       PIC 9(3) VALUE 10.

      *    正規化顧客テーブル（顧客マスタを顧客番号順に全件読み込む）
       01  WS-DC-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-DUP-CUSTOMER-TABLE.
           05  WS-DC-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-DC-IDX WS-DC-IDX2.
               10  WS-DC-CUSTOMER-NO PIC X(8).
               10  WS-DC-NAME        PIC N(20).
               10  WS-DC-POSTAL-CODE PIC X(8).
               10  WS-DC-PHONE       PIC X(13).
               10  WS-DC-ADDRESS     PIC N(30).
               10  WS-DC-CONTRACT-CNT PIC 9(5).
      *            印字用（正規化前の表記）
               10  WS-DC-PRINT-NAME  PIC N(20).
               10  WS-DC-PRINT-POSTAL PIC X(8).
               10  WS-DC-PRINT-PHONE PIC X(13).

      *    正規化作業域
       01  WS-NORM-WORK.
           05  WS-NORM-NAME          PIC N(20).
           05  WS-NORM-ADDRESS       PIC N(30).
           05  WS-NORM-POSTAL        PIC X(8).
           05  WS-NORM-PHONE         PIC X(13).
           05  WS-CHAR-SUB           PIC 9(2).
           05  WS-OUT-SUB            PIC 9(2).

      *    組ごとの採点作業域
       01  WS-PAIR-WORK.
           05  WS-PAIR-START         PIC 9(5).
           05  WS-PAIR-SCORE         PIC 9(3).
           05  WS-MATCH-TEXT         PIC X(40).
           05  WS-SURVIVOR-NO        PIC X(8).
           05  WS-SCORE-EDIT         PIC ZZ9.

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-CUSTOMERS.
           PERFORM COUNT-CONTRACTS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM COMPARE-CUSTOMERS
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX >= WS-DC-COUNT.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM TERM-PROCESS.
           IF WS-TBLFULL-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
           OPEN OUTPUT OUT-REPORT-FILE.
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

      *    顧客マスタを全件読み、正規化してテーブルへ格納する
       LOAD-CUSTOMERS.
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
           PERFORM LOAD-CUSTOMER-LOOP
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

      *    テーブル満杯の場合は残りの顧客を照合できないため、件数を
      *    報告して終了コード8とする
       LOAD-CUSTOMER-LOOP.
           IF WS-DC-COUNT < 3000
               PERFORM NORMALIZE-CUSTOMER
               ADD 1 TO WS-DC-COUNT
               SET WS-DC-IDX TO WS-DC-COUNT
               MOVE CU-CUSTOMER-NO  TO WS-DC-CUSTOMER-NO(WS-DC-IDX)
               MOVE WS-NORM-NAME    TO WS-DC-NAME(WS-DC-IDX)
               MOVE WS-NORM-POSTAL  TO WS-DC-POSTAL-CODE(WS-DC-IDX)
               MOVE WS-NORM-PHONE   TO WS-DC-PHONE(WS-DC-IDX)
               MOVE WS-NORM-ADDRESS TO WS-DC-ADDRESS(WS-DC-IDX)
               MOVE ZERO            TO WS-DC-CONTRACT-CNT(WS-DC-IDX)
               MOVE CU-CUSTOMER-NAME
                   TO WS-DC-PRINT-NAME(WS-DC-IDX)
               MOVE CU-POSTAL-CODE
                   TO WS-DC-PRINT-POSTAL(WS-DC-IDX)
               MOVE CU-PHONE        TO WS-DC-PRINT-PHONE(WS-DC-IDX)
           ELSE
               ADD 1 TO WS-TBLFULL-CNT
           END-IF.
           PERFORM READ-CUSTOMER-NEXT.

      *    氏名・住所は空白を除いて左詰めし、郵便番号・電話番号は
      *    数字のみを左詰めする
       NORMALIZE-CUSTOMER.
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
           MOVE SPACES TO WS-NORM-POSTAL.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM NORMALIZE-POSTAL-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 8.
           MOVE SPACES TO WS-NORM-PHONE.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM NORMALIZE-PHONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 13.

       NORMALIZE-NAME-CHAR.
           IF CU-CUSTOMER-NAME(WS-CHAR-SUB:1) NOT = SPACE
               ADD 1 TO WS-OUT-SUB
               MOVE CU-CUSTOMER-NAME(WS-CHAR-SUB:1)
                   TO WS-NORM-NAME(WS-OUT-SUB:1)
           END-IF.

       NORMALIZE-ADDRESS-CHAR.
           IF CU-ADDRESS(WS-CHAR-SUB:1) NOT = SPACE
               ADD 1 TO WS-OUT-SUB
               MOVE CU-ADDRESS(WS-CHAR-SUB:1)
                   TO WS-NORM-ADDRESS(WS-OUT-SUB:1)
           END-IF.

       NORMALIZE-POSTAL-CHAR.
           IF CU-POSTAL-CODE(WS-CHAR-SUB:1) IS NUMERIC
               ADD 1 TO WS-OUT-SUB
               MOVE CU-POSTAL-CODE(WS-CHAR-SUB:1)
                   TO WS-NORM-POSTAL(WS-OUT-SUB:1)
           END-IF.

       NORMALIZE-PHONE-CHAR.
           IF CU-PHONE(WS-CHAR-SUB:1) IS NUMERIC
               ADD 1 TO WS-OUT-SUB
               MOVE CU-PHONE(WS-CHAR-SUB:1)
                   TO WS-NORM-PHONE(WS-OUT-SUB:1)
           END-IF.

      *    契約マスタを全件読み、顧客ごとの契約件数を数える
       COUNT-CONTRACTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CT-CONTRACT-NO.
           START MASTER-FILE
               KEY IS NOT LESS THAN CT-CONTRACT-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-MST-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-MASTER-NEXT
           END-IF.
           PERFORM COUNT-CONTRACT-LOOP
               UNTIL WS-EOF.

       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTRACT-CNT
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       COUNT-CONTRACT-LOOP.
           IF CT-CUSTOMER-NO NOT = SPACES
               PERFORM FIND-CUSTOMER-ENTRY
               IF WS-DC-FOUND
                   ADD 1 TO WS-DC-CONTRACT-CNT(WS-DC-IDX2)
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT.

       FIND-CUSTOMER-ENTRY.
           MOVE 'N' TO WS-DC-FOUND-FLAG.
           SET WS-DC-IDX2 TO 1.
           PERFORM UNTIL WS-DC-IDX2 > WS-DC-COUNT
                   OR WS-DC-FOUND
               IF WS-DC-CUSTOMER-NO(WS-DC-IDX2) = CT-CUSTOMER-NO
                   SET WS-DC-FOUND TO TRUE
               ELSE
                   SET WS-DC-IDX2 UP BY 1
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 顧客重複候補一覧 *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '配点: 氏名40 電話30 住所20 郵便10'
                  ' / 候補は50点以上'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.

      *    1顧客を、顧客番号がそれより大きい全顧客と照合する
       COMPARE-CUSTOMERS.
           SET WS-PAIR-START TO WS-DC-IDX.
           ADD 1 TO WS-PAIR-START.
           PERFORM SCORE-PAIR
               VARYING WS-DC-IDX2 FROM WS-PAIR-START BY 1
               UNTIL WS-DC-IDX2 > WS-DC-COUNT.

      *    空白の項目は一致とみなさない
       SCORE-PAIR.
           MOVE ZERO TO WS-PAIR-SCORE.
           MOVE SPACES TO WS-MATCH-TEXT.
           IF WS-DC-NAME(WS-DC-IDX) NOT = SPACES
               AND WS-DC-NAME(WS-DC-IDX) = WS-DC-NAME(WS-DC-IDX2)
               ADD WS-SCORE-NAME TO WS-PAIR-SCORE
               MOVE '氏名' TO WS-MATCH-TEXT(1:6)
           END-IF.
           IF WS-DC-PHONE(WS-DC-IDX) NOT = SPACES
               AND WS-DC-PHONE(WS-DC-IDX) = WS-DC-PHONE(WS-DC-IDX2)
               ADD WS-SCORE-PHONE TO WS-PAIR-SCORE
               MOVE '電話' TO WS-MATCH-TEXT(8:6)
           END-IF.
           IF WS-DC-ADDRESS(WS-DC-IDX) NOT = SPACES
               AND WS-DC-ADDRESS(WS-DC-IDX)
                   = WS-DC-ADDRESS(WS-DC-IDX2)
               ADD WS-SCORE-ADDRESS TO WS-PAIR-SCORE
               MOVE '住所' TO WS-MATCH-TEXT(15:6)
           END-IF.
           IF WS-DC-POSTAL-CODE(WS-DC-IDX) NOT = SPACES
               AND WS-DC-POSTAL-CODE(WS-DC-IDX)
                   = WS-DC-POSTAL-CODE(WS-DC-IDX2)
               ADD WS-SCORE-POSTAL TO WS-PAIR-SCORE
               MOVE '郵便' TO WS-MATCH-TEXT(22:6)
           END-IF.
           IF WS-PAIR-SCORE >= WS-SCORE-THRESHOLD
               PERFORM WRITE-CANDIDATE
           END-IF.

      *    候補1組を見出し行と両顧客の明細行で印字する
       WRITE-CANDIDATE.
           ADD 1 TO WS-PAIR-CNT.
           IF WS-DC-CONTRACT-CNT(WS-DC-IDX2)
               > WS-DC-CONTRACT-CNT(WS-DC-IDX)
               MOVE WS-DC-CUSTOMER-NO(WS-DC-IDX2) TO WS-SURVIVOR-NO
           ELSE
               MOVE WS-DC-CUSTOMER-NO(WS-DC-IDX) TO WS-SURVIVOR-NO
           END-IF.
           MOVE WS-PAIR-SCORE TO WS-SCORE-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '得点 ' WS-SCORE-EDIT
                  '  一致: ' WS-MATCH-TEXT(1:28)
                  '  推奨存続: ' WS-SURVIVOR-NO
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO DUP-CUSTOMER-LINE.
           MOVE WS-DC-CUSTOMER-NO(WS-DC-IDX)  TO DU-CUSTOMER-NO.
           MOVE WS-DC-PRINT-NAME(WS-DC-IDX)   TO DU-CUSTOMER-NAME.
           MOVE WS-DC-PRINT-POSTAL(WS-DC-IDX) TO DU-POSTAL-CODE.
           MOVE WS-DC-PRINT-PHONE(WS-DC-IDX)  TO DU-PHONE.
           MOVE WS-DC-CONTRACT-CNT(WS-DC-IDX) TO DU-CONTRACT-CNT.
           WRITE DUP-CUSTOMER-LINE.
           MOVE SPACES TO DUP-CUSTOMER-LINE.
           MOVE WS-DC-CUSTOMER-NO(WS-DC-IDX2)  TO DU-CUSTOMER-NO.
           MOVE WS-DC-PRINT-NAME(WS-DC-IDX2)   TO DU-CUSTOMER-NAME.
           MOVE WS-DC-PRINT-POSTAL(WS-DC-IDX2) TO DU-POSTAL-CODE.
           MOVE WS-DC-PRINT-PHONE(WS-DC-IDX2)  TO DU-PHONE.
           MOVE WS-DC-CONTRACT-CNT(WS-DC-IDX2) TO DU-CONTRACT-CNT.
           WRITE DUP-CUSTOMER-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-CUSTOMER-CNT TO WS-RPT-CNT-EDIT.
           STRING '顧客件数:       ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-PAIR-CNT TO WS-RPT-CNT-EDIT.
           STRING '重複候補組数:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           IF WS-TBLFULL-CNT > ZERO
               MOVE SPACES TO OUT-REPORT-REC
               MOVE WS-TBLFULL-CNT TO WS-RPT-CNT-EDIT
               STRING '照合対象外(満杯): ' WS-RPT-CNT-EDIT
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
               WRITE OUT-REPORT-REC
           END-IF.

       TERM-PROCESS.
           DISPLAY '顧客読込件数:   ' WS-CUSTOMER-CNT.
           DISPLAY '契約読込件数:   ' WS-CONTRACT-CNT.
           DISPLAY '重複候補組数:   ' WS-PAIR-CNT.
           DISPLAY '照合対象外件数: ' WS-TBLFULL-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CUSTOMER-FILE
                 MASTER-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'CUSTDUP' TO CTL-PROGRAM-ID.
           MOVE WS-CUSTOMER-CNT TO CTL-READ-CNT.
           MOVE WS-PAIR-CNT TO CTL-WRITE-CNT.
           MOVE WS-TBLFULL-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
