       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIBORDX.
      *================================================================*
      * 再保険ボルドロー作成バッチプログラム（四半期）
      * 出再異動（RIMOVE）のうち対象四半期の異動日のものを抽出し、
      * 再保険会社×通貨ごとのグループに分けてボルドロー
      * （RIBDROUT）を作成する。併せて再保険会社・通貨別の
      * 出再・戻し・純出再保険料の集計レポート（RIBDRPT）を出力
      * する。
      * 対象四半期はパラメータ（RIBPRM、年＋四半期）で指定し、
      * なければ実行日の前四半期とする
      * COPY: CPYRIMOV（出再異動ファイルレコードレイアウト）
      * COPY: CPYRIBDX（再保険ボルドローレコードレイアウト）
      * COPY: CPYHDTRL（外部機関交換ファイル共通ヘッダ・トレーラ）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE
               ASSIGN TO 'RIMOVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
      *    対象四半期パラメータ（存在しなければ前四半期とする）
           SELECT IN-BDX-PARAM-FILE
               ASSIGN TO 'RIBPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OUT-BORDEREAU-FILE
               ASSIGN TO 'RIBDROUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDX-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'RIBDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE.
           COPY CPYRIMOV.

       FD  IN-BDX-PARAM-FILE.
       01  BDX-PARAM-REC.
           05  BP-PARAM-YEAR         PIC 9(4).
           05  BP-PARAM-QUARTER      PIC 9(1).
           05  FILLER                PIC X(75).

       FD  OUT-BORDEREAU-FILE.
           COPY CPYRIBDX.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
           COPY CPYHDTRL.

       01  WS-FILE-STATUS.
           05  WS-MOV-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-BDX-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-RS-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RS-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-SELECT-CNT         PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-CNT         PIC 9(7) VALUE ZERO.
           05  WS-WRITE-CNT          PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-SKIP-CNT           PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CREATE-TIME        PIC 9(6).

      *    対象四半期と異動日の抽出範囲
       01  WS-QUARTER-WORK.
           05  WS-BDX-YEAR           PIC 9(4).
           05  WS-BDX-QUARTER        PIC 9(1).
           05  WS-RUN-MONTH          PIC 9(2).
           05  WS-FROM-MONTH         PIC 9(2).
           05  WS-TO-MONTH           PIC 9(2).
           05  WS-FROM-DATE          PIC 9(8).
           05  WS-TO-DATE            PIC 9(8).
           05  WS-AMT-HASH-TOTAL     PIC 9(13)V99 VALUE ZERO.

      *    再保険会社×通貨別の集計（昇順に挿入する）
       01  WS-RS-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-REINSURER-TABLE.
           05  WS-RS-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-RS-IDX WS-RS-IDX2.
               10  WS-RS-KEY.
                   15  WS-RS-REINSURER-CODE PIC X(5).
                   15  WS-RS-CURRENCY    PIC X(3).
               10  WS-RS-CESS-CNT    PIC 9(7).
               10  WS-RS-CESS-SI     PIC 9(13).
               10  WS-RS-CESS-PREM   PIC 9(11)V99.
               10  WS-RS-REV-CNT     PIC 9(7).
               10  WS-RS-REV-PREM    PIC 9(11)V99.
       01  WS-RS-SEARCH-KEY.
           05  WS-RQ-REINSURER-CODE  PIC X(5).
           05  WS-RQ-CURRENCY        PIC X(3).

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-SI-EDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-AMT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-NET-EDIT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-NET-PREM       PIC S9(11)V99.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM COLLECT-PROCESS.
           PERFORM WRITE-BORDEREAU.
           PERFORM WRITE-SUMMARY-REPORT.
           IF WS-TBLFULL-CNT > ZERO
               MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           MOVE WS-RUN-START-TIME TO WS-CREATE-TIME.
           PERFORM LOAD-BORDEREAU-QUARTER.
           OPEN OUTPUT OUT-BORDEREAU-FILE.
           IF WS-BDX-STATUS NOT = '00'
               DISPLAY 'RIBDROUTオープンエラー: ' WS-BDX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.

      *    対象四半期パラメータを読み込む（存在しなければ実行日の
      *    前四半期とする）。抽出範囲は四半期初日から末月31日まで
       LOAD-BORDEREAU-QUARTER.
           MOVE WS-CURRENT-DATE(1:4) TO WS-BDX-YEAR.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-BDX-QUARTER = (WS-RUN-MONTH + 2) / 3.
           IF WS-BDX-QUARTER = 1
               SUBTRACT 1 FROM WS-BDX-YEAR
               MOVE 4 TO WS-BDX-QUARTER
           ELSE
               SUBTRACT 1 FROM WS-BDX-QUARTER
           END-IF.
           OPEN INPUT IN-BDX-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-BDX-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-PARAM-YEAR > ZERO
                               AND BP-PARAM-QUARTER > ZERO
                               AND BP-PARAM-QUARTER < 5
                           MOVE BP-PARAM-YEAR TO WS-BDX-YEAR
                           MOVE BP-PARAM-QUARTER TO WS-BDX-QUARTER
                       END-IF
               END-READ
               CLOSE IN-BDX-PARAM-FILE
           END-IF.
           COMPUTE WS-TO-MONTH = WS-BDX-QUARTER * 3.
           COMPUTE WS-FROM-MONTH = WS-TO-MONTH - 2.
           STRING WS-BDX-YEAR WS-FROM-MONTH '01'
               DELIMITED BY SIZE
               INTO WS-FROM-DATE
           END-STRING.
           STRING WS-BDX-YEAR WS-TO-MONTH '31'
               DELIMITED BY SIZE
               INTO WS-TO-DATE
           END-STRING.
           DISPLAY '対象四半期: ' WS-BDX-YEAR '/' WS-BDX-QUARTER
                   ' (' WS-FROM-DATE '-' WS-TO-DATE ')'.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    出再異動を読み、対象四半期の異動を再保険会社×通貨別に
      *    集計する（出再異動がなければ空のボルドローとなる）
       COLLECT-PROCESS.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOV-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM COLLECT-MOVEMENT-REC
                   UNTIL WS-EOF
               CLOSE MOVEMENT-FILE
           ELSE
               DISPLAY 'RIMOVEなし: ' WS-MOV-STATUS
           END-IF.

       COLLECT-MOVEMENT-REC.
           READ MOVEMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   IF RM-MOVE-DATE NOT < WS-FROM-DATE
                           AND RM-MOVE-DATE NOT > WS-TO-DATE
                       PERFORM ACCUMULATE-MOVEMENT
                   END-IF
           END-READ.

       ACCUMULATE-MOVEMENT.
           MOVE RM-REINSURER-CODE TO WS-RQ-REINSURER-CODE.
           MOVE RM-CURRENCY-CODE  TO WS-RQ-CURRENCY.
           PERFORM FIND-REINSURER-ENTRY.
           IF WS-RS-FOUND
               ADD 1 TO WS-SELECT-CNT
               IF RM-CESSION
                   ADD 1 TO WS-RS-CESS-CNT(WS-RS-IDX)
                   ADD RM-CEDED-SUM-INSURED
                       TO WS-RS-CESS-SI(WS-RS-IDX)
                   ADD RM-CEDED-PREMIUM
                       TO WS-RS-CESS-PREM(WS-RS-IDX)
               ELSE
                   ADD 1 TO WS-RS-REV-CNT(WS-RS-IDX)
                   ADD RM-CEDED-PREMIUM
                       TO WS-RS-REV-PREM(WS-RS-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SKIP-CNT
           END-IF.

      *    再保険会社・通貨の集計行を探す（未登録の組合せは昇順の
      *    位置へ挿入する）
       FIND-REINSURER-ENTRY.
           MOVE 'N' TO WS-RS-FOUND-FLAG.
           SET WS-RS-IDX TO 1.
           PERFORM UNTIL WS-RS-IDX > WS-RS-COUNT
                   OR WS-RS-FOUND
                   OR WS-RS-KEY(WS-RS-IDX) > WS-RS-SEARCH-KEY
               IF WS-RS-KEY(WS-RS-IDX) = WS-RS-SEARCH-KEY
                   SET WS-RS-FOUND TO TRUE
               ELSE
                   SET WS-RS-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-RS-FOUND
               IF WS-RS-COUNT < 100
                   PERFORM SHIFT-REINSURER-ENTRY
                       VARYING WS-RS-IDX2 FROM WS-RS-COUNT BY -1
                       UNTIL WS-RS-IDX2 < WS-RS-IDX
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-RS-SEARCH-KEY TO WS-RS-KEY(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CESS-CNT(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CESS-SI(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CESS-PREM(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-REV-CNT(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-REV-PREM(WS-RS-IDX)
                   SET WS-RS-FOUND TO TRUE
               ELSE
                   DISPLAY '集計テーブル満杯: ' WS-RS-SEARCH-KEY
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.

       SHIFT-REINSURER-ENTRY.
           MOVE WS-RS-ENTRY(WS-RS-IDX2)
               TO WS-RS-ENTRY(WS-RS-IDX2 + 1).

      *    ヘッダの後に再保険会社×通貨ごとのグループを書き出し、
      *    最後にトレーラを置く
       WRITE-BORDEREAU.
           MOVE 'H' TO IF-HD-RECORD-TYPE.
           MOVE WS-CURRENT-DATE TO IF-HD-CREATE-DATE.
           MOVE WS-CREATE-TIME  TO IF-HD-CREATE-TIME.
           MOVE ZERO            TO IF-HD-GENERATION.
           MOVE SPACES TO BORDEREAU-DETAIL-REC.
           MOVE IF-HEADER-REC TO BORDEREAU-DETAIL-REC(1:24).
           WRITE BORDEREAU-DETAIL-REC.
           ADD 1 TO WS-WRITE-CNT.
           PERFORM WRITE-REINSURER-GROUP
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           MOVE 'T' TO IF-TR-RECORD-TYPE.
           MOVE WS-DETAIL-CNT     TO IF-TR-RECORD-COUNT.
           MOVE WS-AMT-HASH-TOTAL TO IF-TR-AMOUNT-TOTAL.
           MOVE SPACES TO BORDEREAU-DETAIL-REC.
           MOVE IF-TRAILER-REC TO BORDEREAU-DETAIL-REC(1:24).
           WRITE BORDEREAU-DETAIL-REC.
           ADD 1 TO WS-WRITE-CNT.

      *    グループ開始を書き、出再異動を読み直して当該再保険
      *    会社・通貨の明細を書き出し、グループ終了を書く
       WRITE-REINSURER-GROUP.
           MOVE SPACES TO BORDEREAU-GROUP-START-REC.
           MOVE 'G' TO BX-GS-RECORD-TYPE.
           MOVE WS-RS-REINSURER-CODE(WS-RS-IDX)
               TO BX-GS-REINSURER-CODE.
           MOVE WS-RS-CURRENCY(WS-RS-IDX) TO BX-GS-CURRENCY-CODE.
           MOVE WS-BDX-YEAR    TO BX-GS-YEAR.
           MOVE WS-BDX-QUARTER TO BX-GS-QUARTER.
           MOVE WS-FROM-DATE   TO BX-GS-FROM-DATE.
           MOVE WS-TO-DATE     TO BX-GS-TO-DATE.
           WRITE BORDEREAU-GROUP-START-REC.
           ADD 1 TO WS-WRITE-CNT.
           OPEN INPUT MOVEMENT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WRITE-GROUP-DETAIL
               UNTIL WS-EOF.
           CLOSE MOVEMENT-FILE.
           MOVE SPACES TO BORDEREAU-GROUP-END-REC.
           MOVE 'E' TO BX-GE-RECORD-TYPE.
           MOVE WS-RS-REINSURER-CODE(WS-RS-IDX)
               TO BX-GE-REINSURER-CODE.
           MOVE WS-RS-CURRENCY(WS-RS-IDX) TO BX-GE-CURRENCY-CODE.
           COMPUTE BX-GE-DETAIL-CNT =
               WS-RS-CESS-CNT(WS-RS-IDX) + WS-RS-REV-CNT(WS-RS-IDX).
           MOVE WS-RS-CESS-CNT(WS-RS-IDX)  TO BX-GE-CESSION-CNT.
           MOVE WS-RS-REV-CNT(WS-RS-IDX)   TO BX-GE-REVERSAL-CNT.
           MOVE WS-RS-CESS-SI(WS-RS-IDX)   TO BX-GE-CEDED-SI.
           MOVE WS-RS-CESS-PREM(WS-RS-IDX) TO BX-GE-CESSION-PREM.
           MOVE WS-RS-REV-PREM(WS-RS-IDX)  TO BX-GE-REVERSAL-PREM.
           WRITE BORDEREAU-GROUP-END-REC.
           ADD 1 TO WS-WRITE-CNT.

       WRITE-GROUP-DETAIL.
           READ MOVEMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RM-MOVE-DATE NOT < WS-FROM-DATE
                           AND RM-MOVE-DATE NOT > WS-TO-DATE
                           AND RM-REINSURER-CODE
                               = WS-RS-REINSURER-CODE(WS-RS-IDX)
                           AND RM-CURRENCY-CODE
                               = WS-RS-CURRENCY(WS-RS-IDX)
                       PERFORM WRITE-DETAIL-REC
                   END-IF
           END-READ.

       WRITE-DETAIL-REC.
           MOVE SPACES TO BORDEREAU-DETAIL-REC.
           MOVE 'D'                  TO BX-RECORD-TYPE.
           MOVE RM-REINSURER-CODE    TO BX-REINSURER-CODE.
           MOVE RM-CURRENCY-CODE     TO BX-CURRENCY-CODE.
           MOVE RM-MOVE-DATE         TO BX-MOVE-DATE.
           MOVE RM-MOVE-TYPE         TO BX-MOVE-TYPE.
           MOVE RM-TREATY-NO         TO BX-TREATY-NO.
           MOVE RM-TREATY-TYPE       TO BX-TREATY-TYPE.
           MOVE RM-CONTRACT-NO       TO BX-CONTRACT-NO.
           MOVE RM-PLAN-CODE         TO BX-PLAN-CODE.
           MOVE RM-TERM-START-DATE   TO BX-TERM-START-DATE.
           MOVE RM-TERM-END-DATE     TO BX-TERM-END-DATE.
           MOVE RM-SUM-INSURED       TO BX-SUM-INSURED.
           MOVE RM-CEDED-SUM-INSURED TO BX-CEDED-SUM-INSURED.
           MOVE RM-PREMIUM-AMOUNT    TO BX-PREMIUM-AMOUNT.
           MOVE RM-CEDED-PREMIUM     TO BX-CEDED-PREMIUM.
           MOVE RM-REVERSAL-REASON   TO BX-REVERSAL-REASON.
           WRITE BORDEREAU-DETAIL-REC.
           ADD 1 TO WS-WRITE-CNT.
           ADD 1 TO WS-DETAIL-CNT.
           ADD RM-CEDED-PREMIUM TO WS-AMT-HASH-TOTAL.

       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 再保険ボルドロー集計 *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '対象四半期: ' WS-BDX-YEAR '/Q' WS-BDX-QUARTER
                  '  (' WS-FROM-DATE '-' WS-TO-DATE ')'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '再保険'       TO OUT-REPORT-REC(1:9).
           MOVE '通貨'         TO OUT-REPORT-REC(11:6).
           MOVE '出再件数'     TO OUT-REPORT-REC(19:12).
           MOVE '出再保険金額' TO OUT-REPORT-REC(31:18).
           MOVE '出再保険料'   TO OUT-REPORT-REC(53:15).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '戻し件数'     TO OUT-REPORT-REC(19:12).
           MOVE '戻し保険料'   TO OUT-REPORT-REC(53:15).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '純出再保険料' TO OUT-REPORT-REC(50:18).
           WRITE OUT-REPORT-REC.
           PERFORM WRITE-REINSURER-LINE
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE '明細件数:           ' TO OUT-REPORT-REC.
           MOVE WS-DETAIL-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '集計対象外:         ' TO OUT-REPORT-REC.
           MOVE WS-SKIP-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.

      *    出再・戻し・純額（出再−戻し）を3行で印字する
       WRITE-REINSURER-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RS-REINSURER-CODE(WS-RS-IDX)
               TO OUT-REPORT-REC(1:5).
           MOVE WS-RS-CURRENCY(WS-RS-IDX) TO OUT-REPORT-REC(12:3).
           MOVE WS-RS-CESS-CNT(WS-RS-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(24:7).
           MOVE WS-RS-CESS-SI(WS-RS-IDX) TO WS-RPT-SI-EDIT.
           MOVE WS-RPT-SI-EDIT TO OUT-REPORT-REC(34:15).
           MOVE WS-RS-CESS-PREM(WS-RS-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(51:17).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RS-REV-CNT(WS-RS-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(24:7).
           MOVE WS-RS-REV-PREM(WS-RS-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(51:17).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           COMPUTE WS-RPT-NET-PREM =
               WS-RS-CESS-PREM(WS-RS-IDX) - WS-RS-REV-PREM(WS-RS-IDX).
           MOVE WS-RPT-NET-PREM TO WS-RPT-NET-EDIT.
           MOVE WS-RPT-NET-EDIT TO OUT-REPORT-REC(51:17).
           WRITE OUT-REPORT-REC.

       TERM-PROCESS.
           DISPLAY '出再異動読込件数:   ' WS-READ-CNT.
           DISPLAY '対象異動件数:       ' WS-SELECT-CNT.
           DISPLAY 'ボルドロー明細件数: ' WS-DETAIL-CNT.
           DISPLAY '再保険会社×通貨数: ' WS-RS-COUNT.
           DISPLAY '集計対象外件数:     ' WS-SKIP-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE OUT-BORDEREAU-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'RIBORDX' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-WRITE-CNT TO CTL-WRITE-CNT.
           MOVE WS-TBLFULL-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
